
       FD  LEAP-EXTRACT.
       COPY LEAPEXTR.
       COPY FEEDCTLR.

       WORKING-STORAGE SECTION.
       01 WS-YEARS-AHEAD USAGE UNSIGNED-INT.
       01 WS-JOB-NAME PIC X(8) VALUE "LEAPEXT".
       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-PRE-GREGORIAN-FLAG PIC 9.

      *> CONTROL TOTALS FOR THE FEED TRAILER - SEE FEEDCTLR. THE
      *> EXTRACT IS ONE RECORD PER YEAR, SO THE HASH IS THE SUM OF
      *> THE YEARS AND THERE ARE NO DAY FLAGS TO COUNT.
       01 WS-RECORDS-WRITTEN USAGE UNSIGNED-INT VALUE 0.
       01 WS-YEAR-HASH PIC 9(15) VALUE 0.
       01 WS-FEED-DATE.
           02 WS-FEED-DATE-YEAR PIC 9(4).
           02 WS-FEED-DATE-MMDD PIC X(4).
       COPY RUNLOGC.

       PROCEDURE DIVISION.
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF.
           PERFORM WRITE-FEED-HEADER.
           PERFORM WS-YEARS-AHEAD TIMES
               ADD 1 TO WS-YEAR
               PERFORM WRITE-EXTRACT-RECORD
           END-PERFORM.
           PERFORM WRITE-FEED-TRAILER.
           CLOSE LEAP-EXTRACT.
           PERFORM WRITE-RUN-END.
           STOP RUN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:4) TO WS-YEAR.

      *> WS-YEAR IS STILL THE CURRENT YEAR HERE; THE FEED COVERS
      *> THE WHOLE OF EACH YEAR FROM NEXT YEAR ON.
       WRITE-FEED-HEADER.
           MOVE SPACES TO FEED-CONTROL-RECORD.
           MOVE "HDR" TO FCT-RECORD-TYPE.
           MOVE "LEAPXTR" TO FCT-FEED-NAME.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO FCT-CREATE-DATE.
           MOVE WS-CURRENT-DATE-TIME(9:6) TO FCT-CREATE-TIME.
           COMPUTE WS-FEED-DATE-YEAR = WS-YEAR + 1.
           MOVE "0101" TO WS-FEED-DATE-MMDD.
           MOVE WS-FEED-DATE TO FCT-FIRST-DATE.
           COMPUTE WS-FEED-DATE-YEAR = WS-YEAR + WS-YEARS-AHEAD.
           MOVE "1231" TO WS-FEED-DATE-MMDD.
           MOVE WS-FEED-DATE TO FCT-LAST-DATE.
           WRITE FEED-CONTROL-RECORD.
           IF WS-EXTRACT-STATUS NOT = "00"
               DISPLAY "LEAPEXT: HEADER WRITE FAILED, STATUS="
                   WS-EXTRACT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "LEAPXTR WRITE FAILED" TO RLQ-MESSAGE
               PERFORM WRITE-RUN-ERROR
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF.

       WRITE-FEED-TRAILER.
           MOVE SPACES TO FEED-CONTROL-RECORD.
           MOVE "TRL" TO FCT-RECORD-TYPE.
           MOVE "LEAPXTR" TO FCT-FEED-NAME.
           MOVE WS-RECORDS-WRITTEN TO FCT-RECORD-COUNT.
           MOVE 0 TO FCT-BUSINESS-DAYS.
           MOVE 0 TO FCT-HOLIDAYS.
           MOVE WS-YEAR-HASH TO FCT-DATE-HASH.
           WRITE FEED-CONTROL-RECORD.
           IF WS-EXTRACT-STATUS NOT = "00"
               DISPLAY "LEAPEXT: TRAILER WRITE FAILED, STATUS="
                   WS-EXTRACT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "LEAPXTR WRITE FAILED" TO RLQ-MESSAGE
               PERFORM WRITE-RUN-ERROR
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF.

       WRITE-EXTRACT-RECORD.
           MOVE SPACES TO LEAP-EXTRACT-RECORD.
      *> THE EXTRACT IS THE HIGH-VOLUME PATH LEAPTAB WAS BUILT FOR -
               STOP RUN
           END-IF.
           ADD 1 TO RLQ-RECORDS-WRITTEN.
           ADD 1 TO WS-RECORDS-WRITTEN.
           ADD WS-YEAR TO WS-YEAR-HASH.
