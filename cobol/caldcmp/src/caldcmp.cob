           02 PRV-BUSINESS-DAY-FLAG PIC X(1).
           02 FILLER                PIC X(23).

      *> EITHER SIDE'S HEADER AND TRAILER ARE MOVED INTO THE
      *> FEEDCTLR LAYOUT, WHICH ALSO BUILDS THE DELTA FEED'S OWN.
       COPY FEEDCTLR.

      *> MATCH-MERGE KEYS - CALDEXT WRITES THE EXTRACT IN DATE
      *> ORDER, SO ONE SEQUENTIAL PASS OVER EACH FILE LINES THE
      *> TWO UP; AN EXHAUSTED SIDE HOLDS HIGH-VALUES SO THE OTHER
       01 WS-HOLNAME-CHANGES USAGE UNSIGNED-INT VALUE 0.
       01 WS-BUSFLAG-CHANGES USAGE UNSIGNED-INT VALUE 0.

      *> FEED CONTROL TOTALS (SEE FEEDCTLR). BOTH EXTRACTS ARE
      *> BALANCED AGAINST THEIR OWN TRAILERS AS THEY ARE READ - THE
      *> DAY COUNTS ABOVE ARE THEIR RECORD COUNTS - AND THE DELTA
      *> FEED CARRIES ITS OWN. THE DELTA HEADER TAKES ITS REGION
      *> AND DATE WINDOW FROM THE NEW EXTRACT'S HEADER: THE DELTA
      *> REPORTS THE CHANGES WITHIN THAT WINDOW.
       01 WS-NEW-BUSINESS-DAYS   USAGE UNSIGNED-INT VALUE 0.
       01 WS-NEW-HOLIDAYS        USAGE UNSIGNED-INT VALUE 0.
       01 WS-NEW-HASH            PIC 9(15) VALUE 0.
       01 WS-PRIOR-BUSINESS-DAYS USAGE UNSIGNED-INT VALUE 0.
       01 WS-PRIOR-HOLIDAYS      USAGE UNSIGNED-INT VALUE 0.
       01 WS-PRIOR-HASH          PIC 9(15) VALUE 0.
       01 WS-DELTA-RECORDS       USAGE UNSIGNED-INT VALUE 0.
       01 WS-DELTA-BUSINESS-DAYS USAGE UNSIGNED-INT VALUE 0.
       01 WS-DELTA-HOLIDAYS      USAGE UNSIGNED-INT VALUE 0.
       01 WS-DELTA-HASH          PIC 9(15) VALUE 0.
       01 WS-HASH-DATE           PIC 9(8).
       01 WS-FEED-REGION         PIC X(3).
       01 WS-FEED-FIRST-DATE     PIC X(8).
       01 WS-FEED-LAST-DATE      PIC X(8).
       01 WS-CURRENT-DATE-TIME   PIC X(21).

      *> THE SIDE BEING BALANCED, AND WHY IT WAS REJECTED.
       01 WS-CHECK-FEED           PIC X(8).
       01 WS-CHECK-REASON         PIC X(18).
       01 WS-CHECK-RECORDS        USAGE UNSIGNED-INT.
       01 WS-CHECK-BUSINESS-DAYS  USAGE UNSIGNED-INT.
       01 WS-CHECK-HOLIDAYS       USAGE UNSIGNED-INT.
       01 WS-CHECK-HASH           PIC 9(15).

       01 WS-RPT-HEADING PIC X(80) VALUE
           "CALENDAR EXTRACT DELTA FEED - CONTROL REPORT".
       01 WS-NO-PRIOR-LINE PIC X(80) VALUE
       MAIN.
           PERFORM WRITE-RUN-START.
           PERFORM OPEN-FILES.
           PERFORM READ-NEW-HEADER.
           IF NOT NO-PRIOR-EXTRACT
               PERFORM READ-PRIOR-HEADER
           END-IF.
           PERFORM WRITE-DELTA-HEADER.
           PERFORM READ-NEW-EXTRACT.
           PERFORM READ-PRIOR-EXTRACT.
           PERFORM COMPARE-ONE-DAY
               UNTIL WS-NEW-KEY = HIGH-VALUES
                 AND WS-PRIOR-KEY = HIGH-VALUES.
           PERFORM WRITE-DELTA-TRAILER.
           PERFORM PRINT-CONTROL-REPORT.
           CLOSE NEW-EXTRACT.
           IF NOT NO-PRIOR-EXTRACT
               STOP RUN
           END-IF.

      *> EACH EXTRACT MUST OPEN WITH A CALDXTR HEADER. A PRIOR
      *> SNAPSHOT IS A COPY OF AN EARLIER NIGHT'S CALDXTR, SO IT
      *> CARRIES THE SAME FEED NAME.
       READ-NEW-HEADER.
           MOVE "CALDXTR" TO WS-CHECK-FEED.
           READ NEW-EXTRACT
               AT END
                   MOVE "HEADER MISSING" TO WS-CHECK-REASON
                   PERFORM REJECT-INPUT-FEED
               NOT AT END
                   ADD 1 TO RLQ-RECORDS-READ
                   MOVE NEW-DAY-LINE TO FEED-CONTROL-RECORD
           END-READ.
           PERFORM CHECK-FEED-HEADER.
           MOVE FCT-REGION TO WS-FEED-REGION.
           MOVE FCT-FIRST-DATE TO WS-FEED-FIRST-DATE.
           MOVE FCT-LAST-DATE TO WS-FEED-LAST-DATE.

       READ-PRIOR-HEADER.
           MOVE "CALDPRV" TO WS-CHECK-FEED.
           READ PRIOR-EXTRACT
               AT END
                   MOVE "HEADER MISSING" TO WS-CHECK-REASON
                   PERFORM REJECT-INPUT-FEED
               NOT AT END
                   ADD 1 TO RLQ-RECORDS-READ
                   MOVE PRIOR-DAY-LINE TO FEED-CONTROL-RECORD
           END-READ.
           PERFORM CHECK-FEED-HEADER.

       CHECK-FEED-HEADER.
           IF NOT FCT-HEADER
               MOVE "HEADER MISSING" TO WS-CHECK-REASON
               PERFORM REJECT-INPUT-FEED
           END-IF.
           IF FCT-FEED-NAME NOT = "CALDXTR"
               MOVE "WRONG FEED NAME" TO WS-CHECK-REASON
               PERFORM REJECT-INPUT-FEED
           END-IF.

      *> END OF FILE BEFORE THE TRAILER IS A TRUNCATED EXTRACT; THE
      *> TRAILER ITSELF ENDS THE SIDE ONCE IT BALANCES.
       READ-NEW-EXTRACT.
           READ NEW-EXTRACT
               AT END
                   MOVE "CALDXTR" TO WS-CHECK-FEED
                   MOVE "TRAILER MISSING" TO WS-CHECK-REASON
                   PERFORM REJECT-INPUT-FEED
               NOT AT END
                   ADD 1 TO RLQ-RECORDS-READ
                   MOVE NEW-DAY-LINE TO FEED-CONTROL-RECORD
                   EVALUATE TRUE
                       WHEN FCT-TRAILER
                           PERFORM BALANCE-NEW-EXTRACT
                           MOVE HIGH-VALUES TO WS-NEW-KEY
                       WHEN FCT-HEADER
                           MOVE "CALDXTR" TO WS-CHECK-FEED
                           MOVE "HEADER MISPLACED" TO WS-CHECK-REASON
                           PERFORM REJECT-INPUT-FEED
                       WHEN OTHER
                           ADD 1 TO WS-NEW-DAYS
                           MOVE NEW-DAY-LINE TO CALENDAR-DAY-RECORD
                           MOVE CDY-DATE TO WS-NEW-KEY
                           IF CDY-IS-BUSINESS-DAY
                               ADD 1 TO WS-NEW-BUSINESS-DAYS
                           END-IF
                           IF CDY-IS-HOLIDAY
                               ADD 1 TO WS-NEW-HOLIDAYS
                           END-IF
                           MOVE CDY-DATE TO WS-HASH-DATE
                           ADD WS-HASH-DATE TO WS-NEW-HASH
                   END-EVALUATE
           END-READ.

       READ-PRIOR-EXTRACT.
           ELSE
               READ PRIOR-EXTRACT
                   AT END
                       MOVE "CALDPRV" TO WS-CHECK-FEED
                       MOVE "TRAILER MISSING" TO WS-CHECK-REASON
                       PERFORM REJECT-INPUT-FEED
                   NOT AT END
                       ADD 1 TO RLQ-RECORDS-READ
                       MOVE PRIOR-DAY-LINE TO FEED-CONTROL-RECORD
                       EVALUATE TRUE
                           WHEN FCT-TRAILER
                               PERFORM BALANCE-PRIOR-EXTRACT
                               MOVE HIGH-VALUES TO WS-PRIOR-KEY
                           WHEN FCT-HEADER
                               MOVE "CALDPRV" TO WS-CHECK-FEED
                               MOVE "HEADER MISPLACED"
                                   TO WS-CHECK-REASON
                               PERFORM REJECT-INPUT-FEED
                           WHEN OTHER
                               PERFORM COUNT-PRIOR-DAY
                       END-EVALUATE
               END-READ
           END-IF.

       COUNT-PRIOR-DAY.
           ADD 1 TO WS-PRIOR-DAYS.
           MOVE PRIOR-DAY-LINE TO WS-PRIOR-DAY.
           MOVE PRV-DATE TO WS-PRIOR-KEY.
           IF PRV-BUSINESS-DAY-FLAG = 'Y'
               ADD 1 TO WS-PRIOR-BUSINESS-DAYS
           END-IF.
           IF PRV-HOLIDAY-FLAG = 'Y'
               ADD 1 TO WS-PRIOR-HOLIDAYS
           END-IF.
           MOVE PRV-DATE TO WS-HASH-DATE.
           ADD WS-HASH-DATE TO WS-PRIOR-HASH.

      *> THE TRAILER JUST READ IS STILL IN FEED-CONTROL-RECORD.
      *> NOTHING MAY FOLLOW IT.
       BALANCE-NEW-EXTRACT.
           MOVE "CALDXTR" TO WS-CHECK-FEED.
           MOVE WS-NEW-DAYS TO WS-CHECK-RECORDS.
           MOVE WS-NEW-BUSINESS-DAYS TO WS-CHECK-BUSINESS-DAYS.
           MOVE WS-NEW-HOLIDAYS TO WS-CHECK-HOLIDAYS.
           MOVE WS-NEW-HASH TO WS-CHECK-HASH.
           PERFORM CHECK-FEED-BALANCE.
           READ NEW-EXTRACT
               AT END
                   CONTINUE
               NOT AT END
                   MOVE "DATA AFTER TRAILER" TO WS-CHECK-REASON
                   PERFORM REJECT-INPUT-FEED
           END-READ.

       BALANCE-PRIOR-EXTRACT.
           MOVE "CALDPRV" TO WS-CHECK-FEED.
           MOVE WS-PRIOR-DAYS TO WS-CHECK-RECORDS.
           MOVE WS-PRIOR-BUSINESS-DAYS TO WS-CHECK-BUSINESS-DAYS.
           MOVE WS-PRIOR-HOLIDAYS TO WS-CHECK-HOLIDAYS.
           MOVE WS-PRIOR-HASH TO WS-CHECK-HASH.
           PERFORM CHECK-FEED-BALANCE.
           READ PRIOR-EXTRACT
               AT END
                   CONTINUE
               NOT AT END
                   MOVE "DATA AFTER TRAILER" TO WS-CHECK-REASON
                   PERFORM REJECT-INPUT-FEED
           END-READ.

       CHECK-FEED-BALANCE.
           IF FCT-RECORD-COUNT NOT = WS-CHECK-RECORDS
            OR FCT-BUSINESS-DAYS NOT = WS-CHECK-BUSINESS-DAYS
            OR FCT-HOLIDAYS NOT = WS-CHECK-HOLIDAYS
            OR FCT-DATE-HASH NOT = WS-CHECK-HASH
               DISPLAY "CALDCMP: " WS-CHECK-FEED
                   " TRAILER " FCT-RECORD-COUNT " " FCT-BUSINESS-DAYS
                   " " FCT-HOLIDAYS " " FCT-DATE-HASH
               MOVE WS-CHECK-RECORDS TO FCT-RECORD-COUNT
               MOVE WS-CHECK-BUSINESS-DAYS TO FCT-BUSINESS-DAYS
               MOVE WS-CHECK-HOLIDAYS TO FCT-HOLIDAYS
               MOVE WS-CHECK-HASH TO FCT-DATE-HASH
               DISPLAY "CALDCMP: " WS-CHECK-FEED
                   " COUNTED " FCT-RECORD-COUNT " " FCT-BUSINESS-DAYS
                   " " FCT-HOLIDAYS " " FCT-DATE-HASH
               MOVE "OUT OF BALANCE" TO WS-CHECK-REASON
               PERFORM REJECT-INPUT-FEED
           END-IF.

      *> AN INPUT THAT IS INCOMPLETE OR DOES NOT BALANCE STOPS THE
      *> RUN - A DELTA BUILT FROM IT WOULD TELL THE SCHEDULER A
      *> TRUNCATED CALENDAR'S MISSING DAYS HAD CHANGED. THE DELTA
      *> WRITTEN SO FAR HAS NO TRAILER, SO IT CANNOT PASS FOR A
      *> COMPLETE FEED EITHER.
       REJECT-INPUT-FEED.
           DISPLAY "CALDCMP: " WS-CHECK-FEED " " WS-CHECK-REASON
               " - RUN STOPPED".
           MOVE 16 TO RETURN-CODE.
           MOVE SPACES TO RLQ-MESSAGE.
           STRING WS-CHECK-FEED DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-CHECK-REASON DELIMITED BY SIZE
               INTO RLQ-MESSAGE
           END-STRING.
           PERFORM WRITE-RUN-ERROR.
           PERFORM WRITE-RUN-END.
           STOP RUN.

       COMPARE-ONE-DAY.
           EVALUATE TRUE
               WHEN WS-NEW-KEY < WS-PRIOR-KEY
               ADD 1 TO WS-UNCHANGED-DAYS
           END-IF.

       WRITE-DELTA-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE SPACES TO FEED-CONTROL-RECORD.
           MOVE "HDR" TO FCT-RECORD-TYPE.
           MOVE "CALDDLT" TO FCT-FEED-NAME.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO FCT-CREATE-DATE.
           MOVE WS-CURRENT-DATE-TIME(9:6) TO FCT-CREATE-TIME.
           MOVE WS-FEED-REGION TO FCT-REGION.
           MOVE WS-FEED-FIRST-DATE TO FCT-FIRST-DATE.
           MOVE WS-FEED-LAST-DATE TO FCT-LAST-DATE.
           PERFORM WRITE-DELTA-CONTROL.

       WRITE-DELTA-TRAILER.
           MOVE SPACES TO FEED-CONTROL-RECORD.
           MOVE "TRL" TO FCT-RECORD-TYPE.
           MOVE "CALDDLT" TO FCT-FEED-NAME.
           MOVE WS-DELTA-RECORDS TO FCT-RECORD-COUNT.
           MOVE WS-DELTA-BUSINESS-DAYS TO FCT-BUSINESS-DAYS.
           MOVE WS-DELTA-HOLIDAYS TO FCT-HOLIDAYS.
           MOVE WS-DELTA-HASH TO FCT-DATE-HASH.
           PERFORM WRITE-DELTA-CONTROL.

       WRITE-DELTA-CONTROL.
           WRITE CALENDAR-DELTA-RECORD FROM FEED-CONTROL-RECORD.
           IF WS-DELTA-STATUS NOT = "00"
               DISPLAY "CALDCMP: DELTA " FCT-RECORD-TYPE
                   " WRITE FAILED, STATUS=" WS-DELTA-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "CALDDLT WRITE FAILED" TO RLQ-MESSAGE
               PERFORM WRITE-RUN-ERROR
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF.

       WRITE-ADD-TRANSACTION.
           ADD 1 TO WS-ADDED-DAYS.
           MOVE 'A' TO WS-DELTA-ACTION.
               STOP RUN
           END-IF.
           ADD 1 TO RLQ-RECORDS-WRITTEN.
           ADD 1 TO WS-DELTA-RECORDS.
           IF CDT-BUSINESS-DAY-FLAG = 'Y'
               ADD 1 TO WS-DELTA-BUSINESS-DAYS
           END-IF.
           IF CDT-HOLIDAY-FLAG = 'Y'
               ADD 1 TO WS-DELTA-HOLIDAYS
           END-IF.
           MOVE CDT-DATE TO WS-HASH-DATE.
           ADD WS-HASH-DATE TO WS-DELTA-HASH.

       PRINT-CONTROL-REPORT.
           WRITE RPT-LINE FROM WS-RPT-HEADING.
