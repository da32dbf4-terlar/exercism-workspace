           SELECT RECONCILE-REPORT ASSIGN TO "FSCRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT CLOSE-CALENDAR ASSIGN TO "FSCLCLS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CALENDAR-EXTRACT.
       COPY CALDAYR.
       COPY FEEDCTLR.

       FD  RECONCILE-REPORT.
       01  RPT-LINE PIC X(80).

      *> THE CLOSE CALENDAR AGAIN, AS A FILE - THE DEADLINES THE
      *> NIGHTLY OPEN-PERIOD CHECK (FSCLOPN) HOLDS THE PERIOD
      *> STATUS MASTER AGAINST.
       FD  CLOSE-CALENDAR.
       COPY FSCLCLR.

       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS PIC XX.
       01 WS-PERIODS-STATUS PIC XX.
       01 WS-EXTRACT-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-CALENDAR-STATUS PIC XX.
       01 WS-PERIODS-EOF PIC X VALUE 'N'.
           88 END-OF-FISCAL-PERIODS VALUE 'Y'.
       01 WS-EXTRACT-EOF PIC X VALUE 'N'.
       01 WS-EXTRACT-FIRST-DATE PIC X(8) VALUE HIGH-VALUES.
       01 WS-EXTRACT-LAST-DATE  PIC X(8) VALUE LOW-VALUES.

      *> THE EXTRACT'S CONTROL TOTALS, COUNTED ON THE WAY IN AND
      *> BALANCED AGAINST ITS TRAILER (SEE FEEDCTLR) - A TRUNCATED
      *> EXTRACT WOULD OTHERWISE RECONCILE AS A SHORTER CALENDAR.
       01 WS-EXTRACT-DAYS     USAGE UNSIGNED-INT VALUE 0.
       01 WS-EXTRACT-HOLIDAYS USAGE UNSIGNED-INT VALUE 0.
       01 WS-EXTRACT-HASH     PIC 9(15) VALUE 0.
       01 WS-HASH-DATE        PIC 9(8).
       01 WS-REJECT-REASON    PIC X(18).

       01 WS-IDX  USAGE UNSIGNED-INT.
       01 WS-IDX2 USAGE UNSIGNED-INT.
       01 WS-FOUND-COUNT USAGE UNSIGNED-INT.
           END-IF.
           MOVE SPACES TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           OPEN OUTPUT CLOSE-CALENDAR.
           IF WS-CALENDAR-STATUS NOT = "00"
               DISPLAY "FSCLREC: UNABLE TO OPEN FSCLCLS, STATUS="
                   WS-CALENDAR-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "FSCLCLS OPEN FAILED" TO RLQ-MESSAGE
               PERFORM WRITE-RUN-ERROR
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF.
           MOVE WS-CAL-HEADING TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-CAL-COLUMN-LINE TO RPT-LINE.
           PERFORM PRINT-CLOSE-CALENDAR-LINE
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-PERIOD-COUNT.
           CLOSE CLOSE-CALENDAR.
           MOVE SPACES TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "PERIODS CHECKED" TO TOT-LABEL.
               STOP RUN
           END-IF.
           PERFORM READ-CALENDAR-EXTRACT.
           IF END-OF-CALENDAR-EXTRACT
               MOVE "HEADER MISSING" TO WS-REJECT-REASON
               PERFORM REJECT-CALENDAR-EXTRACT
           END-IF.
           IF NOT FCT-HEADER
               MOVE "HEADER MISSING" TO WS-REJECT-REASON
               PERFORM REJECT-CALENDAR-EXTRACT
           END-IF.
           IF FCT-FEED-NAME NOT = "CALDXTR"
               MOVE "WRONG FEED NAME" TO WS-REJECT-REASON
               PERFORM REJECT-CALENDAR-EXTRACT
           END-IF.
           PERFORM READ-CALENDAR-EXTRACT.
           PERFORM UNTIL END-OF-CALENDAR-EXTRACT OR FCT-TRAILER
               IF FCT-HEADER
                   MOVE "HEADER MISPLACED" TO WS-REJECT-REASON
                   PERFORM REJECT-CALENDAR-EXTRACT
               END-IF
               ADD 1 TO WS-EXTRACT-DAYS
               IF CDY-IS-HOLIDAY
                   ADD 1 TO WS-EXTRACT-HOLIDAYS
               END-IF
               MOVE CDY-DATE TO WS-HASH-DATE
               ADD WS-HASH-DATE TO WS-EXTRACT-HASH
               IF CDY-DATE < WS-EXTRACT-FIRST-DATE
                   MOVE CDY-DATE TO WS-EXTRACT-FIRST-DATE
               END-IF
               END-IF
               PERFORM READ-CALENDAR-EXTRACT
           END-PERFORM.
           PERFORM BALANCE-CALENDAR-EXTRACT.
           CLOSE CALENDAR-EXTRACT.

      *> EVERY BUSINESS DAY ON THE EXTRACT IS IN THE TABLE, SO THE
      *> TABLE COUNT IS THE EXTRACT'S BUSINESS-DAY TOTAL.
       BALANCE-CALENDAR-EXTRACT.
           IF END-OF-CALENDAR-EXTRACT
               MOVE "TRAILER MISSING" TO WS-REJECT-REASON
               PERFORM REJECT-CALENDAR-EXTRACT
           END-IF.
           IF FCT-RECORD-COUNT NOT = WS-EXTRACT-DAYS
            OR FCT-BUSINESS-DAYS NOT = WS-BUSDAY-COUNT
            OR FCT-HOLIDAYS NOT = WS-EXTRACT-HOLIDAYS
            OR FCT-DATE-HASH NOT = WS-EXTRACT-HASH
               DISPLAY "FSCLREC: CALDXTR TRAILER " FCT-RECORD-COUNT
                   " " FCT-BUSINESS-DAYS " " FCT-HOLIDAYS
                   " " FCT-DATE-HASH
               MOVE WS-EXTRACT-DAYS TO FCT-RECORD-COUNT
               MOVE WS-BUSDAY-COUNT TO FCT-BUSINESS-DAYS
               MOVE WS-EXTRACT-HOLIDAYS TO FCT-HOLIDAYS
               MOVE WS-EXTRACT-HASH TO FCT-DATE-HASH
               DISPLAY "FSCLREC: CALDXTR COUNTED " FCT-RECORD-COUNT
                   " " FCT-BUSINESS-DAYS " " FCT-HOLIDAYS
                   " " FCT-DATE-HASH
               MOVE "OUT OF BALANCE" TO WS-REJECT-REASON
               PERFORM REJECT-CALENDAR-EXTRACT
           END-IF.
           PERFORM READ-CALENDAR-EXTRACT.
           IF NOT END-OF-CALENDAR-EXTRACT
               MOVE "DATA AFTER TRAILER" TO WS-REJECT-REASON
               PERFORM REJECT-CALENDAR-EXTRACT
           END-IF.

      *> AN EXTRACT THAT IS INCOMPLETE OR DOES NOT BALANCE IS NOT
      *> RECONCILED AT ALL - ITS MISSING DAYS WOULD SHOW AS SHORT
      *> PERIODS AND HOLD THE CLOSE JOBS FOR THE WRONG REASON.
       REJECT-CALENDAR-EXTRACT.
           DISPLAY "FSCLREC: CALDXTR " WS-REJECT-REASON
               " - RUN STOPPED".
           MOVE 16 TO RETURN-CODE.
           MOVE SPACES TO RLQ-MESSAGE.
           STRING "CALDXTR " DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY SIZE
               INTO RLQ-MESSAGE
           END-STRING.
           PERFORM WRITE-RUN-ERROR.
           PERFORM WRITE-RUN-END.
           STOP RUN.

       READ-CALENDAR-EXTRACT.
           READ CALENDAR-EXTRACT
               AT END MOVE 'Y' TO WS-EXTRACT-EOF
           END-IF.
           MOVE WS-CAL-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-CLOSE-CALENDAR-RECORD.

       WRITE-CLOSE-CALENDAR-RECORD.
           MOVE SPACES TO CLOSE-CALENDAR-RECORD.
           MOVE PT-FISCAL-YEAR(WS-IDX) TO CLC-FISCAL-YEAR.
           MOVE PT-PERIOD(WS-IDX) TO CLC-PERIOD.
           MOVE PT-END-DATE(WS-IDX) TO CLC-END-DATE.
           MOVE PT-BUSDAYS(WS-IDX) TO CLC-BUSDAYS.
           MOVE PT-CLOSE-DATE(WS-IDX) TO CLC-CLOSE-DATE.
           WRITE CLOSE-CALENDAR-RECORD.
           IF WS-CALENDAR-STATUS NOT = "00"
               DISPLAY "FSCLREC: FSCLCLS WRITE FAILED, STATUS="
                   WS-CALENDAR-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "FSCLCLS WRITE FAILED" TO RLQ-MESSAGE
               PERFORM WRITE-RUN-ERROR
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF.
           ADD 1 TO RLQ-RECORDS-WRITTEN.

       WRITE-REPORT-LINE.
           WRITE RPT-LINE.
