       IDENTIFICATION DIVISION.
       PROGRAM-ID. FSCLOPN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSE-CALENDAR ASSIGN TO "FSCLCLS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT PERIOD-STATUS ASSIGN TO "FSCLSTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PS-KEY
               FILE STATUS IS WS-STATUS-STATUS.
           SELECT OPEN-PERIOD-REPORT ASSIGN TO "FSCORPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLOSE-CALENDAR.
       COPY FSCLCLR.

       FD  PERIOD-STATUS.
       COPY FSCLSTR.

       FD  OPEN-PERIOD-REPORT.
       01  RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CALENDAR-STATUS PIC XX.
       01 WS-STATUS-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
           88 END-OF-CLOSE-CALENDAR VALUE 'Y'.
       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-TODAY PIC X(8).

       COPY DATESVR.

       01 WS-PERIOD-COUNT    USAGE UNSIGNED-INT VALUE 0.
       01 WS-OVERDUE-COUNT   USAGE UNSIGNED-INT VALUE 0.
       01 WS-UNKNOWN-COUNT   USAGE UNSIGNED-INT VALUE 0.

      *> A CALLED SUBPROGRAM'S RETURN REPLACES RETURN-CODE, SO THE
      *> WARNING CODE RAISED MID-RUN IS HELD HERE AND APPLIED JUST
      *> BEFORE STOP RUN, THE WAY FSCLREC SETS ITS OWN.
       01 WS-FINAL-RETURN-CODE USAGE UNSIGNED-INT VALUE 0.

       01 WS-RPT-HEADING.
           02 FILLER PIC X(46) VALUE
               "FISCAL PERIODS STILL OPEN PAST CLOSE DEADLINE ".
           02 FILLER PIC X(6) VALUE "AS OF ".
           02 HDG-TODAY PIC X(8).
       01 WS-NONE-LINE PIC X(80) VALUE "   NONE".

       01 WS-COLUMN-LINE.
           02 FILLER PIC X(3)  VALUE SPACES.
           02 FILLER PIC X(4)  VALUE "FYR".
           02 FILLER PIC X(1)  VALUE SPACE.
           02 FILLER PIC X(2)  VALUE "PD".
           02 FILLER PIC X(2)  VALUE SPACES.
           02 FILLER PIC X(8)  VALUE "END DATE".
           02 FILLER PIC X(2)  VALUE SPACES.
           02 FILLER PIC X(8)  VALUE "CLOSE BY".
           02 FILLER PIC X(2)  VALUE SPACES.
           02 FILLER PIC X(5)  VALUE " OVER".
           02 FILLER PIC X(2)  VALUE SPACES.
           02 FILLER PIC X(30) VALUE "STATUS".

       01 WS-DETAIL-LINE.
           02 FILLER         PIC X(3) VALUE SPACES.
           02 DTL-YEAR       PIC 9(4).
           02 FILLER         PIC X(1) VALUE SPACE.
           02 DTL-PERIOD     PIC 9(2).
           02 FILLER         PIC X(2) VALUE SPACES.
           02 DTL-END-DATE   PIC X(8).
           02 FILLER         PIC X(2) VALUE SPACES.
           02 DTL-CLOSE-DATE PIC X(8).
           02 FILLER         PIC X(2) VALUE SPACES.
           02 DTL-DAYS-OVER  PIC Z(4)9.
           02 FILLER         PIC X(2) VALUE SPACES.
           02 DTL-STATUS     PIC X(40).

       01 WS-TOTAL-LINE.
           02 TOT-LABEL PIC X(24).
           02 TOT-VALUE PIC Z(7)9.
       COPY RUNLOGC.

      *> ONE PASS OF FSCLREC'S CLOSE CALENDAR: EVERY PERIOD WHOSE
      *> CLOSE DEADLINE IS BEHIND US IS LOOKED UP ON THE STATUS
      *> MASTER, AND ONE THE CONTROLLERS HAVE NOT CLOSED (SOFT OR
      *> HARD) IS LISTED WITH HOW MANY DAYS IT IS OVERDUE. A PERIOD
      *> WITH NO STATUS RECORD IS LISTED TOO - NOTHING CAN BE
      *> POSTED TO IT, BUT NOR HAS ANYONE CLOSED IT, AND IT MEANS
      *> FSCLSED HAS NOT SEEN THE PERIOD MASTER THE DEADLINES CAME
      *> FROM. A HELD DEADLINE (BLANK ON THE CALENDAR) IS ALREADY
      *> ON FSCLREC'S MISMATCH LIST AND IS NOT REPEATED HERE.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM WRITE-RUN-START.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY.
           OPEN INPUT CLOSE-CALENDAR.
           IF WS-CALENDAR-STATUS NOT = "00"
               DISPLAY "FSCLOPN: UNABLE TO OPEN FSCLCLS, STATUS="
                   WS-CALENDAR-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "FSCLCLS OPEN FAILED" TO RLQ-MESSAGE
               PERFORM WRITE-RUN-ERROR
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF.
           OPEN INPUT PERIOD-STATUS.
           IF WS-STATUS-STATUS NOT = "00"
               DISPLAY "FSCLOPN: UNABLE TO OPEN FSCLSTS, STATUS="
                   WS-STATUS-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "FSCLSTS OPEN FAILED" TO RLQ-MESSAGE
               PERFORM WRITE-RUN-ERROR
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF.
           OPEN OUTPUT OPEN-PERIOD-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "FSCLOPN: UNABLE TO OPEN FSCORPT, STATUS="
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "FSCORPT OPEN FAILED" TO RLQ-MESSAGE
               PERFORM WRITE-RUN-ERROR
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF.
           MOVE WS-TODAY TO HDG-TODAY.
           MOVE WS-RPT-HEADING TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-COLUMN-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM READ-CLOSE-CALENDAR.
           PERFORM UNTIL END-OF-CLOSE-CALENDAR
               PERFORM CHECK-ONE-PERIOD
               PERFORM READ-CLOSE-CALENDAR
           END-PERFORM.
           IF WS-OVERDUE-COUNT = 0 AND WS-UNKNOWN-COUNT = 0
               MOVE WS-NONE-LINE TO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "PERIODS CHECKED" TO TOT-LABEL.
           MOVE WS-PERIOD-COUNT TO TOT-VALUE.
           MOVE WS-TOTAL-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "OPEN PAST DEADLINE" TO TOT-LABEL.
           MOVE WS-OVERDUE-COUNT TO TOT-VALUE.
           MOVE WS-TOTAL-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "NOT ON STATUS MASTER" TO TOT-LABEL.
           MOVE WS-UNKNOWN-COUNT TO TOT-VALUE.
           MOVE WS-TOTAL-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           CLOSE CLOSE-CALENDAR.
           CLOSE PERIOD-STATUS.
           CLOSE OPEN-PERIOD-REPORT.
           IF WS-OVERDUE-COUNT > 0 OR WS-UNKNOWN-COUNT > 0
               DISPLAY "FSCLOPN: " WS-OVERDUE-COUNT
                   " PERIODS OPEN PAST CLOSE DEADLINE, "
                   WS-UNKNOWN-COUNT " NOT ON STATUS MASTER"
           END-IF.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           PERFORM WRITE-RUN-END.
           STOP RUN.

       WRITE-RUN-START.
           MOVE "FSCLOPN" TO RLQ-JOB-NAME.
           MOVE 0 TO RLQ-RECORDS-READ.
           MOVE 0 TO RLQ-RECORDS-WRITTEN.
           MOVE 0 TO RLQ-EXCEPTION-COUNT.
           MOVE 0 TO RLQ-RETURN-CODE.
           MOVE SPACES TO RLQ-MESSAGE.
           MOVE 'S' TO RLQ-EVENT.
           CALL 'RUNLOG' USING RUN-LOG-REQUEST.

       WRITE-RUN-ERROR.
           ADD 1 TO RLQ-EXCEPTION-COUNT.
           MOVE RETURN-CODE TO RLQ-RETURN-CODE.
           MOVE 'E' TO RLQ-EVENT.
           CALL 'RUNLOG' USING RUN-LOG-REQUEST.

       WRITE-RUN-END.
           MOVE RETURN-CODE TO RLQ-RETURN-CODE.
           MOVE SPACES TO RLQ-MESSAGE.
           MOVE 'F' TO RLQ-EVENT.
           CALL 'RUNLOG' USING RUN-LOG-REQUEST.

       READ-CLOSE-CALENDAR.
           READ CLOSE-CALENDAR
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END ADD 1 TO RLQ-RECORDS-READ
           END-READ.

       CHECK-ONE-PERIOD.
           ADD 1 TO WS-PERIOD-COUNT.
           IF NOT CLC-CLOSE-HELD
            AND CLC-CLOSE-DATE < WS-TODAY
               MOVE CLC-FISCAL-YEAR TO PS-FISCAL-YEAR
               MOVE CLC-PERIOD TO PS-PERIOD
               READ PERIOD-STATUS
               EVALUATE TRUE
                   WHEN WS-STATUS-STATUS = "23"
                       ADD 1 TO WS-UNKNOWN-COUNT
                       MOVE "NOT ON STATUS MASTER" TO DTL-STATUS
                       PERFORM WRITE-OVERDUE-LINE
                   WHEN WS-STATUS-STATUS NOT = "00"
                       DISPLAY "FSCLOPN: FSCLSTS READ FAILED FOR "
                           CLC-FISCAL-YEAR "/" CLC-PERIOD
                           " STATUS=" WS-STATUS-STATUS
                       MOVE 16 TO RETURN-CODE
                       MOVE "FSCLSTS READ FAILED" TO RLQ-MESSAGE
                       PERFORM WRITE-RUN-ERROR
                       PERFORM WRITE-RUN-END
                       STOP RUN
                   WHEN PS-PERIOD-OPEN
                       ADD 1 TO WS-OVERDUE-COUNT
                       STRING "OPEN - LAST SET BY " PS-CHANGED-BY
                           " " PS-CHANGED-DATE
                           DELIMITED BY SIZE INTO DTL-STATUS
                       END-STRING
                       PERFORM WRITE-OVERDUE-LINE
               END-EVALUATE
           END-IF.

       WRITE-OVERDUE-LINE.
           MOVE CLC-FISCAL-YEAR TO DTL-YEAR.
           MOVE CLC-PERIOD TO DTL-PERIOD.
           MOVE CLC-END-DATE TO DTL-END-DATE.
           MOVE CLC-CLOSE-DATE TO DTL-CLOSE-DATE.
           MOVE 'D' TO DSV-REQUEST.
           MOVE CLC-CLOSE-DATE TO DSV-DATE-1.
           MOVE WS-TODAY TO DSV-DATE-2.
           CALL 'DATESVC' USING DATE-SERVICE-AREA.
           IF DSV-REQUEST-FAILED
               MOVE 0 TO DTL-DAYS-OVER
           ELSE
               MOVE DSV-DAY-COUNT TO DTL-DAYS-OVER
           END-IF.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO DTL-STATUS.
           ADD 1 TO RLQ-EXCEPTION-COUNT.
           MOVE 8 TO WS-FINAL-RETURN-CODE.

       WRITE-REPORT-LINE.
           WRITE RPT-LINE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "FSCLOPN: REPORT WRITE FAILED, STATUS="
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "FSCORPT WRITE FAILED" TO RLQ-MESSAGE
               PERFORM WRITE-RUN-ERROR
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF.
           ADD 1 TO RLQ-RECORDS-WRITTEN.
