       IDENTIFICATION DIVISION.
       PROGRAM-ID. FSCLSED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FISCAL-PERIODS ASSIGN TO "FSCLPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIODS-STATUS.
           SELECT PERIOD-STATUS ASSIGN TO "FSCLSTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PS-KEY
               FILE STATUS IS WS-STATUS-STATUS.
           SELECT PERIOD-STATUS-LOG ASSIGN TO "FSCLSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FISCAL-PERIODS.
       COPY FSCLPERR.

       FD  PERIOD-STATUS.
       COPY FSCLSTR.

       FD  PERIOD-STATUS-LOG.
       COPY FSCLSLG.

       WORKING-STORAGE SECTION.
       01 WS-PERIODS-STATUS PIC XX.
       01 WS-STATUS-STATUS PIC XX.
       01 WS-LOG-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
           88 END-OF-FISCAL-PERIODS VALUE 'Y'.
       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-SEED-OPERATOR PIC X(8) VALUE "FSCLSED".

       01 WS-ADDED-COUNT    USAGE UNSIGNED-INT VALUE 0.
       01 WS-REDATED-COUNT  USAGE UNSIGNED-INT VALUE 0.
       01 WS-UNCHANGED-COUNT USAGE UNSIGNED-INT VALUE 0.
       COPY RUNLOGC.

      *> THE STATUS MASTER OUTLIVES THE PERIOD MASTER - FSCJOB
      *> DELETES AND REBUILDS FSCLPER EVERY YEAR, BUT A PERIOD THE
      *> CONTROLLERS HAVE CLOSED MUST STAY CLOSED. SO THE SEED ONLY
      *> EVER ADDS: A PERIOD NEW TO THE MASTER GOES ON OPEN, AND A
      *> PERIOD ALREADY THERE KEEPS ITS STATUS AND WHO SET IT,
      *> TAKING ONLY FRESH START/END DATES IF A CHANGED PATTERN
      *> CARD MOVED THEM. NOTHING IS EVER DELETED HERE.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM WRITE-RUN-START.
           OPEN INPUT FISCAL-PERIODS.
           IF WS-PERIODS-STATUS NOT = "00"
               DISPLAY "FSCLSED: UNABLE TO OPEN FSCLPER, STATUS="
                   WS-PERIODS-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "FSCLPER OPEN FAILED" TO RLQ-MESSAGE
               PERFORM WRITE-RUN-ERROR
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF.
           PERFORM OPEN-STATUS-MASTER.
           OPEN EXTEND PERIOD-STATUS-LOG.
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT PERIOD-STATUS-LOG
           END-IF.
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "FSCLSED: UNABLE TO OPEN FSCLSLOG, STATUS="
                   WS-LOG-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "FSCLSLOG OPEN FAILED" TO RLQ-MESSAGE
               PERFORM WRITE-RUN-ERROR
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           PERFORM READ-FISCAL-PERIODS.
           PERFORM UNTIL END-OF-FISCAL-PERIODS
               PERFORM SEED-ONE-PERIOD
               PERFORM READ-FISCAL-PERIODS
           END-PERFORM.
           CLOSE FISCAL-PERIODS.
           CLOSE PERIOD-STATUS.
           CLOSE PERIOD-STATUS-LOG.
           DISPLAY "FSCLSED: " WS-ADDED-COUNT " PERIODS ADDED OPEN, "
               WS-REDATED-COUNT " REDATED, "
               WS-UNCHANGED-COUNT " ALREADY ON MASTER".
           PERFORM WRITE-RUN-END.
           STOP RUN.

       WRITE-RUN-START.
           MOVE "FSCLSED" TO RLQ-JOB-NAME.
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

      *> STATUS 35 MEANS THE MASTER HAS NEVER BEEN BUILT - THE
      *> FIRST SEED CREATES IT EMPTY AND THEN FILLS IT LIKE ANY
      *> OTHER NIGHT, THE SAME FALLBACK YEARMNT TAKES WITH YEARMST.
       OPEN-STATUS-MASTER.
           OPEN I-O PERIOD-STATUS.
           IF WS-STATUS-STATUS = "35"
               OPEN OUTPUT PERIOD-STATUS
               IF WS-STATUS-STATUS = "00"
                   CLOSE PERIOD-STATUS
                   OPEN I-O PERIOD-STATUS
               END-IF
           END-IF.
           IF WS-STATUS-STATUS NOT = "00"
               DISPLAY "FSCLSED: UNABLE TO OPEN FSCLSTS, STATUS="
                   WS-STATUS-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "FSCLSTS OPEN FAILED" TO RLQ-MESSAGE
               PERFORM WRITE-RUN-ERROR
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF.

       READ-FISCAL-PERIODS.
           READ FISCAL-PERIODS
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END ADD 1 TO RLQ-RECORDS-READ
           END-READ.

       SEED-ONE-PERIOD.
           MOVE FSP-FISCAL-YEAR TO PS-FISCAL-YEAR.
           MOVE FSP-PERIOD TO PS-PERIOD.
           READ PERIOD-STATUS.
           EVALUATE TRUE
               WHEN WS-STATUS-STATUS = "23"
                   PERFORM ADD-OPEN-PERIOD
               WHEN WS-STATUS-STATUS NOT = "00"
                   DISPLAY "FSCLSED: FSCLSTS READ FAILED FOR "
                       FSP-FISCAL-YEAR "/" FSP-PERIOD
                       " STATUS=" WS-STATUS-STATUS
                   MOVE 16 TO RETURN-CODE
                   MOVE "FSCLSTS READ FAILED" TO RLQ-MESSAGE
                   PERFORM WRITE-RUN-ERROR
                   PERFORM WRITE-RUN-END
                   STOP RUN
               WHEN PS-START-DATE NOT = FSP-START-DATE
                 OR PS-END-DATE NOT = FSP-END-DATE
                   PERFORM REDATE-PERIOD
               WHEN OTHER
                   ADD 1 TO WS-UNCHANGED-COUNT
           END-EVALUATE.

      *> THE ADD IS LOGGED BEFORE IT IS WRITTEN, THE SAME ORDER
      *> FSCLMNT KEEPS, SO THE LOG NEVER UNDERSTATES THE MASTER.
       ADD-OPEN-PERIOD.
           MOVE SPACES TO PERIOD-STATUS-RECORD.
           MOVE FSP-FISCAL-YEAR TO PS-FISCAL-YEAR.
           MOVE FSP-PERIOD TO PS-PERIOD.
           MOVE FSP-START-DATE TO PS-START-DATE.
           MOVE FSP-END-DATE TO PS-END-DATE.
           MOVE 'O' TO PS-STATUS.
           MOVE WS-SEED-OPERATOR TO PS-CHANGED-BY.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO PS-CHANGED-DATE.
           MOVE WS-CURRENT-DATE-TIME(9:8) TO PS-CHANGED-TIME.
           PERFORM WRITE-SEED-LOG-RECORD.
           WRITE PERIOD-STATUS-RECORD.
           IF WS-STATUS-STATUS NOT = "00"
               DISPLAY "FSCLSED: FSCLSTS WRITE FAILED FOR "
                   PS-FISCAL-YEAR "/" PS-PERIOD
                   " STATUS=" WS-STATUS-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "FSCLSTS WRITE FAILED" TO RLQ-MESSAGE
               PERFORM WRITE-RUN-ERROR
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF.
           ADD 1 TO RLQ-RECORDS-WRITTEN.
           ADD 1 TO WS-ADDED-COUNT.

      *> NEW DATES ONLY - THE STATUS AND WHO SET IT ARE THE
      *> CONTROLLERS' AND ARE LEFT AS THEY ARE.
       REDATE-PERIOD.
           MOVE FSP-START-DATE TO PS-START-DATE.
           MOVE FSP-END-DATE TO PS-END-DATE.
           REWRITE PERIOD-STATUS-RECORD.
           IF WS-STATUS-STATUS NOT = "00"
               DISPLAY "FSCLSED: FSCLSTS REWRITE FAILED FOR "
                   PS-FISCAL-YEAR "/" PS-PERIOD
                   " STATUS=" WS-STATUS-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "FSCLSTS REWRITE FAILED" TO RLQ-MESSAGE
               PERFORM WRITE-RUN-ERROR
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF.
           ADD 1 TO RLQ-RECORDS-WRITTEN.
           ADD 1 TO WS-REDATED-COUNT.

       WRITE-SEED-LOG-RECORD.
           MOVE SPACES TO PERIOD-STATUS-LOG-RECORD.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO PSL-DATE.
           MOVE WS-CURRENT-DATE-TIME(9:8) TO PSL-TIME.
           MOVE WS-SEED-OPERATOR TO PSL-OPERATOR.
           MOVE PS-FISCAL-YEAR TO PSL-FISCAL-YEAR.
           MOVE PS-PERIOD TO PSL-PERIOD.
           MOVE SPACE TO PSL-OLD-STATUS.
           MOVE PS-STATUS TO PSL-NEW-STATUS.
           WRITE PERIOD-STATUS-LOG-RECORD.
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "FSCLSED: FSCLSLOG WRITE FAILED, STATUS="
                   WS-LOG-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "FSCLSLOG WRITE FAILED" TO RLQ-MESSAGE
               PERFORM WRITE-RUN-ERROR
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF.
           ADD 1 TO RLQ-RECORDS-WRITTEN.
