       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNHIST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-CARD ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
      *> THE NIGHT'S LOG COMES IN THROUGH THE MORNING JOB'S SNAPSHOT,
      *> NOT THE LIVE RUNLOG DD THIS PROGRAM LOGS ITS OWN RUN TO -
      *> THE SAME SEPARATION RUNMON KEEPS.
           SELECT RUN-LOG-IN ASSIGN TO "RUNLOGIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT HISTORY-IN ASSIGN TO "RUNHSTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT HISTORY-NEW ASSIGN TO "RUNHSTNW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-CARD.
       COPY HISTPARM.

       FD  RUN-LOG-IN.
       COPY RUNLOGR.

       FD  HISTORY-IN.
       COPY RUNHSTR.

       FD  HISTORY-NEW.
       01  NEW-HISTORY-LINE.
           02 NHL-NIGHT-DATE PIC X(8).
           02 FILLER         PIC X(1).
           02 NHL-LOG-LINE   PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS PIC XX.
       01 WS-LOG-STATUS PIC XX.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-NEW-STATUS PIC XX.
       01 WS-LOG-EOF PIC X VALUE 'N'.
           88 END-OF-RUN-LOG VALUE 'Y'.
       01 WS-HISTORY-EOF PIC X VALUE 'N'.
           88 END-OF-HISTORY VALUE 'Y'.
       01 WS-NIGHT-ON-FILE PIC X VALUE 'N'.
           88 NIGHT-ALREADY-ROLLED VALUE 'Y'.

       01 WS-RETENTION-DAYS USAGE UNSIGNED-INT.
       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-TODAY PIC X(8).
       01 WS-CUTOFF-DATE PIC X(8).

       COPY DATESVR.

       01 WS-HISTORY-READ USAGE UNSIGNED-INT VALUE 0.
       01 WS-LINES-PURGED USAGE UNSIGNED-INT VALUE 0.
       01 WS-LINES-RETAINED USAGE UNSIGNED-INT VALUE 0.
       01 WS-LINES-APPENDED USAGE UNSIGNED-INT VALUE 0.
       01 WS-COUNT-DISPLAY PIC Z(7)9.
       COPY RUNLOGC.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM WRITE-RUN-START.
           PERFORM READ-PARM-CARD.
           PERFORM COMPUTE-CUTOFF-DATE.
           PERFORM OPEN-FILES.
           IF WS-HISTORY-STATUS = "00"
               PERFORM READ-HISTORY
               PERFORM RETAIN-HISTORY-LINE UNTIL END-OF-HISTORY
               CLOSE HISTORY-IN
           END-IF.
      *> A RERUN OF THE MORNING JOB FINDS THIS NIGHT ALREADY ON THE
      *> FILE - ROLLING IT IN AGAIN WOULD COUNT EVERY RUN TWICE IN
      *> THE AVERAGES, SO THE RETAINED COPY IS WRITTEN UNCHANGED.
           IF NIGHT-ALREADY-ROLLED
               DISPLAY "RUNHIST: NIGHT " WS-TODAY
                   " ALREADY ON HISTORY - NOT APPENDED AGAIN"
           ELSE
               PERFORM READ-RUN-LOG
               PERFORM APPEND-NIGHT-LINE UNTIL END-OF-RUN-LOG
           END-IF.
           CLOSE RUN-LOG-IN.
           CLOSE HISTORY-NEW.
           MOVE WS-LINES-RETAINED TO WS-COUNT-DISPLAY.
           DISPLAY "RUNHIST: LINES RETAINED " WS-COUNT-DISPLAY.
           MOVE WS-LINES-PURGED TO WS-COUNT-DISPLAY.
           DISPLAY "RUNHIST: LINES PURGED   " WS-COUNT-DISPLAY
               " (NIGHTS BEFORE " WS-CUTOFF-DATE ")".
           MOVE WS-LINES-APPENDED TO WS-COUNT-DISPLAY.
           DISPLAY "RUNHIST: LINES APPENDED " WS-COUNT-DISPLAY
               " (NIGHT " WS-TODAY ")".
           PERFORM WRITE-RUN-END.
           STOP RUN.

       WRITE-RUN-START.
           MOVE "RUNHIST" TO RLQ-JOB-NAME.
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

       READ-PARM-CARD.
           OPEN INPUT PARM-CARD.
      *> NO CARD MEANS 999 DAYS, AS IN AUDSUM - A LOST CARD MUST
      *> NEVER CAUSE AN AGGRESSIVE PURGE OF THE HISTORY.
           IF WS-PARM-STATUS = "35"
               MOVE 999 TO HPM-RETENTION-DAYS
           ELSE
               IF WS-PARM-STATUS NOT = "00"
                   DISPLAY "RUNHIST: UNABLE TO OPEN SYSIN, STATUS="
                       WS-PARM-STATUS
                   MOVE 16 TO RETURN-CODE
                   MOVE "SYSIN OPEN FAILED" TO RLQ-MESSAGE
                   PERFORM WRITE-RUN-ERROR
                   PERFORM WRITE-RUN-END
                   STOP RUN
               END-IF
               READ PARM-CARD
                   AT END MOVE 999 TO HPM-RETENTION-DAYS
                   NOT AT END ADD 1 TO RLQ-RECORDS-READ
               END-READ
               CLOSE PARM-CARD
           END-IF.
           IF HPM-RETENTION-DAYS NOT NUMERIC
            OR HPM-RETENTION-DAYS = 0
               DISPLAY "RUNHIST: RETENTION PARM MUST BE ZERO-FILLED"
                   " DAYS IN COLUMNS 1-3, 001-999"
               MOVE 16 TO RETURN-CODE
               MOVE "RETENTION PARM INVALID" TO RLQ-MESSAGE
               PERFORM WRITE-RUN-ERROR
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF.
           MOVE HPM-RETENTION-DAYS TO WS-RETENTION-DAYS.

      *> CUTOFF = TODAY MINUS THE RETENTION PERIOD; A NIGHT DATED
      *> BEFORE IT IS DROPPED, THE SAME TEST AUDSUM APPLIES.
       COMPUTE-CUTOFF-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY.
           MOVE 'O' TO DSV-REQUEST.
           MOVE WS-TODAY TO DSV-DATE-1.
           COMPUTE DSV-DAY-OFFSET = 0 - WS-RETENTION-DAYS.
           CALL 'DATESVC' USING DATE-SERVICE-AREA.
           MOVE DSV-RESULT-DATE TO WS-CUTOFF-DATE.

       OPEN-FILES.
           OPEN INPUT RUN-LOG-IN.
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "RUNHIST: UNABLE TO OPEN RUNLOGIN, STATUS="
                   WS-LOG-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "RUNLOGIN OPEN FAILED" TO RLQ-MESSAGE
               PERFORM WRITE-RUN-ERROR
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF.
      *> STATUS 35 IS THE FIRST MORNING, BEFORE ANY HISTORY EXISTS -
      *> THE NEW FILE THEN STARTS WITH THIS NIGHT ALONE.
           OPEN INPUT HISTORY-IN.
           IF WS-HISTORY-STATUS NOT = "00"
            AND WS-HISTORY-STATUS NOT = "35"
               DISPLAY "RUNHIST: UNABLE TO OPEN RUNHSTIN, STATUS="
                   WS-HISTORY-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "RUNHSTIN OPEN FAILED" TO RLQ-MESSAGE
               PERFORM WRITE-RUN-ERROR
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF.
           OPEN OUTPUT HISTORY-NEW.
           IF WS-NEW-STATUS NOT = "00"
               DISPLAY "RUNHIST: UNABLE TO OPEN RUNHSTNW, STATUS="
                   WS-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "RUNHSTNW OPEN FAILED" TO RLQ-MESSAGE
               PERFORM WRITE-RUN-ERROR
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF.

       READ-HISTORY.
           READ HISTORY-IN
               AT END MOVE 'Y' TO WS-HISTORY-EOF
               NOT AT END
                   ADD 1 TO WS-HISTORY-READ
                   ADD 1 TO RLQ-RECORDS-READ
           END-READ.

       RETAIN-HISTORY-LINE.
           IF RHS-NIGHT-DATE = WS-TODAY
               MOVE 'Y' TO WS-NIGHT-ON-FILE
           END-IF.
           IF RHS-NIGHT-DATE < WS-CUTOFF-DATE
               ADD 1 TO WS-LINES-PURGED
           ELSE
               MOVE RUN-HISTORY-RECORD TO NEW-HISTORY-LINE
               PERFORM WRITE-NEW-HISTORY
               ADD 1 TO WS-LINES-RETAINED
           END-IF.
           PERFORM READ-HISTORY.

       READ-RUN-LOG.
           READ RUN-LOG-IN
               AT END MOVE 'Y' TO WS-LOG-EOF
               NOT AT END ADD 1 TO RLQ-RECORDS-READ
           END-READ.

       APPEND-NIGHT-LINE.
           MOVE SPACES TO NEW-HISTORY-LINE.
           MOVE WS-TODAY TO NHL-NIGHT-DATE.
           MOVE RUN-LOG-RECORD TO NHL-LOG-LINE.
           PERFORM WRITE-NEW-HISTORY.
           ADD 1 TO WS-LINES-APPENDED.
           PERFORM READ-RUN-LOG.

       WRITE-NEW-HISTORY.
           WRITE NEW-HISTORY-LINE.
           IF WS-NEW-STATUS NOT = "00"
               DISPLAY "RUNHIST: HISTORY WRITE FAILED, STATUS="
                   WS-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "RUNHSTNW WRITE FAILED" TO RLQ-MESSAGE
               PERFORM WRITE-RUN-ERROR
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF.
           ADD 1 TO RLQ-RECORDS-WRITTEN.
