       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBGATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GATE-CARD ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
      *> THE LIVE LOG IS READ THROUGH ITS OWN DD, AS RUNMON READS
      *> ITS SNAPSHOT, AND IS READ TO THE END AND CLOSED BEFORE THE
      *> FIRST CALL TO THE RUNLOG ROUTINE - SO THE SAME DATASET IS
      *> NEVER OPEN FOR INPUT AND EXTEND AT ONCE IN THIS RUN UNIT.
           SELECT RUN-LOG-IN ASSIGN TO "RUNLOGIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GATE-CARD.
       COPY GATEPARM.

       FD  RUN-LOG-IN.
       COPY RUNLOGR.

       WORKING-STORAGE SECTION.
       01 WS-CARD-STATUS PIC XX.
       01 WS-LOG-STATUS PIC XX.
       01 WS-CARD-EOF PIC X VALUE 'N'.
           88 END-OF-GATE-CARDS VALUE 'Y'.
       01 WS-LOG-EOF PIC X VALUE 'N'.
           88 END-OF-RUN-LOG VALUE 'Y'.
       01 WS-HEADER-SEEN PIC X VALUE 'N'.
           88 HEADER-CARD-SEEN VALUE 'Y'.

       01 WS-GATED-JOB-NAME PIC X(8) VALUE "JOBGATE".
       01 WS-NIGHT-START PIC 9(4) VALUE 1800.
       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-TODAY PIC X(8).
      *> A LOG LINE BELONGS TO TONIGHT WHEN ITS DATE AND HHMM ARE AT
      *> OR AFTER THE MOST RECENT NIGHT START - TODAY'S IF THE GATE
      *> RUNS AFTER IT, YESTERDAY'S IF THE GATE RUNS PAST MIDNIGHT.
       01 WS-WINDOW-STAMP.
           02 WS-WINDOW-DATE PIC X(8).
           02 WS-WINDOW-TIME PIC 9(4).
       01 WS-LINE-STAMP.
           02 WS-LINE-DATE PIC X(8).
           02 WS-LINE-TIME PIC X(4).

       COPY DATESVR.

      *> ONE SLOT PER PREDECESSOR CARD. ONLY THE LAST START AND LAST
      *> END OF THE NIGHT COUNT, SO A FAILED RUN THAT OPERATIONS
      *> RERAN CLEANLY DOES NOT HOLD THE JOB; A START WITH NO END
      *> AFTER IT IS A RUN STILL GOING OR ONE THAT ABENDED.
       01 WS-PRED-COUNT USAGE UNSIGNED-INT VALUE 0.
       01 WS-PRED-MAX   USAGE UNSIGNED-INT VALUE 20.
       01 WS-PREDECESSOR-TABLE.
           02 WS-PRED-ENTRY OCCURS 20 TIMES.
               03 PRD-PROGRAM   PIC X(8).
               03 PRD-MAX-RC    USAGE UNSIGNED-INT.
               03 PRD-STATE     PIC X(1).
                   88 PRD-NOT-SEEN  VALUE 'N'.
                   88 PRD-STARTED   VALUE 'S'.
                   88 PRD-FINISHED  VALUE 'F'.
               03 PRD-LAST-RC   USAGE UNSIGNED-INT.
               03 PRD-LAST-STAMP PIC X(17).
       01 WS-IDX USAGE UNSIGNED-INT.

       01 WS-RECORDS-READ USAGE UNSIGNED-INT VALUE 0.
       01 WS-BLOCKER-COUNT USAGE UNSIGNED-INT VALUE 0.
       01 WS-RC-DISPLAY PIC 9(2).
       01 WS-LIMIT-DISPLAY PIC 9(2).
       01 WS-COUNT-DISPLAY PIC Z9.
       01 WS-BLOCKER-MESSAGE PIC X(26).
       COPY RUNLOGC.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM READ-GATE-CARDS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY.
           PERFORM SET-NIGHT-WINDOW.
           PERFORM SCAN-RUN-LOG.
           PERFORM WRITE-RUN-START.
           MOVE WS-RECORDS-READ TO RLQ-RECORDS-READ.
      *> RC 12 IS THE GATE'S OWN CODE (SEE RUNLOGR) - DISTINCT FROM
      *> THE SUITE'S 8 AND 16, SO THE STEPS BEHIND THE GATE ARE
      *> BYPASSED AND THE MORNING MONITOR CAN TELL A HELD JOB FROM
      *> A FAILED ONE.
           PERFORM CHECK-ONE-PREDECESSOR
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-PRED-COUNT.
           IF WS-BLOCKER-COUNT > 0
               MOVE WS-BLOCKER-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "JOBGATE: " WS-GATED-JOB-NAME " HELD - "
                   WS-COUNT-DISPLAY " PREDECESSOR(S) NOT READY"
           ELSE
               MOVE WS-PRED-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "JOBGATE: " WS-GATED-JOB-NAME " RELEASED - "
                   WS-COUNT-DISPLAY " PREDECESSOR(S) FINISHED"
           END-IF.
           PERFORM WRITE-RUN-END.
           STOP RUN.

       WRITE-RUN-START.
           MOVE WS-GATED-JOB-NAME TO RLQ-JOB-NAME.
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

      *> A GATE THAT CANNOT TELL WHAT IT IS GUARDING MUST NOT LET THE
      *> JOB THROUGH - ANY CARD ERROR ENDS RC 16, WHICH THE STEPS
      *> BEHIND THE GATE ARE CODED TO BYPASS THE SAME AS RC 12.
       GATE-SETUP-FAILED.
           PERFORM WRITE-RUN-START.
           MOVE 16 TO RETURN-CODE.
           MOVE WS-RECORDS-READ TO RLQ-RECORDS-READ.
           MOVE WS-BLOCKER-MESSAGE TO RLQ-MESSAGE.
           PERFORM WRITE-RUN-ERROR.
           PERFORM WRITE-RUN-END.
           STOP RUN.

       READ-GATE-CARDS.
           OPEN INPUT GATE-CARD.
           IF WS-CARD-STATUS NOT = "00"
               DISPLAY "JOBGATE: UNABLE TO OPEN SYSIN, STATUS="
                   WS-CARD-STATUS
               MOVE "SYSIN OPEN FAILED" TO WS-BLOCKER-MESSAGE
               PERFORM GATE-SETUP-FAILED
           END-IF.
           PERFORM READ-GATE-CARD.
           PERFORM PROCESS-GATE-CARD UNTIL END-OF-GATE-CARDS.
           CLOSE GATE-CARD.
           IF NOT HEADER-CARD-SEEN
               DISPLAY "JOBGATE: NO JOB CARD IN SYSIN"
               MOVE "GATE JOB CARD MISSING" TO WS-BLOCKER-MESSAGE
               PERFORM GATE-SETUP-FAILED
           END-IF.
           IF WS-PRED-COUNT = 0
               DISPLAY "JOBGATE: NO PREDECESSOR CARDS IN SYSIN"
               MOVE "NO PREDECESSOR CARDS" TO WS-BLOCKER-MESSAGE
               PERFORM GATE-SETUP-FAILED
           END-IF.

       READ-GATE-CARD.
           READ GATE-CARD
               AT END MOVE 'Y' TO WS-CARD-EOF
               NOT AT END ADD 1 TO WS-RECORDS-READ
           END-READ.

       PROCESS-GATE-CARD.
           IF GPM-SKIP-CARD OR GATE-PARM-RECORD(1:1) = "*"
               CONTINUE
           ELSE
               IF HEADER-CARD-SEEN
                   PERFORM ADD-PREDECESSOR
               ELSE
                   PERFORM ACCEPT-HEADER-CARD
               END-IF
           END-IF.
           PERFORM READ-GATE-CARD.

       ACCEPT-HEADER-CARD.
           MOVE 'Y' TO WS-HEADER-SEEN.
           MOVE GPM-NAME TO WS-GATED-JOB-NAME.
           IF NOT GPM-DEFAULT-NIGHT-START
               IF GPM-NIGHT-START NUMERIC
                AND GPM-NIGHT-START-HH < 24
                AND GPM-NIGHT-START-MM < 60
                   MOVE GPM-NIGHT-START TO WS-NIGHT-START
               ELSE
                   DISPLAY "JOBGATE: NIGHT START MUST BE HHMM IN"
                       " COLUMNS 10-13, FOUND " GPM-NIGHT-START-X
                   MOVE "NIGHT START INVALID" TO WS-BLOCKER-MESSAGE
                   PERFORM GATE-SETUP-FAILED
               END-IF
           END-IF.

       ADD-PREDECESSOR.
           IF NOT GPM-MAX-RC NUMERIC
               DISPLAY "JOBGATE: RC LIMIT FOR " GPM-NAME
                   " MUST BE ZERO-FILLED IN COLUMNS 10-11"
               MOVE "RC LIMIT INVALID" TO WS-BLOCKER-MESSAGE
               PERFORM GATE-SETUP-FAILED
           END-IF.
           IF WS-PRED-COUNT >= WS-PRED-MAX
               MOVE WS-PRED-MAX TO WS-COUNT-DISPLAY
               DISPLAY "JOBGATE: MORE THAN " WS-COUNT-DISPLAY
                   " PREDECESSOR CARDS"
               MOVE "TOO MANY PREDECESSORS" TO WS-BLOCKER-MESSAGE
               PERFORM GATE-SETUP-FAILED
           END-IF.
           ADD 1 TO WS-PRED-COUNT.
           MOVE GPM-NAME TO PRD-PROGRAM(WS-PRED-COUNT).
           MOVE GPM-MAX-RC TO PRD-MAX-RC(WS-PRED-COUNT).
           MOVE 'N' TO PRD-STATE(WS-PRED-COUNT).
           MOVE 0 TO PRD-LAST-RC(WS-PRED-COUNT).
           MOVE SPACES TO PRD-LAST-STAMP(WS-PRED-COUNT).

       SET-NIGHT-WINDOW.
           MOVE WS-NIGHT-START TO WS-WINDOW-TIME.
           IF WS-CURRENT-DATE-TIME(9:4) >= WS-WINDOW-TIME
               MOVE WS-TODAY TO WS-WINDOW-DATE
           ELSE
               MOVE 'O' TO DSV-REQUEST
               MOVE WS-TODAY TO DSV-DATE-1
               MOVE -1 TO DSV-DAY-OFFSET
               CALL 'DATESVC' USING DATE-SERVICE-AREA
               MOVE DSV-RESULT-DATE TO WS-WINDOW-DATE
           END-IF.

      *> NO LIVE LOG AT ALL (STATUS 35) MEANS NOTHING HAS RUN SINCE
      *> THE MORNING JOB CLEARED IT - EVERY PREDECESSOR IS THEN
      *> REPORTED AS NOT RUN, NOT TREATED AS A SETUP FAILURE.
       SCAN-RUN-LOG.
           OPEN INPUT RUN-LOG-IN.
           IF WS-LOG-STATUS = "35"
               DISPLAY "JOBGATE: NO LIVE RUNLOG - NOTHING HAS RUN"
                   " TONIGHT"
           ELSE
               IF WS-LOG-STATUS NOT = "00"
                   DISPLAY "JOBGATE: UNABLE TO OPEN RUNLOGIN, STATUS="
                       WS-LOG-STATUS
                   MOVE "RUNLOGIN OPEN FAILED" TO WS-BLOCKER-MESSAGE
                   PERFORM GATE-SETUP-FAILED
               END-IF
               PERFORM READ-RUN-LOG
               PERFORM PROCESS-LOG-RECORD UNTIL END-OF-RUN-LOG
               CLOSE RUN-LOG-IN
           END-IF.

       READ-RUN-LOG.
           READ RUN-LOG-IN
               AT END MOVE 'Y' TO WS-LOG-EOF
               NOT AT END ADD 1 TO WS-RECORDS-READ
           END-READ.

       PROCESS-LOG-RECORD.
           MOVE RLG-DATE TO WS-LINE-DATE.
           MOVE RLG-TIME(1:4) TO WS-LINE-TIME.
           IF WS-LINE-STAMP >= WS-WINDOW-STAMP
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-PRED-COUNT
                   IF PRD-PROGRAM(WS-IDX) = RLG-JOB-NAME
                       PERFORM RECORD-PREDECESSOR-EVENT
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM READ-RUN-LOG.

       RECORD-PREDECESSOR-EVENT.
           EVALUATE TRUE
               WHEN RLG-RUN-START
                   MOVE 'S' TO PRD-STATE(WS-IDX)
                   MOVE RUN-LOG-RECORD(1:17) TO PRD-LAST-STAMP(WS-IDX)
               WHEN RLG-RUN-END
                   MOVE 'F' TO PRD-STATE(WS-IDX)
                   MOVE RLG-RETURN-CODE TO PRD-LAST-RC(WS-IDX)
                   MOVE RUN-LOG-RECORD(1:17) TO PRD-LAST-STAMP(WS-IDX)
           END-EVALUATE.

      *> EACH PREDECESSOR THAT IS NOT READY IS ONE ERROR LINE UNDER
      *> THE GATED JOB'S NAME, SO THE MORNING MONITOR CAN SAY WHICH
      *> PROGRAM HELD IT WITHOUT ANYONE READING THE JOB OUTPUT.
       CHECK-ONE-PREDECESSOR.
           MOVE SPACES TO WS-BLOCKER-MESSAGE.
           EVALUATE TRUE
               WHEN PRD-NOT-SEEN(WS-IDX)
                   STRING PRD-PROGRAM(WS-IDX) DELIMITED BY SPACE
                       " NOT RUN TONIGHT" DELIMITED BY SIZE
                       INTO WS-BLOCKER-MESSAGE
                   END-STRING
               WHEN PRD-STARTED(WS-IDX)
                   STRING PRD-PROGRAM(WS-IDX) DELIMITED BY SPACE
                       " STARTED, NO END" DELIMITED BY SIZE
                       INTO WS-BLOCKER-MESSAGE
                   END-STRING
               WHEN PRD-LAST-RC(WS-IDX) > PRD-MAX-RC(WS-IDX)
                   MOVE PRD-LAST-RC(WS-IDX) TO WS-RC-DISPLAY
                   MOVE PRD-MAX-RC(WS-IDX) TO WS-LIMIT-DISPLAY
                   STRING PRD-PROGRAM(WS-IDX) DELIMITED BY SPACE
                       " RC " WS-RC-DISPLAY " OVER " WS-LIMIT-DISPLAY
                       DELIMITED BY SIZE
                       INTO WS-BLOCKER-MESSAGE
                   END-STRING
           END-EVALUATE.
           IF WS-BLOCKER-MESSAGE = SPACES
               MOVE PRD-LAST-RC(WS-IDX) TO WS-RC-DISPLAY
               DISPLAY "JOBGATE: " PRD-PROGRAM(WS-IDX) " READY, RC "
                   WS-RC-DISPLAY " AT " PRD-LAST-STAMP(WS-IDX)
           ELSE
               ADD 1 TO WS-BLOCKER-COUNT
               MOVE 12 TO RETURN-CODE
               DISPLAY "JOBGATE: " WS-BLOCKER-MESSAGE
               MOVE WS-BLOCKER-MESSAGE TO RLQ-MESSAGE
               PERFORM WRITE-RUN-ERROR
           END-IF.
