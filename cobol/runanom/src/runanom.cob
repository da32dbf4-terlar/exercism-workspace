       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNANOM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-CARD ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT TOLERANCE-FILE ASSIGN TO "RUNTOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOLERANCE-STATUS.
           SELECT HISTORY-IN ASSIGN TO "RUNHSTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT ANOMALY-REPORT ASSIGN TO "RUNARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-CARD.
       COPY ANOMPARM.

       FD  TOLERANCE-FILE.
       COPY RUNTOLR.

       FD  HISTORY-IN.
       COPY RUNHSTR.

       FD  ANOMALY-REPORT.
       01  RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS PIC XX.
       01 WS-TOLERANCE-STATUS PIC XX.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-TOLERANCE-EOF PIC X VALUE 'N'.
           88 END-OF-TOLERANCES VALUE 'Y'.
       01 WS-HISTORY-EOF PIC X VALUE 'N'.
           88 END-OF-HISTORY VALUE 'Y'.
       01 WS-CARD-VALID PIC X.
           88 TOLERANCE-CARD-VALID VALUE 'Y'.

       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-TODAY PIC X(8).
       01 WS-TRAILING-DAYS USAGE UNSIGNED-INT VALUE 28.
       01 WS-MIN-NIGHTS    USAGE UNSIGNED-INT VALUE 5.
       01 WS-FINAL-RETURN-CODE USAGE UNSIGNED-INT VALUE 0.

       COPY DATESVR.

      *> THE BAND A PROGRAM IS HELD TO WHEN NEITHER ITS OWN CARD NOR
      *> A *DEFAULT CARD SAYS OTHERWISE. A *DEFAULT CARD OVERLAYS
      *> THESE; A PROGRAM CARD'S BLANK FIELDS THEN TAKE THE RESULT.
       01 WS-DEFAULT-TOLERANCE.
           02 DEF-READ-PCT      USAGE SIGNED-INT VALUE 50.
           02 DEF-WRITTEN-PCT   USAGE SIGNED-INT VALUE 50.
           02 DEF-EXC-ALLOW     USAGE SIGNED-INT VALUE 10.
           02 DEF-ELAPSED-PCT   USAGE SIGNED-INT VALUE 100.
           02 DEF-ELAPSED-FLOOR USAGE SIGNED-INT VALUE 60.

      *> ONE SLOT PER PROGRAM CARD. A FIELD LEFT BLANK ON THE CARD
      *> IS HELD AS -1 UNTIL EVERY CARD IS IN, SINCE THE *DEFAULT
      *> CARD MAY COME AFTER THE PROGRAM CARDS IT FILLS IN FOR.
       01 WS-TOL-COUNT USAGE UNSIGNED-INT VALUE 0.
       01 WS-TOL-MAX   USAGE UNSIGNED-INT VALUE 40.
       01 WS-TOLERANCE-TABLE.
           02 WS-TOL-ENTRY OCCURS 40 TIMES.
               03 TOL-JOB-NAME      PIC X(8).
               03 TOL-READ-PCT      USAGE SIGNED-INT.
               03 TOL-WRITTEN-PCT   USAGE SIGNED-INT.
               03 TOL-EXC-ALLOW     USAGE SIGNED-INT.
               03 TOL-ELAPSED-PCT   USAGE SIGNED-INT.
               03 TOL-ELAPSED-FLOOR USAGE SIGNED-INT.
       01 WS-TOL-IDX USAGE UNSIGNED-INT.
       01 WS-CARD-TOLERANCE.
           02 CRD-READ-PCT      USAGE SIGNED-INT.
           02 CRD-WRITTEN-PCT   USAGE SIGNED-INT.
           02 CRD-EXC-ALLOW     USAGE SIGNED-INT.
           02 CRD-ELAPSED-PCT   USAGE SIGNED-INT.
           02 CRD-ELAPSED-FLOOR USAGE SIGNED-INT.

      *> ONE SLOT PER PROGRAM ON THE HISTORY. A PROGRAM'S FIGURES FOR
      *> A NIGHT ARE THOSE OF ITS LAST COMPLETED RUN THAT NIGHT, SO A
      *> FAILED RUN RERUN CLEANLY COUNTS ONCE; THEY ARE HELD IN THE
      *> CURRENT-NIGHT FIELDS UNTIL THE PROGRAM'S NEXT NIGHT (OR END
      *> OF FILE) AND THEN FOLDED INTO TONIGHT, THE TRAILING-WINDOW
      *> TOTALS AND THE WEEK THEY FALL IN. WEEK 1 IS TONIGHT AND THE
      *> SIX NIGHTS BEFORE IT.
       01 WS-PGM-COUNT USAGE UNSIGNED-INT VALUE 0.
       01 WS-PGM-MAX   USAGE UNSIGNED-INT VALUE 40.
       01 WS-PGM-OVERFLOW PIC X VALUE 'N'.
           88 PGM-OVERFLOW-REPORTED VALUE 'Y'.
       01 WS-WEEK-MAX  USAGE UNSIGNED-INT VALUE 8.
       01 WS-PROGRAM-TABLE.
           02 WS-PGM-ENTRY OCCURS 40 TIMES.
               03 APG-JOB-NAME       PIC X(8).
               03 APG-OPEN-FLAG      PIC X(1).
                   88 APG-RUN-OPEN VALUE 'Y'.
               03 APG-START-DATE     PIC X(8).
               03 APG-START-TIME     PIC X(8).
               03 APG-CUR-NIGHT      PIC X(8).
               03 APG-CUR-FLAG       PIC X(1).
                   88 APG-CUR-HAS-RUN VALUE 'Y'.
               03 APG-CUR-READ       USAGE UNSIGNED-INT.
               03 APG-CUR-WRITTEN    USAGE UNSIGNED-INT.
               03 APG-CUR-EXC        USAGE UNSIGNED-INT.
               03 APG-CUR-ELAPSED    USAGE UNSIGNED-INT.
               03 APG-CUR-TIMED      PIC X(1).
                   88 APG-CUR-IS-TIMED VALUE 'Y'.
               03 APG-TONIGHT-FLAG   PIC X(1).
                   88 APG-RAN-TONIGHT VALUE 'Y'.
               03 APG-TNT-READ       USAGE UNSIGNED-INT.
               03 APG-TNT-WRITTEN    USAGE UNSIGNED-INT.
               03 APG-TNT-EXC        USAGE UNSIGNED-INT.
               03 APG-TNT-ELAPSED    USAGE UNSIGNED-INT.
               03 APG-TNT-TIMED      PIC X(1).
                   88 APG-TNT-IS-TIMED VALUE 'Y'.
               03 APG-PRIOR-NIGHTS   USAGE UNSIGNED-INT.
               03 APG-SUM-READ       USAGE UNSIGNED-INT.
               03 APG-SUM-WRITTEN    USAGE UNSIGNED-INT.
               03 APG-SUM-EXC        USAGE UNSIGNED-INT.
               03 APG-TIMED-NIGHTS   USAGE UNSIGNED-INT.
               03 APG-SUM-ELAPSED    USAGE UNSIGNED-INT.
               03 APG-WEEK OCCURS 8 TIMES.
                   04 WK-NIGHTS       USAGE UNSIGNED-INT.
                   04 WK-SUM-READ     USAGE UNSIGNED-INT.
                   04 WK-SUM-WRITTEN  USAGE UNSIGNED-INT.
                   04 WK-SUM-EXC      USAGE UNSIGNED-INT.
                   04 WK-TIMED-NIGHTS USAGE UNSIGNED-INT.
                   04 WK-SUM-ELAPSED  USAGE UNSIGNED-INT.
       01 WS-IDX USAGE UNSIGNED-INT.
       01 WS-WEEK USAGE UNSIGNED-INT.
       01 WS-DAYS-BACK USAGE SIGNED-INT.

       01 WS-START-SECONDS USAGE UNSIGNED-INT.
       01 WS-END-SECONDS   USAGE UNSIGNED-INT.
       01 WS-ELAPSED-WORK  USAGE SIGNED-INT.
       01 WS-TIME-HH PIC 9(2).
       01 WS-TIME-MM PIC 9(2).
       01 WS-TIME-SS PIC 9(2).

      *> ONE MEASURE'S CHECK: TONIGHT AGAINST THE AVERAGE AND BAND.
       01 WS-MEASURE-NAME PIC X(10).
       01 WS-TONIGHT-VALUE USAGE UNSIGNED-INT.
       01 WS-AVERAGE       USAGE UNSIGNED-INT.
       01 WS-BAND-LOW      USAGE UNSIGNED-INT.
       01 WS-BAND-HIGH     USAGE UNSIGNED-INT.
       01 WS-BAND-PCT      USAGE SIGNED-INT.
       01 WS-ELAPSED-FLOOR USAGE SIGNED-INT.
       01 WS-DIFFERENCE    USAGE SIGNED-INT.
       01 WS-NIGHTS-USED   USAGE UNSIGNED-INT.
       01 WS-SUM-USED      USAGE UNSIGNED-INT.

       01 WS-ANOMALY-COUNT USAGE UNSIGNED-INT VALUE 0.
       01 WS-SECTION-LINES USAGE UNSIGNED-INT.

       01 WS-RPT-HEADING.
           02 FILLER      PIC X(34) VALUE
               "RUN ANOMALY REPORT - NIGHT ENDING ".
           02 HDG-NIGHT   PIC X(8).
       01 WS-WINDOW-LINE.
           02 FILLER      PIC X(31) VALUE
               "TRAILING AVERAGE OVER THE LAST ".
           02 WIN-DAYS    PIC ZZ9.
           02 FILLER      PIC X(21) VALUE
               " DAYS, JUDGED AFTER ".
           02 WIN-NIGHTS  PIC Z9.
           02 FILLER      PIC X(19) VALUE
               " PRIOR NIGHT(S) RUN".
       01 WS-SECTION-1 PIC X(80) VALUE
           "1. OUTSIDE TOLERANCE - TONIGHT AGAINST TRAILING AVERAGE".
       01 WS-SECTION-2 PIC X(80) VALUE
           "2. RAN TONIGHT WITH TOO FEW PRIOR NIGHTS TO JUDGE".
       01 WS-SECTION-3 PIC X(80) VALUE
           "3. WEEKLY TREND BY JOB - ONE PAGE PER JOB, NEWEST FIRST".
       01 WS-NONE-LINE PIC X(80) VALUE "   NONE".

       01 WS-ANOMALY-HEADING.
           02 FILLER PIC X(3)  VALUE SPACES.
           02 FILLER PIC X(8)  VALUE "JOB".
           02 FILLER PIC X(2)  VALUE SPACES.
           02 FILLER PIC X(10) VALUE "MEASURE".
           02 FILLER PIC X(9)  VALUE "  TONIGHT".
           02 FILLER PIC X(2)  VALUE SPACES.
           02 FILLER PIC X(9)  VALUE "  AVERAGE".
           02 FILLER PIC X(2)  VALUE SPACES.
           02 FILLER PIC X(9)  VALUE " BAND LOW".
           02 FILLER PIC X(2)  VALUE SPACES.
           02 FILLER PIC X(9)  VALUE "BAND HIGH".
       01 WS-ANOMALY-LINE.
           02 FILLER        PIC X(3)  VALUE SPACES.
           02 ANL-JOB-NAME  PIC X(8).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 ANL-MEASURE   PIC X(10).
           02 ANL-TONIGHT   PIC Z(8)9.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 ANL-AVERAGE   PIC Z(8)9.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 ANL-LOW       PIC Z(8)9.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 ANL-HIGH      PIC Z(8)9.

       01 WS-SHORT-HISTORY-LINE.
           02 FILLER        PIC X(3)  VALUE SPACES.
           02 SHL-JOB-NAME  PIC X(8).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 SHL-NIGHTS    PIC Z9.
           02 FILLER        PIC X(29) VALUE
               " PRIOR NIGHT(S) IN THE WINDOW".

       01 WS-TREND-HEADING.
           02 FILLER        PIC X(15) VALUE "WEEKLY TREND - ".
           02 TRH-JOB-NAME  PIC X(8).
       01 WS-TREND-COLUMNS.
           02 FILLER PIC X(3)  VALUE SPACES.
           02 FILLER PIC X(11) VALUE "WEEK ENDING".
           02 FILLER PIC X(2)  VALUE SPACES.
           02 FILLER PIC X(6)  VALUE "NIGHTS".
           02 FILLER PIC X(2)  VALUE SPACES.
           02 FILLER PIC X(9)  VALUE " AVG READ".
           02 FILLER PIC X(2)  VALUE SPACES.
           02 FILLER PIC X(9)  VALUE "AVG WRITE".
           02 FILLER PIC X(2)  VALUE SPACES.
           02 FILLER PIC X(7)  VALUE "AVG EXC".
           02 FILLER PIC X(2)  VALUE SPACES.
           02 FILLER PIC X(11) VALUE "AVG ELAPSED".
       01 WS-TREND-LINE.
           02 FILLER        PIC X(3)  VALUE SPACES.
           02 TRL-WEEK-END  PIC X(8).
           02 FILLER        PIC X(5)  VALUE SPACES.
           02 TRL-NIGHTS    PIC Z(5)9.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 TRL-READ      PIC Z(8)9.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 TRL-WRITTEN   PIC Z(8)9.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 TRL-EXC       PIC Z(6)9.
           02 FILLER        PIC X(4)  VALUE SPACES.
           02 TRL-ELAPSED.
               03 TRL-HH    PIC 9(3).
               03 TRL-SEP-1 PIC X(1)  VALUE ":".
               03 TRL-MM    PIC 9(2).
               03 TRL-SEP-2 PIC X(1)  VALUE ":".
               03 TRL-SS    PIC 9(2).
           02 TRL-NO-TIME REDEFINES TRL-ELAPSED PIC X(9).
       01 WS-TREND-EMPTY-LINE.
           02 FILLER        PIC X(3)  VALUE SPACES.
           02 TRE-WEEK-END  PIC X(8).
           02 FILLER        PIC X(5)  VALUE SPACES.
           02 FILLER        PIC X(7)  VALUE "NO RUNS".
       01 WS-ELAPSED-REMAIN USAGE UNSIGNED-INT.
       01 WS-TREND-ELAPSED  USAGE UNSIGNED-INT.
       COPY RUNLOGC.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM WRITE-RUN-START.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY.
           PERFORM READ-PARM-CARD.
           PERFORM LOAD-TOLERANCES.
           OPEN INPUT HISTORY-IN.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "RUNANOM: UNABLE TO OPEN RUNHSTIN, STATUS="
                   WS-HISTORY-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "RUNHSTIN OPEN FAILED" TO RLQ-MESSAGE
               PERFORM WRITE-RUN-ERROR
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF.
           OPEN OUTPUT ANOMALY-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "RUNANOM: UNABLE TO OPEN RUNARPT, STATUS="
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "RUNARPT OPEN FAILED" TO RLQ-MESSAGE
               PERFORM WRITE-RUN-ERROR
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF.
           PERFORM READ-HISTORY.
           PERFORM PROCESS-HISTORY-LINE UNTIL END-OF-HISTORY.
           PERFORM FOLD-CURRENT-NIGHT
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-PGM-COUNT.
           CLOSE HISTORY-IN.
           PERFORM CHECK-TONIGHT-ON-HISTORY.
           PERFORM PRINT-ANOMALY-REPORT.
           CLOSE ANOMALY-REPORT.
      *> AN ANOMALY IS A WARNING, NOT A FAILURE - THE SAME RC 8
      *> RUNMON RAISES FOR A PROBLEM NIGHT.
           IF WS-ANOMALY-COUNT > 0
               MOVE 8 TO WS-FINAL-RETURN-CODE
           END-IF.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           PERFORM WRITE-RUN-END.
           STOP RUN.

       WRITE-RUN-START.
           MOVE "RUNANOM" TO RLQ-JOB-NAME.
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
           IF WS-PARM-STATUS NOT = "35"
               IF WS-PARM-STATUS NOT = "00"
                   DISPLAY "RUNANOM: UNABLE TO OPEN SYSIN, STATUS="
                       WS-PARM-STATUS
                   MOVE 16 TO RETURN-CODE
                   MOVE "SYSIN OPEN FAILED" TO RLQ-MESSAGE
                   PERFORM WRITE-RUN-ERROR
                   PERFORM WRITE-RUN-END
                   STOP RUN
               END-IF
               READ PARM-CARD
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO RLQ-RECORDS-READ
                       PERFORM ACCEPT-PARM-CARD
               END-READ
               CLOSE PARM-CARD
           END-IF.

       ACCEPT-PARM-CARD.
           IF NOT APM-DEFAULT-TRAILING-DAYS
               IF APM-TRAILING-DAYS NUMERIC
                AND APM-TRAILING-DAYS > 0
                   MOVE APM-TRAILING-DAYS TO WS-TRAILING-DAYS
               ELSE
                   DISPLAY "RUNANOM: TRAILING WINDOW MUST BE"
                       " ZERO-FILLED DAYS IN COLUMNS 1-3"
                   MOVE 16 TO RETURN-CODE
                   MOVE "TRAILING WINDOW INVALID" TO RLQ-MESSAGE
                   PERFORM WRITE-RUN-ERROR
                   PERFORM WRITE-RUN-END
                   STOP RUN
               END-IF
           END-IF.
           IF NOT APM-DEFAULT-MIN-NIGHTS
               IF APM-MIN-NIGHTS NUMERIC
                AND APM-MIN-NIGHTS > 0
                   MOVE APM-MIN-NIGHTS TO WS-MIN-NIGHTS
               ELSE
                   DISPLAY "RUNANOM: MINIMUM PRIOR NIGHTS MUST BE"
                       " ZERO-FILLED IN COLUMNS 5-6"
                   MOVE 16 TO RETURN-CODE
                   MOVE "MINIMUM NIGHTS INVALID" TO RLQ-MESSAGE
                   PERFORM WRITE-RUN-ERROR
                   PERFORM WRITE-RUN-END
                   STOP RUN
               END-IF
           END-IF.

      *> NO TOLERANCE FILE (STATUS 35) HOLDS EVERY PROGRAM TO THE
      *> STANDING BAND. A BAD CARD IS REJECTED WITH A WARNING AND
      *> THAT PROGRAM FALLS BACK TO THE DEFAULT, THE SAME POSTURE
      *> HOLLOAD TAKES WITH A BAD HOLIDAY CARD.
       LOAD-TOLERANCES.
           OPEN INPUT TOLERANCE-FILE.
           IF WS-TOLERANCE-STATUS = "35"
               DISPLAY "RUNANOM: NO RUNTOL FILE - STANDING BAND USED"
                   " FOR EVERY PROGRAM"
           ELSE
               IF WS-TOLERANCE-STATUS NOT = "00"
                   DISPLAY "RUNANOM: UNABLE TO OPEN RUNTOL, STATUS="
                       WS-TOLERANCE-STATUS
                   MOVE 16 TO RETURN-CODE
                   MOVE "RUNTOL OPEN FAILED" TO RLQ-MESSAGE
                   PERFORM WRITE-RUN-ERROR
                   PERFORM WRITE-RUN-END
                   STOP RUN
               END-IF
               PERFORM READ-TOLERANCE
               PERFORM PROCESS-TOLERANCE-CARD
                   UNTIL END-OF-TOLERANCES
               CLOSE TOLERANCE-FILE
           END-IF.
           PERFORM VARYING WS-TOL-IDX FROM 1 BY 1
                   UNTIL WS-TOL-IDX > WS-TOL-COUNT
               IF TOL-READ-PCT(WS-TOL-IDX) < 0
                   MOVE DEF-READ-PCT TO TOL-READ-PCT(WS-TOL-IDX)
               END-IF
               IF TOL-WRITTEN-PCT(WS-TOL-IDX) < 0
                   MOVE DEF-WRITTEN-PCT TO TOL-WRITTEN-PCT(WS-TOL-IDX)
               END-IF
               IF TOL-EXC-ALLOW(WS-TOL-IDX) < 0
                   MOVE DEF-EXC-ALLOW TO TOL-EXC-ALLOW(WS-TOL-IDX)
               END-IF
               IF TOL-ELAPSED-PCT(WS-TOL-IDX) < 0
                   MOVE DEF-ELAPSED-PCT TO TOL-ELAPSED-PCT(WS-TOL-IDX)
               END-IF
               IF TOL-ELAPSED-FLOOR(WS-TOL-IDX) < 0
                   MOVE DEF-ELAPSED-FLOOR
                       TO TOL-ELAPSED-FLOOR(WS-TOL-IDX)
               END-IF
           END-PERFORM.

       READ-TOLERANCE.
           READ TOLERANCE-FILE
               AT END MOVE 'Y' TO WS-TOLERANCE-EOF
               NOT AT END ADD 1 TO RLQ-RECORDS-READ
           END-READ.

       PROCESS-TOLERANCE-CARD.
           IF RUN-TOLERANCE-RECORD = SPACES
            OR (RUN-TOLERANCE-RECORD(1:1) = "*"
                AND NOT RTL-DEFAULT-CARD)
               CONTINUE
           ELSE
               PERFORM EDIT-TOLERANCE-CARD
               IF TOLERANCE-CARD-VALID
                   IF RTL-DEFAULT-CARD
                       PERFORM APPLY-DEFAULT-CARD
                   ELSE
                       PERFORM ADD-TOLERANCE-ENTRY
                   END-IF
               ELSE
                   DISPLAY "RUNANOM: RUNTOL CARD REJECTED - FIELDS"
                       " MUST BE BLANK OR ZERO-FILLED: "
                       RTL-JOB-NAME
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE "RUNTOL CARD REJECTED" TO RLQ-MESSAGE
                   PERFORM WRITE-RUN-ERROR
               END-IF
           END-IF.
           PERFORM READ-TOLERANCE.

       EDIT-TOLERANCE-CARD.
           MOVE 'Y' TO WS-CARD-VALID.
           MOVE -1 TO CRD-READ-PCT.
           MOVE -1 TO CRD-WRITTEN-PCT.
           MOVE -1 TO CRD-EXC-ALLOW.
           MOVE -1 TO CRD-ELAPSED-PCT.
           MOVE -1 TO CRD-ELAPSED-FLOOR.
           IF RTL-READ-PCT-X NOT = SPACES
               IF RTL-READ-PCT NUMERIC
                   MOVE RTL-READ-PCT TO CRD-READ-PCT
               ELSE
                   MOVE 'N' TO WS-CARD-VALID
               END-IF
           END-IF.
           IF RTL-WRITTEN-PCT-X NOT = SPACES
               IF RTL-WRITTEN-PCT NUMERIC
                   MOVE RTL-WRITTEN-PCT TO CRD-WRITTEN-PCT
               ELSE
                   MOVE 'N' TO WS-CARD-VALID
               END-IF
           END-IF.
           IF RTL-EXCEPTION-ALLOW-X NOT = SPACES
               IF RTL-EXCEPTION-ALLOW NUMERIC
                   MOVE RTL-EXCEPTION-ALLOW TO CRD-EXC-ALLOW
               ELSE
                   MOVE 'N' TO WS-CARD-VALID
               END-IF
           END-IF.
           IF RTL-ELAPSED-PCT-X NOT = SPACES
               IF RTL-ELAPSED-PCT NUMERIC
                   MOVE RTL-ELAPSED-PCT TO CRD-ELAPSED-PCT
               ELSE
                   MOVE 'N' TO WS-CARD-VALID
               END-IF
           END-IF.
           IF RTL-ELAPSED-FLOOR-X NOT = SPACES
               IF RTL-ELAPSED-FLOOR NUMERIC
                   MOVE RTL-ELAPSED-FLOOR TO CRD-ELAPSED-FLOOR
               ELSE
                   MOVE 'N' TO WS-CARD-VALID
               END-IF
           END-IF.

       APPLY-DEFAULT-CARD.
           IF CRD-READ-PCT >= 0
               MOVE CRD-READ-PCT TO DEF-READ-PCT
           END-IF.
           IF CRD-WRITTEN-PCT >= 0
               MOVE CRD-WRITTEN-PCT TO DEF-WRITTEN-PCT
           END-IF.
           IF CRD-EXC-ALLOW >= 0
               MOVE CRD-EXC-ALLOW TO DEF-EXC-ALLOW
           END-IF.
           IF CRD-ELAPSED-PCT >= 0
               MOVE CRD-ELAPSED-PCT TO DEF-ELAPSED-PCT
           END-IF.
           IF CRD-ELAPSED-FLOOR >= 0
               MOVE CRD-ELAPSED-FLOOR TO DEF-ELAPSED-FLOOR
           END-IF.

       ADD-TOLERANCE-ENTRY.
           IF WS-TOL-COUNT >= WS-TOL-MAX
               DISPLAY "RUNANOM: MORE THAN " WS-TOL-MAX
                   " RUNTOL CARDS - " RTL-JOB-NAME " USES THE DEFAULT"
               MOVE 8 TO WS-FINAL-RETURN-CODE
               MOVE "RUNTOL TABLE FULL" TO RLQ-MESSAGE
               PERFORM WRITE-RUN-ERROR
           ELSE
               ADD 1 TO WS-TOL-COUNT
               MOVE RTL-JOB-NAME TO TOL-JOB-NAME(WS-TOL-COUNT)
               MOVE CRD-READ-PCT TO TOL-READ-PCT(WS-TOL-COUNT)
               MOVE CRD-WRITTEN-PCT TO TOL-WRITTEN-PCT(WS-TOL-COUNT)
               MOVE CRD-EXC-ALLOW TO TOL-EXC-ALLOW(WS-TOL-COUNT)
               MOVE CRD-ELAPSED-PCT TO TOL-ELAPSED-PCT(WS-TOL-COUNT)
               MOVE CRD-ELAPSED-FLOOR
                   TO TOL-ELAPSED-FLOOR(WS-TOL-COUNT)
           END-IF.

       READ-HISTORY.
           READ HISTORY-IN
               AT END MOVE 'Y' TO WS-HISTORY-EOF
               NOT AT END ADD 1 TO RLQ-RECORDS-READ
           END-READ.

       PROCESS-HISTORY-LINE.
           PERFORM FIND-PROGRAM-SLOT.
           IF WS-IDX <= WS-PGM-COUNT
               IF RHS-NIGHT-DATE NOT = APG-CUR-NIGHT(WS-IDX)
                   PERFORM FOLD-CURRENT-NIGHT
                   MOVE RHS-NIGHT-DATE TO APG-CUR-NIGHT(WS-IDX)
               END-IF
               EVALUATE TRUE
                   WHEN RHS-RUN-START
                       MOVE 'Y' TO APG-OPEN-FLAG(WS-IDX)
                       MOVE RHS-DATE TO APG-START-DATE(WS-IDX)
                       MOVE RHS-TIME TO APG-START-TIME(WS-IDX)
                   WHEN RHS-RUN-END
                       PERFORM RECORD-COMPLETED-RUN
               END-EVALUATE
           END-IF.
           PERFORM READ-HISTORY.

       FIND-PROGRAM-SLOT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PGM-COUNT
                   OR APG-JOB-NAME(WS-IDX) = RHS-JOB-NAME
               CONTINUE
           END-PERFORM.
           IF WS-IDX > WS-PGM-COUNT
               IF WS-PGM-COUNT >= WS-PGM-MAX
                   IF NOT PGM-OVERFLOW-REPORTED
                       DISPLAY "RUNANOM: MORE THAN " WS-PGM-MAX
                           " JOB NAMES ON RUNHSTIN - EXTRA JOBS NOT"
                           " CHECKED"
                       MOVE 8 TO WS-FINAL-RETURN-CODE
                       MOVE "PROGRAM TABLE FULL" TO RLQ-MESSAGE
                       PERFORM WRITE-RUN-ERROR
                       MOVE 'Y' TO WS-PGM-OVERFLOW
                   END-IF
               ELSE
                   ADD 1 TO WS-PGM-COUNT
                   INITIALIZE WS-PGM-ENTRY(WS-IDX)
                   MOVE RHS-JOB-NAME TO APG-JOB-NAME(WS-IDX)
                   MOVE 'N' TO APG-OPEN-FLAG(WS-IDX)
                   MOVE 'N' TO APG-CUR-FLAG(WS-IDX)
                   MOVE 'N' TO APG-TONIGHT-FLAG(WS-IDX)
                   MOVE RHS-NIGHT-DATE TO APG-CUR-NIGHT(WS-IDX)
               END-IF
           END-IF.

      *> THE LAST COMPLETED RUN OF THE NIGHT REPLACES ANY EARLIER
      *> ONE. IT IS TIMED ONLY WHEN ITS START LINE WAS SEEN.
       RECORD-COMPLETED-RUN.
           MOVE 'Y' TO APG-CUR-FLAG(WS-IDX).
           MOVE RHS-RECORDS-READ TO APG-CUR-READ(WS-IDX).
           MOVE RHS-RECORDS-WRITTEN TO APG-CUR-WRITTEN(WS-IDX).
           MOVE RHS-EXCEPTION-COUNT TO APG-CUR-EXC(WS-IDX).
           MOVE 'N' TO APG-CUR-TIMED(WS-IDX).
           IF APG-RUN-OPEN(WS-IDX)
               PERFORM COMPUTE-ELAPSED-TIME
               MOVE 'N' TO APG-OPEN-FLAG(WS-IDX)
           END-IF.

      *> THE SAME ELAPSED RULE RUNMON USES: WHOLE DAYS BETWEEN THE
      *> STAMP DATES FROM DATESVC PLUS THE SECONDS-OF-DAY DIFFERENCE.
       COMPUTE-ELAPSED-TIME.
           MOVE 'D' TO DSV-REQUEST.
           MOVE APG-START-DATE(WS-IDX) TO DSV-DATE-1.
           MOVE RHS-DATE TO DSV-DATE-2.
           CALL 'DATESVC' USING DATE-SERVICE-AREA.
           IF NOT DSV-REQUEST-FAILED
               MOVE APG-START-TIME(WS-IDX)(1:2) TO WS-TIME-HH
               MOVE APG-START-TIME(WS-IDX)(3:2) TO WS-TIME-MM
               MOVE APG-START-TIME(WS-IDX)(5:2) TO WS-TIME-SS
               COMPUTE WS-START-SECONDS = WS-TIME-HH * 3600
                   + WS-TIME-MM * 60 + WS-TIME-SS
               MOVE RHS-TIME(1:2) TO WS-TIME-HH
               MOVE RHS-TIME(3:2) TO WS-TIME-MM
               MOVE RHS-TIME(5:2) TO WS-TIME-SS
               COMPUTE WS-END-SECONDS = WS-TIME-HH * 3600
                   + WS-TIME-MM * 60 + WS-TIME-SS
               COMPUTE WS-ELAPSED-WORK = DSV-DAY-COUNT * 86400
                   + WS-END-SECONDS - WS-START-SECONDS
               IF WS-ELAPSED-WORK >= 0
                   MOVE WS-ELAPSED-WORK TO APG-CUR-ELAPSED(WS-IDX)
                   MOVE 'Y' TO APG-CUR-TIMED(WS-IDX)
               END-IF
           END-IF.

      *> A NIGHT IS PLACED BY HOW MANY DAYS BEFORE TONIGHT IT IS:
      *> 0 IS TONIGHT, 1 THROUGH THE WINDOW FEEDS THE AVERAGE, AND
      *> ANYTHING INSIDE THE TREND WEEKS FEEDS ITS WEEK.
       FOLD-CURRENT-NIGHT.
           IF APG-CUR-HAS-RUN(WS-IDX)
               MOVE 'D' TO DSV-REQUEST
               MOVE APG-CUR-NIGHT(WS-IDX) TO DSV-DATE-1
               MOVE WS-TODAY TO DSV-DATE-2
               CALL 'DATESVC' USING DATE-SERVICE-AREA
               IF DSV-REQUEST-FAILED
                   MOVE -1 TO WS-DAYS-BACK
               ELSE
                   MOVE DSV-DAY-COUNT TO WS-DAYS-BACK
               END-IF
               IF WS-DAYS-BACK = 0
                   MOVE 'Y' TO APG-TONIGHT-FLAG(WS-IDX)
                   MOVE APG-CUR-READ(WS-IDX) TO APG-TNT-READ(WS-IDX)
                   MOVE APG-CUR-WRITTEN(WS-IDX)
                       TO APG-TNT-WRITTEN(WS-IDX)
                   MOVE APG-CUR-EXC(WS-IDX) TO APG-TNT-EXC(WS-IDX)
                   MOVE APG-CUR-ELAPSED(WS-IDX)
                       TO APG-TNT-ELAPSED(WS-IDX)
                   MOVE APG-CUR-TIMED(WS-IDX) TO APG-TNT-TIMED(WS-IDX)
               END-IF
               IF WS-DAYS-BACK > 0
                AND WS-DAYS-BACK <= WS-TRAILING-DAYS
                   ADD 1 TO APG-PRIOR-NIGHTS(WS-IDX)
                   ADD APG-CUR-READ(WS-IDX) TO APG-SUM-READ(WS-IDX)
                   ADD APG-CUR-WRITTEN(WS-IDX)
                       TO APG-SUM-WRITTEN(WS-IDX)
                   ADD APG-CUR-EXC(WS-IDX) TO APG-SUM-EXC(WS-IDX)
                   IF APG-CUR-IS-TIMED(WS-IDX)
                       ADD 1 TO APG-TIMED-NIGHTS(WS-IDX)
                       ADD APG-CUR-ELAPSED(WS-IDX)
                           TO APG-SUM-ELAPSED(WS-IDX)
                   END-IF
               END-IF
               IF WS-DAYS-BACK >= 0
                   COMPUTE WS-WEEK = WS-DAYS-BACK / 7 + 1
                   IF WS-WEEK <= WS-WEEK-MAX
                       PERFORM ADD-TO-WEEK
                   END-IF
               END-IF
               MOVE 'N' TO APG-CUR-FLAG(WS-IDX)
           END-IF.

       ADD-TO-WEEK.
           ADD 1 TO WK-NIGHTS(WS-IDX, WS-WEEK).
           ADD APG-CUR-READ(WS-IDX) TO WK-SUM-READ(WS-IDX, WS-WEEK).
           ADD APG-CUR-WRITTEN(WS-IDX)
               TO WK-SUM-WRITTEN(WS-IDX, WS-WEEK).
           ADD APG-CUR-EXC(WS-IDX) TO WK-SUM-EXC(WS-IDX, WS-WEEK).
           IF APG-CUR-IS-TIMED(WS-IDX)
               ADD 1 TO WK-TIMED-NIGHTS(WS-IDX, WS-WEEK)
               ADD APG-CUR-ELAPSED(WS-IDX)
                   TO WK-SUM-ELAPSED(WS-IDX, WS-WEEK)
           END-IF.

      *> NOTHING ON THE HISTORY FOR TONIGHT MEANS THE ROLL STEP DID
      *> NOT RUN, SO THERE IS NOTHING TO JUDGE - SAID LOUDLY RATHER
      *> THAN PRINTED AS A QUIET, CLEAN REPORT.
       CHECK-TONIGHT-ON-HISTORY.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PGM-COUNT
                   OR APG-RAN-TONIGHT(WS-IDX)
               CONTINUE
           END-PERFORM.
           IF WS-IDX > WS-PGM-COUNT
               DISPLAY "RUNANOM: NO RUNS ON RUNHSTIN FOR NIGHT "
                   WS-TODAY
               MOVE 8 TO WS-FINAL-RETURN-CODE
               MOVE "TONIGHT NOT ON HISTORY" TO RLQ-MESSAGE
               PERFORM WRITE-RUN-ERROR
           END-IF.

       PRINT-ANOMALY-REPORT.
           MOVE WS-TODAY TO HDG-NIGHT.
           MOVE WS-RPT-HEADING TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-TRAILING-DAYS TO WIN-DAYS.
           MOVE WS-MIN-NIGHTS TO WIN-NIGHTS.
           MOVE WS-WINDOW-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-BLANK-LINE.
           PERFORM PRINT-TOLERANCE-SECTION.
           PERFORM PRINT-SHORT-HISTORY-SECTION.
           PERFORM PRINT-TREND-SECTION.

       PRINT-TOLERANCE-SECTION.
           MOVE WS-SECTION-1 TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-ANOMALY-HEADING TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 0 TO WS-SECTION-LINES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PGM-COUNT
               IF APG-RAN-TONIGHT(WS-IDX)
                AND APG-PRIOR-NIGHTS(WS-IDX) >= WS-MIN-NIGHTS
                   PERFORM CHECK-PROGRAM-MEASURES
               END-IF
           END-PERFORM.
           IF WS-SECTION-LINES = 0
               MOVE WS-NONE-LINE TO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           PERFORM WRITE-BLANK-LINE.

       CHECK-PROGRAM-MEASURES.
           PERFORM FIND-TOLERANCE.
           MOVE APG-PRIOR-NIGHTS(WS-IDX) TO WS-NIGHTS-USED.
           MOVE -1 TO WS-ELAPSED-FLOOR.
           MOVE "READ" TO WS-MEASURE-NAME.
           MOVE APG-TNT-READ(WS-IDX) TO WS-TONIGHT-VALUE.
           MOVE APG-SUM-READ(WS-IDX) TO WS-SUM-USED.
           PERFORM CHECK-ONE-MEASURE.
           MOVE "WRITTEN" TO WS-MEASURE-NAME.
           MOVE APG-TNT-WRITTEN(WS-IDX) TO WS-TONIGHT-VALUE.
           MOVE APG-SUM-WRITTEN(WS-IDX) TO WS-SUM-USED.
           IF WS-TOL-IDX > WS-TOL-COUNT
               MOVE DEF-WRITTEN-PCT TO WS-BAND-PCT
           ELSE
               MOVE TOL-WRITTEN-PCT(WS-TOL-IDX) TO WS-BAND-PCT
           END-IF.
           PERFORM CHECK-ONE-MEASURE.
           PERFORM CHECK-EXCEPTIONS.
           IF APG-TNT-IS-TIMED(WS-IDX)
            AND APG-TIMED-NIGHTS(WS-IDX) >= WS-MIN-NIGHTS
               MOVE "ELAPSED" TO WS-MEASURE-NAME
               MOVE APG-TNT-ELAPSED(WS-IDX) TO WS-TONIGHT-VALUE
               MOVE APG-SUM-ELAPSED(WS-IDX) TO WS-SUM-USED
               MOVE APG-TIMED-NIGHTS(WS-IDX) TO WS-NIGHTS-USED
               IF WS-TOL-IDX > WS-TOL-COUNT
                   MOVE DEF-ELAPSED-PCT TO WS-BAND-PCT
                   MOVE DEF-ELAPSED-FLOOR TO WS-ELAPSED-FLOOR
               ELSE
                   MOVE TOL-ELAPSED-PCT(WS-TOL-IDX) TO WS-BAND-PCT
                   MOVE TOL-ELAPSED-FLOOR(WS-TOL-IDX)
                       TO WS-ELAPSED-FLOOR
               END-IF
               PERFORM CHECK-ONE-MEASURE
           END-IF.

      *> LEAVES WS-TOL-IDX ON THE PROGRAM'S CARD, OR PAST THE LAST
      *> CARD WHEN IT HAS NONE AND THE DEFAULT BAND APPLIES; ALSO
      *> LOADS THE READ BAND, THE FIRST MEASURE CHECKED.
       FIND-TOLERANCE.
           PERFORM VARYING WS-TOL-IDX FROM 1 BY 1
                   UNTIL WS-TOL-IDX > WS-TOL-COUNT
                   OR TOL-JOB-NAME(WS-TOL-IDX) = APG-JOB-NAME(WS-IDX)
               CONTINUE
           END-PERFORM.
           IF WS-TOL-IDX > WS-TOL-COUNT
               MOVE DEF-READ-PCT TO WS-BAND-PCT
           ELSE
               MOVE TOL-READ-PCT(WS-TOL-IDX) TO WS-BAND-PCT
           END-IF.

       CHECK-ONE-MEASURE.
           COMPUTE WS-AVERAGE ROUNDED = WS-SUM-USED / WS-NIGHTS-USED.
           IF WS-BAND-PCT >= 100
               MOVE 0 TO WS-BAND-LOW
           ELSE
               COMPUTE WS-BAND-LOW =
                   WS-AVERAGE * (100 - WS-BAND-PCT) / 100
           END-IF.
           COMPUTE WS-BAND-HIGH ROUNDED =
               WS-AVERAGE * (100 + WS-BAND-PCT) / 100.
           IF WS-TONIGHT-VALUE < WS-BAND-LOW
            OR WS-TONIGHT-VALUE > WS-BAND-HIGH
               COMPUTE WS-DIFFERENCE = WS-TONIGHT-VALUE - WS-AVERAGE
               IF WS-DIFFERENCE < 0
                   COMPUTE WS-DIFFERENCE = 0 - WS-DIFFERENCE
               END-IF
               IF WS-DIFFERENCE > WS-ELAPSED-FLOOR
                   PERFORM PRINT-ANOMALY-LINE
               END-IF
           END-IF.

      *> FEWER EXCEPTIONS THAN USUAL IS NEVER A PROBLEM, SO ONLY THE
      *> UPPER SIDE IS CHECKED, AND AS A COUNT OVER THE AVERAGE -
      *> A PERCENTAGE OF AN AVERAGE OF NEARLY NOTHING MEANS NOTHING.
       CHECK-EXCEPTIONS.
           MOVE "EXCEPTIONS" TO WS-MEASURE-NAME.
           MOVE APG-TNT-EXC(WS-IDX) TO WS-TONIGHT-VALUE.
           COMPUTE WS-AVERAGE ROUNDED =
               APG-SUM-EXC(WS-IDX) / APG-PRIOR-NIGHTS(WS-IDX).
           MOVE 0 TO WS-BAND-LOW.
           IF WS-TOL-IDX > WS-TOL-COUNT
               COMPUTE WS-BAND-HIGH = WS-AVERAGE + DEF-EXC-ALLOW
           ELSE
               COMPUTE WS-BAND-HIGH =
                   WS-AVERAGE + TOL-EXC-ALLOW(WS-TOL-IDX)
           END-IF.
           IF WS-TONIGHT-VALUE > WS-BAND-HIGH
               PERFORM PRINT-ANOMALY-LINE
           END-IF.

       PRINT-ANOMALY-LINE.
           ADD 1 TO WS-SECTION-LINES.
           ADD 1 TO WS-ANOMALY-COUNT.
           MOVE APG-JOB-NAME(WS-IDX) TO ANL-JOB-NAME.
           MOVE WS-MEASURE-NAME TO ANL-MEASURE.
           MOVE WS-TONIGHT-VALUE TO ANL-TONIGHT.
           MOVE WS-AVERAGE TO ANL-AVERAGE.
           MOVE WS-BAND-LOW TO ANL-LOW.
           MOVE WS-BAND-HIGH TO ANL-HIGH.
           MOVE WS-ANOMALY-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       PRINT-SHORT-HISTORY-SECTION.
           MOVE WS-SECTION-2 TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 0 TO WS-SECTION-LINES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PGM-COUNT
               IF APG-RAN-TONIGHT(WS-IDX)
                AND APG-PRIOR-NIGHTS(WS-IDX) < WS-MIN-NIGHTS
                   ADD 1 TO WS-SECTION-LINES
                   MOVE APG-JOB-NAME(WS-IDX) TO SHL-JOB-NAME
                   MOVE APG-PRIOR-NIGHTS(WS-IDX) TO SHL-NIGHTS
                   MOVE WS-SHORT-HISTORY-LINE TO RPT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM.
           IF WS-SECTION-LINES = 0
               MOVE WS-NONE-LINE TO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           PERFORM WRITE-BLANK-LINE.

       PRINT-TREND-SECTION.
           MOVE WS-SECTION-3 TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM PRINT-TREND-PAGE
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-PGM-COUNT.

      *> A JOB WITH NO RUN INSIDE THE TREND WEEKS HAS NO PAGE - ITS
      *> NIGHTS ARE STILL ON THE HISTORY UNTIL RETENTION DROPS THEM.
       PRINT-TREND-PAGE.
           MOVE 0 TO WS-SECTION-LINES.
           PERFORM VARYING WS-WEEK FROM 1 BY 1
                   UNTIL WS-WEEK > WS-WEEK-MAX
               ADD WK-NIGHTS(WS-IDX, WS-WEEK) TO WS-SECTION-LINES
           END-PERFORM.
           IF WS-SECTION-LINES > 0
               PERFORM WRITE-BLANK-LINE
               MOVE APG-JOB-NAME(WS-IDX) TO TRH-JOB-NAME
               MOVE WS-TREND-HEADING TO RPT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-TREND-COLUMNS TO RPT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM PRINT-TREND-WEEK
                   VARYING WS-WEEK FROM 1 BY 1
                   UNTIL WS-WEEK > WS-WEEK-MAX
           END-IF.

       PRINT-TREND-WEEK.
           MOVE 'O' TO DSV-REQUEST.
           MOVE WS-TODAY TO DSV-DATE-1.
           COMPUTE DSV-DAY-OFFSET = 0 - (WS-WEEK - 1) * 7.
           CALL 'DATESVC' USING DATE-SERVICE-AREA.
           IF WK-NIGHTS(WS-IDX, WS-WEEK) = 0
               MOVE DSV-RESULT-DATE TO TRE-WEEK-END
               MOVE WS-TREND-EMPTY-LINE TO RPT-LINE
           ELSE
               MOVE DSV-RESULT-DATE TO TRL-WEEK-END
               MOVE WK-NIGHTS(WS-IDX, WS-WEEK) TO TRL-NIGHTS
               COMPUTE TRL-READ ROUNDED = WK-SUM-READ(WS-IDX, WS-WEEK)
                   / WK-NIGHTS(WS-IDX, WS-WEEK)
               COMPUTE TRL-WRITTEN ROUNDED =
                   WK-SUM-WRITTEN(WS-IDX, WS-WEEK)
                   / WK-NIGHTS(WS-IDX, WS-WEEK)
               COMPUTE TRL-EXC ROUNDED = WK-SUM-EXC(WS-IDX, WS-WEEK)
                   / WK-NIGHTS(WS-IDX, WS-WEEK)
               IF WK-TIMED-NIGHTS(WS-IDX, WS-WEEK) = 0
                   MOVE "  NO TIME" TO TRL-NO-TIME
               ELSE
                   MOVE ":" TO TRL-SEP-1
                   MOVE ":" TO TRL-SEP-2
                   COMPUTE WS-TREND-ELAPSED ROUNDED =
                       WK-SUM-ELAPSED(WS-IDX, WS-WEEK)
                       / WK-TIMED-NIGHTS(WS-IDX, WS-WEEK)
                   DIVIDE WS-TREND-ELAPSED BY 3600
                       GIVING TRL-HH REMAINDER WS-ELAPSED-REMAIN
                   DIVIDE WS-ELAPSED-REMAIN BY 60
                       GIVING TRL-MM REMAINDER TRL-SS
               END-IF
               MOVE WS-TREND-LINE TO RPT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.

       WRITE-BLANK-LINE.
           MOVE SPACES TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE RPT-LINE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "RUNANOM: REPORT WRITE FAILED, STATUS="
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "RUNARPT WRITE FAILED" TO RLQ-MESSAGE
               PERFORM WRITE-RUN-ERROR
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF.
           ADD 1 TO RLQ-RECORDS-WRITTEN.
