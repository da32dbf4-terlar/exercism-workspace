       IDENTIFICATION DIVISION.
       PROGRAM-ID. FSCLMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       FD  PERIOD-STATUS.
       COPY FSCLSTR.

       FD  PERIOD-STATUS-LOG.
       COPY FSCLSLG.

       WORKING-STORAGE SECTION.
       01 WS-STATUS-STATUS PIC XX.
       01 WS-LOG-STATUS PIC XX.
       01 WS-LOG-OPEN PIC X VALUE 'N'.
           88 CHANGE-LOG-OPEN VALUE 'Y'.
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-INPUT-ACTION PIC X(1) VALUE SPACE.
       01 WS-INPUT-YEAR PIC 9(4) VALUE ZERO.
       01 WS-INPUT-YEAR-X REDEFINES WS-INPUT-YEAR PIC X(4).
       01 WS-INPUT-PERIOD PIC 9(2) VALUE ZERO.
       01 WS-INPUT-PERIOD-X REDEFINES WS-INPUT-PERIOD PIC X(2).
       01 WS-NEW-STATUS PIC X(1).
       01 WS-OLD-STATUS PIC X(1).
       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-FOUND-FLAG PIC X(1).
           88 PERIOD-FOUND VALUE 'Y'.

      *> THE PERIOD AS IT STANDS ON THE MASTER, SHOWN UNDER THE KEY
      *> AFTER EVERY ACTION SO THE CONTROLLER SEES WHAT THEY ACTED
      *> ON AND WHO LAST TOUCHED IT.
       01 WS-SHOW-AREA.
           02 SHOW-START-DATE  PIC X(8).
           02 SHOW-END-DATE    PIC X(8).
           02 SHOW-STATUS-NAME PIC X(11).
           02 SHOW-CHANGED-BY  PIC X(8).
           02 SHOW-CHANGED-DATE PIC X(8).
           02 SHOW-CHANGED-TIME PIC X(8).

       01 WS-STATUS-NAME-VALUES.
           02 FILLER PIC X(12) VALUE "OOPEN".
           02 FILLER PIC X(12) VALUE "SSOFT-CLOSED".
           02 FILLER PIC X(12) VALUE "HHARD-CLOSED".
       01 WS-STATUS-NAME-TABLE REDEFINES WS-STATUS-NAME-VALUES.
           02 WS-STATUS-NAME-ENTRY OCCURS 3 TIMES.
               03 SNT-CODE PIC X(1).
               03 SNT-NAME PIC X(11).
       01 WS-IDX USAGE UNSIGNED-INT.

       01 WS-MESSAGE.
           02 MSG-KEY  PIC X(7) VALUE SPACES.
           02 FILLER   PIC X(1) VALUE SPACE.
           02 MSG-TEXT PIC X(40) VALUE SPACES.

       SCREEN SECTION.
       01 SIGNON-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE
               "FISCAL PERIOD STATUS - CONTROLLER SIGN-ON".
           02 LINE 3 COLUMN 1 VALUE "OPERATOR ID:".
           02 LINE 3 COLUMN 15 PIC X(8) USING WS-OPERATOR-ID.

       01 MAINT-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE "FISCAL PERIOD STATUS".
           02 LINE 2 COLUMN 1 VALUE
               "O=OPEN S=SOFT CLOSE H=HARD CLOSE I=INQUIRE X=EXIT".
           02 LINE 3 COLUMN 1 VALUE "ACTION:".
           02 LINE 3 COLUMN 15 PIC X(1) USING WS-INPUT-ACTION.
           02 LINE 4 COLUMN 1 VALUE "FISCAL YEAR:".
           02 LINE 4 COLUMN 15 PIC X(4) USING WS-INPUT-YEAR-X.
           02 LINE 4 COLUMN 21 VALUE "PERIOD:".
           02 LINE 4 COLUMN 29 PIC X(2) USING WS-INPUT-PERIOD-X.
           02 LINE 6 COLUMN 1 VALUE "DATES:".
           02 LINE 6 COLUMN 15 PIC X(8) FROM SHOW-START-DATE.
           02 LINE 6 COLUMN 24 VALUE "TO".
           02 LINE 6 COLUMN 27 PIC X(8) FROM SHOW-END-DATE.
           02 LINE 7 COLUMN 1 VALUE "STATUS:".
           02 LINE 7 COLUMN 15 PIC X(11) FROM SHOW-STATUS-NAME.
           02 LINE 8 COLUMN 1 VALUE "CHANGED BY:".
           02 LINE 8 COLUMN 15 PIC X(8) FROM SHOW-CHANGED-BY.
           02 LINE 8 COLUMN 24 VALUE "ON".
           02 LINE 8 COLUMN 27 PIC X(8) FROM SHOW-CHANGED-DATE.
           02 LINE 8 COLUMN 36 PIC X(8) FROM SHOW-CHANGED-TIME.
           02 LINE 10 COLUMN 1 VALUE
               "(A HARD-CLOSED PERIOD IS FINAL AND CANNOT BE REOPENED)".
           02 LINE 12 COLUMN 1 PIC X(48) FROM WS-MESSAGE.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM OPEN-STATUS-MASTER.
           MOVE SPACES TO WS-SHOW-AREA.
           PERFORM WITH TEST AFTER UNTIL WS-OPERATOR-ID NOT = SPACES
               DISPLAY SIGNON-SCREEN
               ACCEPT SIGNON-SCREEN
           END-PERFORM.
           PERFORM WITH TEST AFTER UNTIL WS-INPUT-ACTION = 'X'
               DISPLAY MAINT-SCREEN
               ACCEPT MAINT-SCREEN
               MOVE SPACES TO WS-MESSAGE
               MOVE SPACES TO WS-SHOW-AREA
               EVALUATE WS-INPUT-ACTION
                   WHEN 'O'
                   WHEN 'S'
                   WHEN 'H'
                       PERFORM CHANGE-PERIOD-STATUS
                   WHEN 'I' PERFORM INQUIRE-PERIOD
                   WHEN 'X' CONTINUE
                   WHEN OTHER
                       MOVE "ACTION MUST BE O, S, H, I, OR X"
                           TO MSG-TEXT
               END-EVALUATE
           END-PERFORM.
           CLOSE PERIOD-STATUS.
           IF CHANGE-LOG-OPEN
               CLOSE PERIOD-STATUS-LOG
           END-IF.
           STOP RUN.

      *> THE MASTER IS SEEDED BY FSCLSED IN FSCJOB - A PERIOD IS
      *> NEVER CREATED FROM THE SCREEN, SO WITH NO MASTER THERE IS
      *> NOTHING TO MAINTAIN.
       OPEN-STATUS-MASTER.
           OPEN I-O PERIOD-STATUS.
           IF WS-STATUS-STATUS NOT = "00"
               DISPLAY "FSCLMNT: UNABLE TO OPEN FSCLSTS, STATUS="
                   WS-STATUS-STATUS " - RUN FSCLSED TO SEED IT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       INQUIRE-PERIOD.
           PERFORM FIND-PERIOD.
           IF PERIOD-FOUND
               MOVE "ON MASTER" TO MSG-TEXT
           END-IF.

      *> A SOFT-CLOSED PERIOD MAY BE REOPENED OR HARD-CLOSED; A
      *> HARD CLOSE IS THE END OF THE PERIOD'S LIFE AND THE SCREEN
      *> REFUSES ANY CHANGE TO IT.
       CHANGE-PERIOD-STATUS.
           PERFORM FIND-PERIOD.
           IF PERIOD-FOUND
               MOVE WS-INPUT-ACTION TO WS-NEW-STATUS
               MOVE PS-STATUS TO WS-OLD-STATUS
               EVALUATE TRUE
                   WHEN PS-PERIOD-HARD-CLOSED
                       MOVE "HARD-CLOSED - NO FURTHER CHANGE"
                           TO MSG-TEXT
                   WHEN PS-STATUS = WS-NEW-STATUS
                       MOVE "PERIOD ALREADY HAS THAT STATUS"
                           TO MSG-TEXT
                   WHEN OTHER
                       PERFORM APPLY-STATUS-CHANGE
               END-EVALUATE
           END-IF.

      *> THE CHANGE IS LOGGED BEFORE IT IS APPLIED - IF THE LOG
      *> CANNOT BE WRITTEN THE CHANGE IS NOT MADE, SO THE LOG NEVER
      *> UNDERSTATES WHAT REACHED THE MASTER.
       APPLY-STATUS-CHANGE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           PERFORM WRITE-STATUS-LOG-RECORD.
           MOVE WS-NEW-STATUS TO PS-STATUS.
           MOVE WS-OPERATOR-ID TO PS-CHANGED-BY.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO PS-CHANGED-DATE.
           MOVE WS-CURRENT-DATE-TIME(9:8) TO PS-CHANGED-TIME.
           REWRITE PERIOD-STATUS-RECORD.
           IF WS-STATUS-STATUS NOT = "00"
               DISPLAY "FSCLMNT: FSCLSTS REWRITE FAILED FOR "
                   PS-FISCAL-YEAR "/" PS-PERIOD
                   " STATUS=" WS-STATUS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM SHOW-PERIOD.
           EVALUATE TRUE
               WHEN PS-PERIOD-OPEN
                   MOVE "PERIOD OPENED" TO MSG-TEXT
               WHEN PS-PERIOD-SOFT-CLOSED
                   MOVE "PERIOD SOFT-CLOSED" TO MSG-TEXT
               WHEN PS-PERIOD-HARD-CLOSED
                   MOVE "PERIOD HARD-CLOSED" TO MSG-TEXT
           END-EVALUATE.

       FIND-PERIOD.
           MOVE 'N' TO WS-FOUND-FLAG.
           STRING WS-INPUT-YEAR-X "/" WS-INPUT-PERIOD-X
               DELIMITED BY SIZE INTO MSG-KEY
           END-STRING.
           EVALUATE TRUE
               WHEN WS-INPUT-YEAR-X NOT NUMERIC
                   MOVE "FISCAL YEAR IS NOT NUMERIC" TO MSG-TEXT
               WHEN WS-INPUT-PERIOD-X NOT NUMERIC
                   MOVE "PERIOD IS NOT NUMERIC" TO MSG-TEXT
               WHEN OTHER
                   MOVE WS-INPUT-YEAR TO PS-FISCAL-YEAR
                   MOVE WS-INPUT-PERIOD TO PS-PERIOD
                   READ PERIOD-STATUS
                   EVALUATE WS-STATUS-STATUS
                       WHEN "00"
                           MOVE 'Y' TO WS-FOUND-FLAG
                           PERFORM SHOW-PERIOD
                       WHEN "23"
                           MOVE "NOT ON STATUS MASTER" TO MSG-TEXT
                       WHEN OTHER
                           DISPLAY "FSCLMNT: FSCLSTS READ FAILED, "
                               "STATUS=" WS-STATUS-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-EVALUATE
           END-EVALUATE.

       SHOW-PERIOD.
           MOVE PS-START-DATE TO SHOW-START-DATE.
           MOVE PS-END-DATE TO SHOW-END-DATE.
           MOVE PS-CHANGED-BY TO SHOW-CHANGED-BY.
           MOVE PS-CHANGED-DATE TO SHOW-CHANGED-DATE.
           MOVE PS-CHANGED-TIME TO SHOW-CHANGED-TIME.
           MOVE "UNKNOWN" TO SHOW-STATUS-NAME.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 3
               IF SNT-CODE(WS-IDX) = PS-STATUS
                   MOVE SNT-NAME(WS-IDX) TO SHOW-STATUS-NAME
               END-IF
           END-PERFORM.

       WRITE-STATUS-LOG-RECORD.
           IF NOT CHANGE-LOG-OPEN
               OPEN EXTEND PERIOD-STATUS-LOG
               IF WS-LOG-STATUS = "35"
                   OPEN OUTPUT PERIOD-STATUS-LOG
               END-IF
               IF WS-LOG-STATUS NOT = "00"
                   DISPLAY "FSCLMNT: UNABLE TO OPEN FSCLSLOG, STATUS="
                       WS-LOG-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-LOG-OPEN
           END-IF.
           MOVE SPACES TO PERIOD-STATUS-LOG-RECORD.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO PSL-DATE.
           MOVE WS-CURRENT-DATE-TIME(9:8) TO PSL-TIME.
           MOVE WS-OPERATOR-ID TO PSL-OPERATOR.
           MOVE PS-FISCAL-YEAR TO PSL-FISCAL-YEAR.
           MOVE PS-PERIOD TO PSL-PERIOD.
           MOVE WS-OLD-STATUS TO PSL-OLD-STATUS.
           MOVE WS-NEW-STATUS TO PSL-NEW-STATUS.
           WRITE PERIOD-STATUS-LOG-RECORD.
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "FSCLMNT: STATUS LOG WRITE FAILED FOR "
                   PS-FISCAL-YEAR "/" PS-PERIOD
                   " STATUS=" WS-LOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
