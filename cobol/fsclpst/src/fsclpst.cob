       IDENTIFICATION DIVISION.
       PROGRAM-ID. FSCLPST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-STATUS ASSIGN TO "FSCLSTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PS-KEY
               FILE STATUS IS WS-STATUS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-STATUS.
       COPY FSCLSTR.

       WORKING-STORAGE SECTION.
       01 WS-STATUS-STATUS PIC XX.
       01 WS-OPEN-TRIED PIC X VALUE 'N'.
           88 MASTER-OPEN-TRIED VALUE 'Y'.
       01 WS-MASTER-USABLE PIC X VALUE 'N'.
           88 MASTER-USABLE VALUE 'Y'.

       COPY FSCLFNR.

      *> THE PERIOD COMES FROM FSCLFND, SO A POSTING DATE IS PLACED
      *> IN EXACTLY THE PERIOD THE REST OF THE SUITE PLACES IT IN;
      *> THE STATUS IS THEN A KEYED READ OF THE STATUS MASTER ON
      *> EVERY CALL, NOT A COPY HELD FOR THE RUN, SO A PERIOD A
      *> CONTROLLER CLOSES ON THE SCREEN STOPS POSTINGS FROM THE
      *> NEXT TRANSACTION ON. ANY DOUBT - NO PERIOD, NO STATUS
      *> RECORD, NO MASTER - IS ANSWERED AS NOT POSTABLE.
       LINKAGE SECTION.
       COPY FSCLPSR.

       PROCEDURE DIVISION USING POSTING-CHECK-AREA.
       FSCLPST.
           MOVE ZEROS TO PCK-FISCAL-YEAR.
           MOVE ZEROS TO PCK-PERIOD.
           MOVE SPACE TO PCK-PERIOD-STATUS.
           MOVE PCK-POSTING-DATE TO FSF-REQUEST-DATE.
           CALL 'FSCLFND' USING FISCAL-FIND-AREA.
           IF FSF-REQUEST-FAILED
               MOVE 'N' TO PCK-RESULT
           ELSE
               MOVE FSF-FISCAL-YEAR TO PCK-FISCAL-YEAR
               MOVE FSF-PERIOD TO PCK-PERIOD
               PERFORM READ-PERIOD-STATUS
           END-IF.
           GOBACK.

       READ-PERIOD-STATUS.
      *> THE OPEN IS TRIED ONCE PER RUN UNIT, THE WAY LEAPFND TRIES
      *> LEAPTAB - A MISSING MASTER IS REPORTED ONCE, NOT ON EVERY
      *> TRANSACTION OF A HIGH-VOLUME POSTING RUN.
           IF NOT MASTER-OPEN-TRIED
               OPEN INPUT PERIOD-STATUS
               MOVE 'Y' TO WS-OPEN-TRIED
               IF WS-STATUS-STATUS = "00"
                   MOVE 'Y' TO WS-MASTER-USABLE
               ELSE
                   DISPLAY "FSCLPST: FSCLSTS UNAVAILABLE, STATUS="
                       WS-STATUS-STATUS " - NO DATE POSTABLE"
               END-IF
           END-IF.
           MOVE 'U' TO PCK-RESULT.
           IF MASTER-USABLE
               MOVE FSF-FISCAL-YEAR TO PS-FISCAL-YEAR
               MOVE FSF-PERIOD TO PS-PERIOD
               READ PERIOD-STATUS
               IF WS-STATUS-STATUS = "00"
                   MOVE PS-STATUS TO PCK-PERIOD-STATUS
                   EVALUATE TRUE
                       WHEN PS-PERIOD-OPEN
                           MOVE 'P' TO PCK-RESULT
                       WHEN PS-PERIOD-SOFT-CLOSED
                         OR PS-PERIOD-HARD-CLOSED
                           MOVE 'C' TO PCK-RESULT
                   END-EVALUATE
               END-IF
           END-IF.
