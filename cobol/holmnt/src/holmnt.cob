       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> THE SCREEN MAINTAINS THE HOLIDAY CARD DECK, NOT THE LOADED
      *> MASTER - CALJOB DELETES AND REBUILDS HOLMST FROM THE DECK
      *> EVERY NIGHT, SO THE DECK IS THE COPY A CHANGE HAS TO REACH
      *> TO SURVIVE. A CARD IS A HOLMST RECORD IMAGE, SO THE ENTRY
      *> KEYED HERE IS EXACTLY THE RECORD HOLLOAD WRITES TONIGHT.
           SELECT HOLIDAY-CARDS ASSIGN TO "HOLCARDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARDS-STATUS.
           SELECT HOLIDAY-CHANGE-LOG ASSIGN TO "HOLMLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-CARDS.
       01  HOLIDAY-CARD PIC X(80).

       FD  HOLIDAY-CHANGE-LOG.
       COPY HOLLOG.

       WORKING-STORAGE SECTION.
       01 WS-CARDS-STATUS PIC XX.
       01 WS-LOG-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
           88 END-OF-HOLIDAY-CARDS VALUE 'Y'.
       01 WS-LOG-OPEN PIC X VALUE 'N'.
           88 CHANGE-LOG-OPEN VALUE 'Y'.
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-INPUT-ACTION PIC X(1) VALUE SPACE.
       01 WS-INPUT-CONFIRM PIC X(1) VALUE SPACE.
       01 WS-LOG-ACTION PIC X(1).
       01 WS-LOG-IMAGE-TYPE PIC X(1).
       01 WS-LOG-IMAGE PIC X(80).
       01 WS-BEFORE-IMAGE PIC X(80).
       01 WS-REJECT-REASON PIC X(35).
       01 WS-CURRENT-DATE-TIME PIC X(21).

      *> THE ENTRY ON THE SCREEN IS HELD AS A HOLMST RECORD, SO
      *> HOLEDIT EDITS IT IN PLACE AND IT GOES TO THE DECK AS-IS.
      *> THE SCREEN FIELDS ARE KEYED THROUGH THIS CHARACTER VIEW OF
      *> THE SAME BYTES - A NON-NUMERIC YEAR OR OFFSET THEN REACHES
      *> THE EDIT AS KEYED AND IS REJECTED THERE, THE SAME AS ON A
      *> BAD CARD.
       COPY HOLMST.
       01 WS-HOLIDAY-INPUT REDEFINES HOLIDAY-MASTER-RECORD.
           02 INP-YEAR      PIC X(4).
           02 INP-MONTH     PIC X(2).
           02 INP-DAY       PIC X(2).
           02 FILLER        PIC X(1).
           02 INP-NAME      PIC X(30).
           02 FILLER        PIC X(1).
           02 INP-RECURRING PIC X(1).
           02 FILLER        PIC X(1).
           02 INP-RULE-TYPE PIC X(1).
           02 FILLER        PIC X(1).
           02 INP-ORDINAL   PIC X(1).
           02 FILLER        PIC X(1).
           02 INP-WEEKDAY   PIC X(1).
           02 FILLER        PIC X(1).
           02 INP-OFFSET    PIC X(4).
           02 FILLER        PIC X(1).
           02 INP-REGION    PIC X(3).
           02 FILLER        PIC X(1).
           02 INP-OBSERVANCE PIC X(1).
           02 FILLER        PIC X(22).

      *> THE WHOLE DECK IS HELD IN STORAGE AND REWRITTEN FROM THIS
      *> TABLE AFTER EVERY APPLIED CHANGE, THE WAY YEARMNT KEEPS THE
      *> YEAR MASTER. THE LIMIT IS THE ONE CALDEXT AND BUSDSVC LOAD
      *> THE MASTER INTO - A DECK LARGER THAN THAT COULD NOT BE
      *> EXTRACTED ANYWAY. AN ENTRY IS IDENTIFIED BY ITS REGION,
      *> NAME AND YEAR (0000 FOR A RECURRING OR RULE ENTRY); THE
      *> REST OF THE RECORD IS WHAT A CHANGE MAY ALTER.
       01 WS-HOLIDAY-COUNT USAGE UNSIGNED-INT VALUE 0.
       01 WS-HOLIDAY-MAX   USAGE UNSIGNED-INT VALUE 200.
       01 WS-HOLIDAY-TABLE.
           02 WS-HOLIDAY-ENTRY OCCURS 200 TIMES.
               03 HT-YEAR   PIC X(4).
               03 FILLER    PIC X(5).
               03 HT-NAME   PIC X(30).
               03 FILLER    PIC X(14).
               03 HT-REGION PIC X(3).
               03 FILLER    PIC X(24).
       01 WS-IDX       USAGE UNSIGNED-INT.
       01 WS-FOUND-IDX USAGE UNSIGNED-INT.

      *> A RULE ENTRY, OR ANY ENTRY WITH A WEEKEND OBSERVANCE RULE,
      *> IS NOT SAVED UNTIL THE OPERATOR HAS SEEN THE DATES IT
      *> RESOLVES TO - THE FIRST ADD OR CHANGE SHOWS THEM
      *> AND REMEMBERS THE RECORD PREVIEWED; ONLY A CONFIRM OF THAT
      *> SAME RECORD SAVES IT, SO ANY FIELD TOUCHED AFTER THE
      *> PREVIEW BRINGS A FRESH ONE.
       01 WS-PREVIEWED-IMAGE PIC X(80) VALUE SPACES.
       01 WS-SAVE-FLAG PIC X(1).
           88 SAVE-CONFIRMED VALUE 'Y'.

      *> THE PREVIEW STARTS AT THE CURRENT YEAR - THE YEAR THE
      *> OPERATOR IS MOST LIKELY TO CHECK A RULE AGAINST - AND RUNS
      *> FORWARD FOR AS MANY YEARS AS THE SCREEN HAS LINES FOR. A
      *> ONE-OFF ENTRY OCCURS IN ITS OWN YEAR ONLY, SO IT SHOWS THAT
      *> ONE LINE. WHERE THE OBSERVANCE RULE MOVES THE DAY OFF A
      *> WEEKEND, THE DAY THE BUSINESS IS CLOSED IS SHOWN BESIDE IT.
       01 WS-PREVIEW-YEARS USAGE UNSIGNED-INT VALUE 5.
       01 WS-PREVIEW-LIMIT USAGE UNSIGNED-INT.
       01 WS-PREVIEW-YEAR  PIC 9(4).
       01 WS-PREVIEW-IDX   USAGE UNSIGNED-INT.
       01 WS-PREVIEW-AREA.
           02 WS-PREVIEW-LINE OCCURS 5 TIMES.
               03 PRV-YEAR PIC X(4).
               03 FILLER   PIC X(2).
               03 PRV-RESULT.
                   04 PRV-DATE     PIC X(10).
                   04 FILLER       PIC X(2).
                   04 PRV-DAY-NAME PIC X(9).
               03 FILLER   PIC X(2).
               03 PRV-OBSERVED.
                   04 FILLER          PIC X(9).
                   04 PRV-OBSERVED-DATE PIC X(10).
               03 FILLER   PIC X(2).

       COPY HOLRSLR.
       COPY HOLOBSR.
       COPY DATESVR.

       01 WS-DAY-NAME-VALUES.
           02 FILLER PIC X(9) VALUE "MONDAY".
           02 FILLER PIC X(9) VALUE "TUESDAY".
           02 FILLER PIC X(9) VALUE "WEDNESDAY".
           02 FILLER PIC X(9) VALUE "THURSDAY".
           02 FILLER PIC X(9) VALUE "FRIDAY".
           02 FILLER PIC X(9) VALUE "SATURDAY".
           02 FILLER PIC X(9) VALUE "SUNDAY".
       01 WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
           02 WS-DAY-NAME PIC X(9) OCCURS 7 TIMES.

       01 WS-MESSAGE.
           02 MSG-TEXT PIC X(40) VALUE SPACES.

       SCREEN SECTION.
       01 SIGNON-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE
               "HOLIDAY-MASTER MAINTENANCE - OPERATOR SIGN-ON".
           02 LINE 3 COLUMN 1 VALUE "OPERATOR ID:".
           02 LINE 3 COLUMN 15 PIC X(8) USING WS-OPERATOR-ID.

       01 MAINT-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE "HOLIDAY-MASTER MAINTENANCE".
           02 LINE 2 COLUMN 1 VALUE
               "A=ADD C=CHANGE D=DELETE I=INQUIRE X=EXIT".
           02 LINE 3 COLUMN 1 VALUE "ACTION:".
           02 LINE 3 COLUMN 12 PIC X(1) USING WS-INPUT-ACTION.
           02 LINE 4 COLUMN 1 VALUE "REGION:".
           02 LINE 4 COLUMN 12 PIC X(3) USING INP-REGION.
           02 LINE 4 COLUMN 17 VALUE "(BLANK FOR ALL REGIONS)".
           02 LINE 5 COLUMN 1 VALUE "NAME:".
           02 LINE 5 COLUMN 12 PIC X(30) USING INP-NAME.
           02 LINE 6 COLUMN 1 VALUE "YEAR:".
           02 LINE 6 COLUMN 12 PIC X(4) USING INP-YEAR.
           02 LINE 6 COLUMN 18 VALUE "MONTH:".
           02 LINE 6 COLUMN 25 PIC X(2) USING INP-MONTH.
           02 LINE 6 COLUMN 29 VALUE "DAY:".
           02 LINE 6 COLUMN 34 PIC X(2) USING INP-DAY.
           02 LINE 6 COLUMN 38 VALUE "(YEAR 0000 IF RECURRING)".
           02 LINE 7 COLUMN 1 VALUE "RECURRING:".
           02 LINE 7 COLUMN 12 PIC X(1) USING INP-RECURRING.
           02 LINE 7 COLUMN 17 VALUE "(Y OR N)".
           02 LINE 8 COLUMN 1 VALUE "RULE TYPE:".
           02 LINE 8 COLUMN 12 PIC X(1) USING INP-RULE-TYPE.
           02 LINE 8 COLUMN 17 VALUE
               "(BLANK=FIXED N=NTH WEEKDAY L=LAST WEEKDAY E=EASTER)".
           02 LINE 9 COLUMN 1 VALUE "ORDINAL:".
           02 LINE 9 COLUMN 12 PIC X(1) USING INP-ORDINAL.
           02 LINE 9 COLUMN 17 VALUE "WEEKDAY:".
           02 LINE 9 COLUMN 26 PIC X(1) USING INP-WEEKDAY.
           02 LINE 9 COLUMN 29 VALUE "(1=MON..7=SUN)".
           02 LINE 9 COLUMN 45 VALUE "EASTER OFFSET:".
           02 LINE 9 COLUMN 60 PIC X(4) USING INP-OFFSET.
           02 LINE 10 COLUMN 1 VALUE "OBSERVANCE:".
           02 LINE 10 COLUMN 12 PIC X(1) USING INP-OBSERVANCE.
           02 LINE 10 COLUMN 17 VALUE
               "(BLANK=NONE N=NEAREST WEEKDAY M=NEXT MON F=PRIOR FRI)".
           02 LINE 11 COLUMN 1 VALUE "HOLIDAYS ON MASTER:".
           02 LINE 11 COLUMN 21 PIC 9(3) FROM WS-HOLIDAY-COUNT.
           02 LINE 12 COLUMN 1 VALUE "RESOLVED DATES:".
           02 LINE 13 COLUMN 3 PIC X(50) FROM WS-PREVIEW-LINE(1).
           02 LINE 14 COLUMN 3 PIC X(50) FROM WS-PREVIEW-LINE(2).
           02 LINE 15 COLUMN 3 PIC X(50) FROM WS-PREVIEW-LINE(3).
           02 LINE 16 COLUMN 3 PIC X(50) FROM WS-PREVIEW-LINE(4).
           02 LINE 17 COLUMN 3 PIC X(50) FROM WS-PREVIEW-LINE(5).
           02 LINE 19 COLUMN 1 VALUE "CONFIRM:".
           02 LINE 19 COLUMN 12 PIC X(1) USING WS-INPUT-CONFIRM.
           02 LINE 19 COLUMN 17 VALUE
               "(Y TO SAVE RULE/OBSERVANCE ENTRY AFTER CHECKING DATES)".
           02 LINE 21 COLUMN 1 PIC X(40) FROM WS-MESSAGE.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM LOAD-HOLIDAY-TABLE.
           MOVE SPACES TO WS-HOLIDAY-INPUT.
           MOVE SPACES TO WS-PREVIEW-AREA.
           PERFORM WITH TEST AFTER UNTIL WS-OPERATOR-ID NOT = SPACES
               DISPLAY SIGNON-SCREEN
               ACCEPT SIGNON-SCREEN
           END-PERFORM.
           PERFORM WITH TEST AFTER UNTIL WS-INPUT-ACTION = 'X'
               DISPLAY MAINT-SCREEN
               ACCEPT MAINT-SCREEN
               MOVE SPACES TO WS-MESSAGE
               MOVE SPACES TO WS-PREVIEW-AREA
               EVALUATE WS-INPUT-ACTION
                   WHEN 'A' PERFORM ADD-HOLIDAY
                   WHEN 'C' PERFORM CHANGE-HOLIDAY
                   WHEN 'D' PERFORM DELETE-HOLIDAY
                   WHEN 'I' PERFORM INQUIRE-HOLIDAY
                   WHEN 'X' CONTINUE
                   WHEN OTHER
                       MOVE "ACTION MUST BE A, C, D, I, OR X"
                           TO MSG-TEXT
               END-EVALUATE
      *> A CONFIRM ANSWERS ONE PREVIEW ONLY - IT IS NEVER CARRIED
      *> FORWARD TO WHATEVER IS KEYED NEXT.
               MOVE SPACE TO WS-INPUT-CONFIRM
           END-PERFORM.
           IF CHANGE-LOG-OPEN
               CLOSE HOLIDAY-CHANGE-LOG
           END-IF.
           STOP RUN.

      *> THE DECK IS LOADED AS IT STANDS, WITHOUT THE EDITS - A CARD
      *> THE NIGHTLY LOAD HAS BEEN REJECTING STAYS ON THE DECK SO IT
      *> CAN BE FOUND HERE AND CORRECTED OR DELETED.
       LOAD-HOLIDAY-TABLE.
           OPEN INPUT HOLIDAY-CARDS.
      *> STATUS 35 MEANS NO DECK EXISTS YET - START FROM AN EMPTY
      *> TABLE SO THE FIRST ADD CREATES THE FILE, AS YEARMNT DOES.
           IF WS-CARDS-STATUS = "35"
               MOVE 0 TO WS-HOLIDAY-COUNT
           ELSE
               IF WS-CARDS-STATUS NOT = "00"
                   DISPLAY "HOLMNT: UNABLE TO OPEN HOLCARDS, STATUS="
                       WS-CARDS-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-HOLIDAY-CARD
               PERFORM UNTIL END-OF-HOLIDAY-CARDS
      *> A DECK LARGER THAN THE TABLE MUST NOT BE LOADED PARTIALLY
      *> AND THEN REWRITTEN TRUNCATED.
                   IF WS-HOLIDAY-COUNT >= WS-HOLIDAY-MAX
                       DISPLAY "HOLMNT: MORE THAN " WS-HOLIDAY-MAX
                           " CARDS ON HOLCARDS - MAINTENANCE HALTED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-HOLIDAY-COUNT
                   MOVE HOLIDAY-CARD
                       TO WS-HOLIDAY-ENTRY(WS-HOLIDAY-COUNT)
                   PERFORM READ-HOLIDAY-CARD
               END-PERFORM
               CLOSE HOLIDAY-CARDS
           END-IF.

       READ-HOLIDAY-CARD.
           READ HOLIDAY-CARDS
               AT END MOVE 'Y' TO WS-EOF
           END-READ.

       ADD-HOLIDAY.
           CALL 'HOLEDIT' USING HOLIDAY-MASTER-RECORD,
               WS-REJECT-REASON.
           IF WS-REJECT-REASON NOT = SPACES
               MOVE WS-REJECT-REASON TO MSG-TEXT
           ELSE
               PERFORM FIND-HOLIDAY
               EVALUATE TRUE
                   WHEN WS-FOUND-IDX > 0
                       MOVE "ALREADY ON MASTER - USE C TO CHANGE"
                           TO MSG-TEXT
                   WHEN WS-HOLIDAY-COUNT >= WS-HOLIDAY-MAX
                       MOVE "REJECTED - MASTER TABLE FULL" TO MSG-TEXT
                   WHEN OTHER
                       PERFORM CHECK-SAVE-CONFIRMED
                       IF SAVE-CONFIRMED
                           MOVE 'A' TO WS-LOG-ACTION
                           PERFORM WRITE-CHANGE-LOG-RECORD
                           ADD 1 TO WS-HOLIDAY-COUNT
                           MOVE HOLIDAY-MASTER-RECORD
                               TO WS-HOLIDAY-ENTRY(WS-HOLIDAY-COUNT)
                           PERFORM REWRITE-HOLIDAY-CARDS
                           MOVE "ADDED TO MASTER" TO MSG-TEXT
                       END-IF
               END-EVALUATE
           END-IF.

      *> REGION, NAME AND YEAR FIND THE ENTRY; EVERYTHING ELSE ON
      *> THE SCREEN REPLACES WHAT IS THERE. RENAMING AN ENTRY OR
      *> MOVING IT TO ANOTHER REGION IS A DELETE AND AN ADD, SO THE
      *> LOG SHOWS BOTH IDENTITIES.
       CHANGE-HOLIDAY.
           CALL 'HOLEDIT' USING HOLIDAY-MASTER-RECORD,
               WS-REJECT-REASON.
           IF WS-REJECT-REASON NOT = SPACES
               MOVE WS-REJECT-REASON TO MSG-TEXT
           ELSE
               PERFORM FIND-HOLIDAY
               EVALUATE TRUE
                   WHEN WS-FOUND-IDX = 0
                       MOVE "NOT ON MASTER - USE A TO ADD" TO MSG-TEXT
                   WHEN WS-HOLIDAY-ENTRY(WS-FOUND-IDX)
                           = HOLIDAY-MASTER-RECORD
                       MOVE "NO CHANGE TO SAVE" TO MSG-TEXT
                   WHEN OTHER
                       PERFORM CHECK-SAVE-CONFIRMED
                       IF SAVE-CONFIRMED
                           MOVE WS-HOLIDAY-ENTRY(WS-FOUND-IDX)
                               TO WS-BEFORE-IMAGE
                           MOVE 'C' TO WS-LOG-ACTION
                           PERFORM WRITE-CHANGE-LOG-RECORD
                           MOVE HOLIDAY-MASTER-RECORD
                               TO WS-HOLIDAY-ENTRY(WS-FOUND-IDX)
                           PERFORM REWRITE-HOLIDAY-CARDS
                           MOVE "CHANGED ON MASTER" TO MSG-TEXT
                       END-IF
               END-EVALUATE
           END-IF.

       DELETE-HOLIDAY.
           PERFORM FIND-HOLIDAY.
           IF WS-FOUND-IDX = 0
               MOVE "NOT ON MASTER" TO MSG-TEXT
           ELSE
               MOVE WS-HOLIDAY-ENTRY(WS-FOUND-IDX) TO WS-BEFORE-IMAGE
               MOVE 'D' TO WS-LOG-ACTION
               PERFORM WRITE-CHANGE-LOG-RECORD
               PERFORM VARYING WS-IDX FROM WS-FOUND-IDX BY 1
                       UNTIL WS-IDX >= WS-HOLIDAY-COUNT
                   MOVE WS-HOLIDAY-ENTRY(WS-IDX + 1)
                       TO WS-HOLIDAY-ENTRY(WS-IDX)
               END-PERFORM
               SUBTRACT 1 FROM WS-HOLIDAY-COUNT
               PERFORM REWRITE-HOLIDAY-CARDS
      *> THE DELETED ENTRY STAYS ON THE SCREEN AS IT WAS ON THE
      *> MASTER, SO A MISTAKEN DELETE CAN BE PUT BACK WITH AN ADD.
               MOVE WS-BEFORE-IMAGE TO HOLIDAY-MASTER-RECORD
               MOVE "DELETED FROM MASTER" TO MSG-TEXT
           END-IF.

      *> BRINGS AN ENTRY UP BY REGION, NAME AND YEAR SO IT CAN BE
      *> CHANGED WITHOUT REKEYING IT - A RULE ENTRY OR ONE WITH AN
      *> OBSERVANCE RULE SHOWS ITS RESOLVED DATES AS WELL.
       INQUIRE-HOLIDAY.
           PERFORM FIND-HOLIDAY.
           IF WS-FOUND-IDX = 0
               MOVE "NOT ON MASTER" TO MSG-TEXT
           ELSE
               MOVE WS-HOLIDAY-ENTRY(WS-FOUND-IDX)
                   TO HOLIDAY-MASTER-RECORD
               IF NOT HOL-FIXED-DATE OR NOT HOL-NO-SUBSTITUTION
                   PERFORM BUILD-RESOLVED-PREVIEW
               END-IF
               MOVE "ON MASTER" TO MSG-TEXT
           END-IF.

       FIND-HOLIDAY.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-HOLIDAY-COUNT
                   OR WS-FOUND-IDX > 0
               IF HT-REGION(WS-IDX) = INP-REGION
                AND HT-NAME(WS-IDX) = INP-NAME
                AND HT-YEAR(WS-IDX) = INP-YEAR
                   MOVE WS-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

      *> A FIXED-DATE ENTRY WITH NO OBSERVANCE RULE SAVES AT ONCE.
      *> ANY OTHER ENTRY SAVES ONLY WHEN THE OPERATOR CONFIRMS THE
      *> VERY RECORD WHOSE DATES ARE ON THE SCREEN; OTHERWISE ITS
      *> DATES ARE SHOWN AND THE SAVE WAITS FOR THE CONFIRM.
       CHECK-SAVE-CONFIRMED.
           MOVE 'N' TO WS-SAVE-FLAG.
           IF HOL-FIXED-DATE AND HOL-NO-SUBSTITUTION
               MOVE 'Y' TO WS-SAVE-FLAG
           ELSE
               PERFORM BUILD-RESOLVED-PREVIEW
               IF WS-INPUT-CONFIRM = 'Y'
                AND HOLIDAY-MASTER-RECORD = WS-PREVIEWED-IMAGE
                   MOVE 'Y' TO WS-SAVE-FLAG
                   MOVE SPACES TO WS-PREVIEWED-IMAGE
               ELSE
                   MOVE HOLIDAY-MASTER-RECORD TO WS-PREVIEWED-IMAGE
                   MOVE "CHECK DATES - KEY Y AT CONFIRM TO SAVE"
                       TO MSG-TEXT
               END-IF
           END-IF.

      *> RESOLVES THE RULE ON THE SCREEN THROUGH HOLRSLV, THE SAME
      *> CALL CALDEXT MAKES, FOR EACH PREVIEW YEAR, THEN APPLIES THE
      *> OBSERVANCE RULE THROUGH HOLOBSV AS CALDEXT DOES. A YEAR THE
      *> ENTRY DOES NOT REACH (A 5TH WEEKDAY THE MONTH LACKS, OR A
      *> RECURRING FEBRUARY 29 IN A COMMON YEAR) IS SHOWN AS SUCH
      *> RATHER THAN LEFT BLANK.
       BUILD-RESOLVED-PREVIEW.
           IF HOL-FIXED-DATE AND NOT HOL-IS-RECURRING
               MOVE HOL-YEAR TO WS-PREVIEW-YEAR
               MOVE 1 TO WS-PREVIEW-LIMIT
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               MOVE WS-CURRENT-DATE-TIME(1:4) TO WS-PREVIEW-YEAR
               MOVE WS-PREVIEW-YEARS TO WS-PREVIEW-LIMIT
           END-IF.
           MOVE HOL-RULE-TYPE TO HRS-RULE-TYPE.
           MOVE HOL-MONTH TO HRS-MONTH.
           IF HOL-RULE-ORDINAL NUMERIC
               MOVE HOL-RULE-ORDINAL TO HRS-ORDINAL
           ELSE
               MOVE 0 TO HRS-ORDINAL
           END-IF.
           IF HOL-RULE-WEEKDAY NUMERIC
               MOVE HOL-RULE-WEEKDAY TO HRS-WEEKDAY
           ELSE
               MOVE 0 TO HRS-WEEKDAY
           END-IF.
           IF HOL-RULE-OFFSET NUMERIC
               MOVE HOL-RULE-OFFSET TO HRS-OFFSET-DAYS
           ELSE
               MOVE 0 TO HRS-OFFSET-DAYS
           END-IF.
           PERFORM VARYING WS-PREVIEW-IDX FROM 1 BY 1
                   UNTIL WS-PREVIEW-IDX > WS-PREVIEW-LIMIT
               PERFORM BUILD-ONE-PREVIEW-LINE
               ADD 1 TO WS-PREVIEW-YEAR
           END-PERFORM.

       BUILD-ONE-PREVIEW-LINE.
           MOVE SPACES TO WS-PREVIEW-LINE(WS-PREVIEW-IDX).
           MOVE WS-PREVIEW-YEAR TO PRV-YEAR(WS-PREVIEW-IDX).
           IF HOL-FIXED-DATE
               MOVE WS-PREVIEW-YEAR TO HRS-RESULT-YEAR
               MOVE HOL-MONTH TO HRS-RESULT-MONTH
               MOVE HOL-DAY TO HRS-RESULT-DAY
               MOVE 0 TO HRS-ERROR-FLAG
           ELSE
               MOVE WS-PREVIEW-YEAR TO HRS-YEAR
               CALL 'HOLRSLV' USING HOLIDAY-RESOLVE-AREA
           END-IF.
           IF NOT HRS-RESOLVE-FAILED
               MOVE 'W' TO DSV-REQUEST
               MOVE HRS-RESULT-DATE TO DSV-DATE-1
               CALL 'DATESVC' USING DATE-SERVICE-AREA
               IF DSV-REQUEST-FAILED
                   MOVE 1 TO HRS-ERROR-FLAG
               END-IF
           END-IF.
           IF HRS-RESOLVE-FAILED
               MOVE "DOES NOT OCCUR" TO PRV-RESULT(WS-PREVIEW-IDX)
           ELSE
               STRING HRS-RESULT-YEAR "-" HRS-RESULT-MONTH "-"
                   HRS-RESULT-DAY DELIMITED BY SIZE
                   INTO PRV-DATE(WS-PREVIEW-IDX)
               END-STRING
               MOVE WS-DAY-NAME(DSV-DAY-OF-WEEK)
                   TO PRV-DAY-NAME(WS-PREVIEW-IDX)
               MOVE HOL-OBSERVANCE-RULE TO HOB-OBSERVANCE-RULE
               MOVE HRS-RESULT-DATE TO HOB-ACTUAL-DATE
               CALL 'HOLOBSV' USING HOLIDAY-OBSERVANCE-AREA
               IF NOT HOB-REQUEST-FAILED
                AND HOB-OBSERVED-DATE NOT = HOB-ACTUAL-DATE
                   MOVE "OBSERVED" TO PRV-OBSERVED(WS-PREVIEW-IDX)
                   STRING HOB-OBSERVED-YEAR "-" HOB-OBSERVED-MONTH "-"
                       HOB-OBSERVED-DAY DELIMITED BY SIZE
                       INTO PRV-OBSERVED-DATE(WS-PREVIEW-IDX)
                   END-STRING
               END-IF
           END-IF.

      *> THE CHANGE IS LOGGED BEFORE IT IS APPLIED - IF THE LOG
      *> CANNOT BE WRITTEN THE CHANGE IS NOT MADE, SO THE LOG NEVER
      *> UNDERSTATES WHAT REACHED THE DECK. A CHANGE OR DELETE LOGS
      *> THE ENTRY AS IT STOOD; AN ADD OR CHANGE LOGS IT AS SAVED.
       WRITE-CHANGE-LOG-RECORD.
           IF NOT CHANGE-LOG-OPEN
               OPEN EXTEND HOLIDAY-CHANGE-LOG
               IF WS-LOG-STATUS = "35"
                   OPEN OUTPUT HOLIDAY-CHANGE-LOG
               END-IF
               IF WS-LOG-STATUS NOT = "00"
                   DISPLAY "HOLMNT: UNABLE TO OPEN HOLMLOG, STATUS="
                       WS-LOG-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-LOG-OPEN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           IF WS-LOG-ACTION = 'C' OR WS-LOG-ACTION = 'D'
               MOVE 'B' TO WS-LOG-IMAGE-TYPE
               MOVE WS-BEFORE-IMAGE TO WS-LOG-IMAGE
               PERFORM WRITE-ONE-LOG-LINE
           END-IF.
           IF WS-LOG-ACTION = 'A' OR WS-LOG-ACTION = 'C'
               MOVE 'A' TO WS-LOG-IMAGE-TYPE
               MOVE HOLIDAY-MASTER-RECORD TO WS-LOG-IMAGE
               PERFORM WRITE-ONE-LOG-LINE
           END-IF.

       WRITE-ONE-LOG-LINE.
           MOVE SPACES TO HOLIDAY-LOG-RECORD.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO HLG-DATE.
           MOVE WS-CURRENT-DATE-TIME(9:8) TO HLG-TIME.
           MOVE WS-OPERATOR-ID TO HLG-OPERATOR.
           MOVE WS-LOG-ACTION TO HLG-ACTION.
           MOVE WS-LOG-IMAGE-TYPE TO HLG-IMAGE-TYPE.
           MOVE INP-REGION TO HLG-REGION.
           MOVE WS-LOG-IMAGE TO HLG-HOLIDAY-IMAGE.
           WRITE HOLIDAY-LOG-RECORD.
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "HOLMNT: CHANGE LOG WRITE FAILED FOR "
                   INP-NAME " STATUS=" WS-LOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       REWRITE-HOLIDAY-CARDS.
           OPEN OUTPUT HOLIDAY-CARDS.
           IF WS-CARDS-STATUS NOT = "00"
               DISPLAY "HOLMNT: UNABLE TO REWRITE HOLCARDS, STATUS="
                   WS-CARDS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-HOLIDAY-COUNT
               MOVE WS-HOLIDAY-ENTRY(WS-IDX) TO HOLIDAY-CARD
               WRITE HOLIDAY-CARD
               IF WS-CARDS-STATUS NOT = "00"
                   DISPLAY "HOLMNT: DECK WRITE FAILED FOR "
                       HT-NAME(WS-IDX) " STATUS=" WS-CARDS-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM.
           CLOSE HOLIDAY-CARDS.
