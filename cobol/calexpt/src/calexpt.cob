       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALEXPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-EXTRACT ASSIGN TO "CALDXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT HOLIDAY-MASTER ASSIGN TO "HOLMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT FISCAL-PERIODS ASSIGN TO "FSCLPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIODS-STATUS.
           SELECT CLOSE-CALENDAR ASSIGN TO "FSCLCLS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT CSV-EXPORT ASSIGN TO "CALCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
           SELECT ICS-EXPORT ASSIGN TO "CALICS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ICS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-EXTRACT.
       COPY CALDAYR.
       COPY FEEDCTLR.

       FD  HOLIDAY-MASTER.
       COPY HOLMST.

       FD  FISCAL-PERIODS.
       COPY FSCLPERR.

       FD  CLOSE-CALENDAR.
       COPY FSCLCLR.

       FD  CSV-EXPORT.
       01  CSV-LINE PIC X(120).

       FD  ICS-EXPORT.
       01  ICS-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EXTRACT-STATUS PIC XX.
       01 WS-MASTER-STATUS PIC XX.
       01 WS-PERIODS-STATUS PIC XX.
       01 WS-CALENDAR-STATUS PIC XX.
       01 WS-CSV-STATUS PIC XX.
       01 WS-ICS-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
           88 END-OF-INPUT VALUE 'Y'.
       01 WS-EXTRACT-EOF PIC X VALUE 'N'.
           88 END-OF-CALENDAR-EXTRACT VALUE 'Y'.

      *> THE EXTRACT'S HEADER, KEPT FOR THE EXPORT PASS: THE REGION
      *> NAMES THE CALENDAR AND GOES INTO EVERY UID (ALL FOR THE
      *> COMPANY-WIDE FEED), THE DATE WINDOW BOUNDS THE CLOSE
      *> DEADLINES EXPORTED, AND THE CREATION STAMP IS EVERY
      *> EVENT'S DTSTAMP - ONE STAMP PER NIGHT'S FEED.
       01 WS-EXTRACT-REGION PIC X(3).
       01 WS-REGION-LABEL   PIC X(3).
       01 WS-EXTRACT-FIRST-DATE PIC X(8).
       01 WS-EXTRACT-LAST-DATE  PIC X(8).
       01 WS-EXTRACT-STAMP.
           02 WS-STAMP-DATE PIC X(8).
           02 FILLER        PIC X(1) VALUE 'T'.
           02 WS-STAMP-TIME PIC X(6).
           02 FILLER        PIC X(1) VALUE 'Z'.

      *> THE EXTRACT'S CONTROL TOTALS, COUNTED ON A FIRST PASS AND
      *> BALANCED AGAINST ITS TRAILER (SEE FEEDCTLR) BEFORE A LINE
      *> OF EITHER EXPORT IS WRITTEN - A TRUNCATED EXTRACT WOULD
      *> OTHERWISE GO OUT AS A SHORTER CALENDAR.
       01 WS-EXTRACT-DAYS     USAGE UNSIGNED-INT VALUE 0.
       01 WS-EXTRACT-BUSDAYS  USAGE UNSIGNED-INT VALUE 0.
       01 WS-EXTRACT-HOLIDAYS USAGE UNSIGNED-INT VALUE 0.
       01 WS-EXTRACT-HASH     PIC 9(15) VALUE 0.
       01 WS-HASH-DATE        PIC 9(8).
       01 WS-REJECT-REASON    PIC X(18).

      *> THE PERIOD MASTER, FOR THE FISCAL YEAR, PERIOD AND WEEK OF
      *> EACH CSV ROW - THE SAME CEILING FSCLREC CARRIES. THE
      *> EXTRACT'S DAYS ASCEND, SO THE PERIOD POINTER ONLY EVER
      *> MOVES FORWARD.
       01 WS-PERIOD-COUNT USAGE UNSIGNED-INT VALUE 0.
       01 WS-PERIOD-MAX   USAGE UNSIGNED-INT VALUE 6500.
       01 WS-PERIOD-TABLE.
           02 WS-PERIOD-ENTRY OCCURS 6500 TIMES.
               03 PT-FISCAL-YEAR PIC 9(4).
               03 PT-PERIOD      PIC 9(2).
               03 PT-START-DATE  PIC X(8).
               03 PT-END-DATE    PIC X(8).
       01 WS-PX USAGE UNSIGNED-INT VALUE 1.
       01 WS-PERIOD-FOUND PIC X.
           88 FISCAL-PERIOD-FOUND VALUE 'Y'.
       01 WS-FISCAL-WEEK PIC 9(1).

      *> THE HOLIDAY MASTER, SO EACH HOLIDAY EVENT CAN SAY WHETHER
      *> IT IS COMPANY-WIDE OR A SITE'S OWN. THE DATE AND RULE
      *> FIELDS MATCH A DAY TO THE ENTRY THE EXTRACT TOOK IT FROM -
      *> IN THE COMPANY-WIDE FEED TWO SITES CAN EACH KEEP A HOLIDAY
      *> OF THE SAME NAME ON A DIFFERENT DATE.
       01 WS-HOLIDAY-COUNT USAGE UNSIGNED-INT VALUE 0.
       01 WS-HOLIDAY-MAX   USAGE UNSIGNED-INT VALUE 200.
       01 WS-HOLIDAY-TABLE.
           02 WS-HOLIDAY-ENTRY OCCURS 200 TIMES.
               03 HN-NAME   PIC X(30).
               03 HN-REGION PIC X(3).
               03 HN-DATE.
                   04 HN-YEAR  PIC 9(4).
                   04 HN-MONTH PIC 9(2).
                   04 HN-DAY   PIC 9(2).
               03 HN-RECURRING-FLAG PIC X(1).
               03 HN-RULE-TYPE      PIC X(1).
               03 HN-RULE-ORDINAL   PIC 9(1).
               03 HN-RULE-WEEKDAY   PIC 9(1).
               03 HN-RULE-OFFSET    USAGE SIGNED-INT.
       01 WS-IDX USAGE UNSIGNED-INT.
       01 WS-RESOLVED-DATE.
           02 WS-RESOLVED-YEAR  PIC 9(4).
           02 WS-RESOLVED-MONTH PIC 9(2).
           02 WS-RESOLVED-DAY   PIC 9(2).
       01 WS-SCOPE-REGION PIC X(3).
       01 WS-SCOPE-FOUND PIC X.
           88 SCOPE-COMPANY-WIDE VALUE 'C'.
           88 SCOPE-REGIONAL     VALUE 'R'.
           88 SCOPE-NOT-ON-MASTER VALUE 'N'.

      *> FREE TEXT GOING INTO AN EXPORT IS EDITED ONE CHARACTER AT
      *> A TIME FOR THE FORMAT IT IS GOING TO:
      *>   'C' - CSV FIELD: A DOUBLE QUOTE IS DOUBLED
      *>   'I' - ICALENDAR TEXT: A COMMA, SEMICOLON OR BACKSLASH
      *>         IS ESCAPED WITH A BACKSLASH
      *>   'U' - UID: ANYTHING BUT A LETTER OR DIGIT BECOMES '-'
      *> TRAILING SPACES ARE DROPPED; THE EDITED LENGTH COMES BACK
      *> IN WS-EDIT-LEN (ZERO FOR AN ALL-SPACE INPUT).
       01 WS-EDIT-MODE PIC X(1).
           88 EDIT-FOR-CSV VALUE 'C'.
           88 EDIT-FOR-ICS VALUE 'I'.
           88 EDIT-FOR-UID VALUE 'U'.
       01 WS-EDIT-IN   PIC X(30).
       01 WS-EDIT-OUT  PIC X(60).
       01 WS-EDIT-LEN  USAGE UNSIGNED-INT.
       01 WS-EDIT-END  USAGE UNSIGNED-INT.
       01 WS-EDIT-POS  USAGE UNSIGNED-INT.
       01 WS-EDIT-CHAR PIC X(1).

       01 WS-FORMAT-DATE PIC X(8).
       01 WS-ISO-DATE    PIC X(10).
       01 WS-TEXT-PTR    USAGE UNSIGNED-INT.
       01 WS-CSV-TEXT    PIC X(120).

      *> ONE ICALENDAR CONTENT LINE IS BUILT HERE AND FOLDED AT 75
      *> CHARACTERS ON THE WAY OUT, THE CONTINUATION STARTING WITH
      *> A SPACE AS RFC 5545 REQUIRES.
       01 WS-ICS-TEXT PIC X(160).
       01 WS-ICS-LEN  USAGE UNSIGNED-INT.

      *> THE EVENT BEING WRITTEN.
       01 WS-EVENT-UID      PIC X(70).
       01 WS-EVENT-DATE     PIC X(8).
       01 WS-EVENT-END-DATE PIC X(8).
       01 WS-EVENT-SUMMARY  PIC X(80).
       01 WS-SUMMARY-LEN    USAGE UNSIGNED-INT.
       01 WS-EVENT-DESC     PIC X(80).
       01 WS-DESC-LEN       USAGE UNSIGNED-INT.
       01 WS-EVENT-CATEGORY PIC X(20).
       01 WS-EVENT-YEAR     PIC 9(4).
       01 WS-EVENT-PREFIX   PIC X(3).
       01 WS-UID-PTR        USAGE UNSIGNED-INT.

      *> EVERY HOLIDAY UID THE RUN WILL ISSUE, COLLECTED ON THE
      *> FIRST PASS. A CALENDAR CLIENT KEEPS ONE EVENT PER UID, SO
      *> A UID ISSUED TWICE WOULD SILENTLY LOSE ONE OF THE TWO.
       01 WS-UID-COUNT USAGE UNSIGNED-INT VALUE 0.
       01 WS-UID-MAX   USAGE UNSIGNED-INT VALUE 2000.
       01 WS-UID-TABLE.
           02 WS-UID-ENTRY OCCURS 2000 TIMES.
               03 UT-UID PIC X(70).
       01 WS-UX        USAGE UNSIGNED-INT.
       01 WS-UID-MATCH USAGE UNSIGNED-INT.

       01 WS-CSV-ROWS       USAGE UNSIGNED-INT VALUE 0.
       01 WS-HOLIDAY-EVENTS USAGE UNSIGNED-INT VALUE 0.
       01 WS-CLOSE-EVENTS   USAGE UNSIGNED-INT VALUE 0.

       COPY DATESVR.
       COPY HOLRSLR.

      *> A CALLED SUBPROGRAM'S RETURN REPLACES RETURN-CODE, SO THE
      *> WARNING CODE RAISED MID-RUN IS HELD HERE AND APPLIED JUST
      *> BEFORE STOP RUN.
       01 WS-FINAL-RETURN-CODE USAGE UNSIGNED-INT VALUE 0.

       01 WS-CSV-HEADER.
           02 FILLER PIC X(39) VALUE
               "DATE,WEEKDAY,BUSINESS_DAY,HOLIDAY_NAME,".
           02 FILLER PIC X(81) VALUE
               "FISCAL_YEAR,FISCAL_PERIOD,FISCAL_WEEK".
       COPY RUNLOGC.

      *> THE NIGHT'S BUSINESS-DAY EXTRACT FOR ONE REGION, EXPORTED
      *> FOR THE DESKTOP TOOLS THE SCHEDULER FEED CANNOT REACH:
      *>   CALCSV - ONE ROW PER DAY UNDER A HEADER ROW: DATE,
      *>            WEEKDAY, BUSINESS-DAY FLAG, HOLIDAY NAME AND THE
      *>            FISCAL YEAR, PERIOD AND WEEK OF PERIOD FROM THE
      *>            PERIOD MASTER (BLANK OUTSIDE EVERY PERIOD)
      *>   CALICS - AN ICALENDAR FILE WITH AN ALL-DAY EVENT PER
      *>            HOLIDAY, ONE MORE WHERE A WEEKEND HOLIDAY IS
      *>            OBSERVED ON A WEEKDAY, AND ONE PER GL CLOSE
      *>            DEADLINE FSCLREC DATED (FSCLCLS) INSIDE THE
      *>            EXTRACT'S WINDOW
      *> EVERY UID IS BUILT FROM WHAT THE EVENT IS - REGION, THE
      *> HOLIDAY'S YEAR AND NAME, OR THE FISCAL YEAR AND PERIOD -
      *> NEVER FROM ITS DATE, SO RE-IMPORTING AFTER A HOLIDAY MOVES
      *> UPDATES THE ENTRY ALREADY IN THE CALENDAR RATHER THAN
      *> ADDING A SECOND ONE. IN THE COMPANY-WIDE FEED A SITE'S OWN
      *> HOLIDAY ALSO CARRIES THAT SITE'S REGION, SO TWO SITES'
      *> SAME-NAMED HOLIDAYS STAY APART. THE EXTRACT MUST BALANCE
      *> AGAINST ITS TRAILER, AND NO UID MAY COME OUT TWICE, OR
      *> NOTHING IS EXPORTED (RC 16). NO CLOSE CALENDAR YET (STATUS
      *> 35) EXPORTS THE HOLIDAYS ALONE WITH RC 8.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM WRITE-RUN-START.
           PERFORM LOAD-HOLIDAY-MASTER.
           PERFORM BALANCE-CALENDAR-EXTRACT.
           PERFORM LOAD-PERIOD-TABLE.
           OPEN OUTPUT CSV-EXPORT.
           IF WS-CSV-STATUS NOT = "00"
               DISPLAY "CALEXPT: UNABLE TO OPEN CALCSV, STATUS="
                   WS-CSV-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "CALCSV OPEN FAILED" TO RLQ-MESSAGE
               PERFORM WRITE-RUN-ERROR
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF.
           OPEN OUTPUT ICS-EXPORT.
           IF WS-ICS-STATUS NOT = "00"
               DISPLAY "CALEXPT: UNABLE TO OPEN CALICS, STATUS="
                   WS-ICS-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "CALICS OPEN FAILED" TO RLQ-MESSAGE
               PERFORM WRITE-RUN-ERROR
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF.
           MOVE WS-CSV-HEADER TO CSV-LINE.
           PERFORM WRITE-CSV-LINE.
           PERFORM WRITE-CALENDAR-START.
           PERFORM EXPORT-CALENDAR-DAYS.
           PERFORM EXPORT-CLOSE-DEADLINES.
           PERFORM START-ICS-TEXT.
           STRING "END:VCALENDAR" DELIMITED BY SIZE
               INTO WS-ICS-TEXT WITH POINTER WS-TEXT-PTR
           END-STRING.
           PERFORM WRITE-ICS-TEXT.
           CLOSE CSV-EXPORT.
           CLOSE ICS-EXPORT.
           DISPLAY "CALEXPT: REGION " WS-REGION-LABEL " - "
               WS-CSV-ROWS " DAYS, " WS-HOLIDAY-EVENTS
               " HOLIDAY EVENTS, " WS-CLOSE-EVENTS " CLOSE DEADLINES".
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           PERFORM WRITE-RUN-END.
           STOP RUN.

       WRITE-RUN-START.
           MOVE "CALEXPT" TO RLQ-JOB-NAME.
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

      *> FIRST PASS - THE SAME HEADER AND TRAILER CHECKS FSCLREC
      *> MAKES. THE HEADER'S REGION, WINDOW AND STAMP ARE KEPT, AND
      *> EACH HOLIDAY'S UID IS CHECKED AGAINST THOSE BEFORE IT.
       BALANCE-CALENDAR-EXTRACT.
           PERFORM OPEN-CALENDAR-EXTRACT.
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
           MOVE FCT-REGION TO WS-EXTRACT-REGION.
           IF FCT-REGION = SPACES
               MOVE "ALL" TO WS-REGION-LABEL
           ELSE
               MOVE FCT-REGION TO WS-REGION-LABEL
           END-IF.
           MOVE FCT-FIRST-DATE TO WS-EXTRACT-FIRST-DATE.
           MOVE FCT-LAST-DATE TO WS-EXTRACT-LAST-DATE.
           MOVE FCT-CREATE-DATE TO WS-STAMP-DATE.
           MOVE FCT-CREATE-TIME TO WS-STAMP-TIME.
           PERFORM READ-CALENDAR-EXTRACT.
           PERFORM UNTIL END-OF-CALENDAR-EXTRACT OR FCT-TRAILER
               IF FCT-HEADER
                   MOVE "HEADER MISPLACED" TO WS-REJECT-REASON
                   PERFORM REJECT-CALENDAR-EXTRACT
               END-IF
               ADD 1 TO WS-EXTRACT-DAYS
               IF CDY-IS-BUSINESS-DAY
                   ADD 1 TO WS-EXTRACT-BUSDAYS
               END-IF
               IF CDY-IS-HOLIDAY
                   ADD 1 TO WS-EXTRACT-HOLIDAYS
                   PERFORM CHECK-HOLIDAY-UID
               END-IF
               MOVE CDY-DATE TO WS-HASH-DATE
               ADD WS-HASH-DATE TO WS-EXTRACT-HASH
               PERFORM READ-CALENDAR-EXTRACT
           END-PERFORM.
           IF END-OF-CALENDAR-EXTRACT
               MOVE "TRAILER MISSING" TO WS-REJECT-REASON
               PERFORM REJECT-CALENDAR-EXTRACT
           END-IF.
           IF FCT-RECORD-COUNT NOT = WS-EXTRACT-DAYS
            OR FCT-BUSINESS-DAYS NOT = WS-EXTRACT-BUSDAYS
            OR FCT-HOLIDAYS NOT = WS-EXTRACT-HOLIDAYS
            OR FCT-DATE-HASH NOT = WS-EXTRACT-HASH
               DISPLAY "CALEXPT: CALDXTR TRAILER " FCT-RECORD-COUNT
                   " " FCT-BUSINESS-DAYS " " FCT-HOLIDAYS
                   " " FCT-DATE-HASH
               MOVE WS-EXTRACT-DAYS TO FCT-RECORD-COUNT
               MOVE WS-EXTRACT-BUSDAYS TO FCT-BUSINESS-DAYS
               MOVE WS-EXTRACT-HOLIDAYS TO FCT-HOLIDAYS
               MOVE WS-EXTRACT-HASH TO FCT-DATE-HASH
               DISPLAY "CALEXPT: CALDXTR COUNTED " FCT-RECORD-COUNT
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
           CLOSE CALENDAR-EXTRACT.

      *> OPENS THE EXTRACT AND READS ITS FIRST RECORD, FOR EITHER
      *> PASS.
       OPEN-CALENDAR-EXTRACT.
           MOVE 'N' TO WS-EXTRACT-EOF.
           OPEN INPUT CALENDAR-EXTRACT.
           IF WS-EXTRACT-STATUS NOT = "00"
               DISPLAY "CALEXPT: UNABLE TO OPEN CALDXTR, STATUS="
                   WS-EXTRACT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "CALDXTR OPEN FAILED" TO RLQ-MESSAGE
               PERFORM WRITE-RUN-ERROR
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF.
           PERFORM READ-CALENDAR-EXTRACT.

      *> AN EXTRACT THAT IS INCOMPLETE OR DOES NOT BALANCE IS NOT
      *> EXPORTED AT ALL - ITS MISSING DAYS WOULD REACH THE DESKTOP
      *> CALENDARS AS ORDINARY WORKING DAYS. NOR IS ONE THAT WOULD
      *> GIVE TWO HOLIDAY EVENTS THE SAME UID.
       REJECT-CALENDAR-EXTRACT.
           DISPLAY "CALEXPT: CALDXTR " WS-REJECT-REASON
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

      *> TWO EVENTS UNDER ONE UID - E.G. TWO ONE-OFF ENTRIES OF THE
      *> SAME NAME IN ONE YEAR - WOULD MERGE INTO ONE IN THE
      *> CALENDARS THAT IMPORT THE FILE.
       CHECK-HOLIDAY-UID.
           PERFORM BUILD-HOLIDAY-UID.
           MOVE 0 TO WS-UID-MATCH.
           PERFORM VARYING WS-UX FROM 1 BY 1
                   UNTIL WS-UX > WS-UID-COUNT
                      OR WS-UID-MATCH > 0
               IF UT-UID(WS-UX) = WS-EVENT-UID
                   MOVE WS-UX TO WS-UID-MATCH
               END-IF
           END-PERFORM.
           IF WS-UID-MATCH > 0
               DISPLAY "CALEXPT: " CDY-DATE " REPEATS UID "
                   WS-EVENT-UID(1:WS-UID-PTR - 1)
               MOVE "DUPLICATE UID" TO WS-REJECT-REASON
               PERFORM REJECT-CALENDAR-EXTRACT
           END-IF.
           IF WS-UID-COUNT >= WS-UID-MAX
               DISPLAY "CALEXPT: MORE THAN " WS-UID-MAX
                   " HOLIDAY EVENTS"
               MOVE "UID TABLE FULL" TO WS-REJECT-REASON
               PERFORM REJECT-CALENDAR-EXTRACT
           END-IF.
           ADD 1 TO WS-UID-COUNT.
           MOVE WS-EVENT-UID TO UT-UID(WS-UID-COUNT).

       READ-CALENDAR-EXTRACT.
           READ CALENDAR-EXTRACT
               AT END MOVE 'Y' TO WS-EXTRACT-EOF
               NOT AT END ADD 1 TO RLQ-RECORDS-READ
           END-READ.

       LOAD-PERIOD-TABLE.
           OPEN INPUT FISCAL-PERIODS.
           IF WS-PERIODS-STATUS NOT = "00"
               DISPLAY "CALEXPT: UNABLE TO OPEN FSCLPER, STATUS="
                   WS-PERIODS-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "FSCLPER OPEN FAILED" TO RLQ-MESSAGE
               PERFORM WRITE-RUN-ERROR
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM READ-FISCAL-PERIODS.
           PERFORM UNTIL END-OF-INPUT
               IF WS-PERIOD-COUNT >= WS-PERIOD-MAX
                   DISPLAY "CALEXPT: MORE THAN " WS-PERIOD-MAX
                       " PERIOD RECORDS - RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   MOVE "PERIOD TABLE FULL" TO RLQ-MESSAGE
                   PERFORM WRITE-RUN-ERROR
                   PERFORM WRITE-RUN-END
                   STOP RUN
               END-IF
               ADD 1 TO WS-PERIOD-COUNT
               MOVE FSP-FISCAL-YEAR
                   TO PT-FISCAL-YEAR(WS-PERIOD-COUNT)
               MOVE FSP-PERIOD TO PT-PERIOD(WS-PERIOD-COUNT)
               MOVE FSP-START-DATE TO PT-START-DATE(WS-PERIOD-COUNT)
               MOVE FSP-END-DATE TO PT-END-DATE(WS-PERIOD-COUNT)
               PERFORM READ-FISCAL-PERIODS
           END-PERFORM.
           CLOSE FISCAL-PERIODS.

       READ-FISCAL-PERIODS.
           READ FISCAL-PERIODS
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END ADD 1 TO RLQ-RECORDS-READ
           END-READ.

       LOAD-HOLIDAY-MASTER.
           OPEN INPUT HOLIDAY-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "CALEXPT: UNABLE TO OPEN HOLMST, STATUS="
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "HOLMST OPEN FAILED" TO RLQ-MESSAGE
               PERFORM WRITE-RUN-ERROR
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM READ-HOLIDAY-MASTER.
           PERFORM UNTIL END-OF-INPUT
               IF WS-HOLIDAY-COUNT >= WS-HOLIDAY-MAX
                   DISPLAY "CALEXPT: MORE THAN " WS-HOLIDAY-MAX
                       " HOLIDAY RECORDS - EXCESS IGNORED"
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE "HOLIDAY TABLE FULL" TO RLQ-MESSAGE
                   PERFORM WRITE-RUN-ERROR
                   MOVE 'Y' TO WS-EOF
               ELSE
                   ADD 1 TO WS-HOLIDAY-COUNT
                   MOVE HOL-NAME TO HN-NAME(WS-HOLIDAY-COUNT)
                   MOVE HOL-REGION TO HN-REGION(WS-HOLIDAY-COUNT)
                   MOVE HOL-DATE TO HN-DATE(WS-HOLIDAY-COUNT)
                   MOVE HOL-RECURRING-FLAG
                       TO HN-RECURRING-FLAG(WS-HOLIDAY-COUNT)
                   PERFORM LOAD-RULE-FIELDS
                   PERFORM READ-HOLIDAY-MASTER
               END-IF
           END-PERFORM.
           CLOSE HOLIDAY-MASTER.

      *> THE SAME NUMERIC GUARDS CALDEXT APPLIES, FOR A MASTER
      *> WRITTEN BEFORE THE RULE FIELDS EXISTED.
       LOAD-RULE-FIELDS.
           MOVE HOL-RULE-TYPE TO HN-RULE-TYPE(WS-HOLIDAY-COUNT).
           IF HOL-RULE-ORDINAL NUMERIC
               MOVE HOL-RULE-ORDINAL
                   TO HN-RULE-ORDINAL(WS-HOLIDAY-COUNT)
           ELSE
               MOVE 0 TO HN-RULE-ORDINAL(WS-HOLIDAY-COUNT)
           END-IF.
           IF HOL-RULE-WEEKDAY NUMERIC
               MOVE HOL-RULE-WEEKDAY
                   TO HN-RULE-WEEKDAY(WS-HOLIDAY-COUNT)
           ELSE
               MOVE 0 TO HN-RULE-WEEKDAY(WS-HOLIDAY-COUNT)
           END-IF.
           IF HOL-RULE-OFFSET NUMERIC
               MOVE HOL-RULE-OFFSET
                   TO HN-RULE-OFFSET(WS-HOLIDAY-COUNT)
           ELSE
               MOVE 0 TO HN-RULE-OFFSET(WS-HOLIDAY-COUNT)
           END-IF.

       READ-HOLIDAY-MASTER.
           READ HOLIDAY-MASTER
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END ADD 1 TO RLQ-RECORDS-READ
           END-READ.

       WRITE-CALENDAR-START.
           PERFORM START-ICS-TEXT.
           STRING "BEGIN:VCALENDAR" DELIMITED BY SIZE
               INTO WS-ICS-TEXT WITH POINTER WS-TEXT-PTR
           END-STRING.
           PERFORM WRITE-ICS-TEXT.
           PERFORM START-ICS-TEXT.
           STRING "VERSION:2.0" DELIMITED BY SIZE
               INTO WS-ICS-TEXT WITH POINTER WS-TEXT-PTR
           END-STRING.
           PERFORM WRITE-ICS-TEXT.
           PERFORM START-ICS-TEXT.
           STRING "PRODID:-//BUSINESS CALENDAR//CALEXPT//EN"
               DELIMITED BY SIZE
               INTO WS-ICS-TEXT WITH POINTER WS-TEXT-PTR
           END-STRING.
           PERFORM WRITE-ICS-TEXT.
           PERFORM START-ICS-TEXT.
           STRING "CALSCALE:GREGORIAN" DELIMITED BY SIZE
               INTO WS-ICS-TEXT WITH POINTER WS-TEXT-PTR
           END-STRING.
           PERFORM WRITE-ICS-TEXT.
           PERFORM START-ICS-TEXT.
           STRING "X-WR-CALNAME:BUSINESS CALENDAR " DELIMITED BY SIZE
               WS-REGION-LABEL DELIMITED BY SPACE
               INTO WS-ICS-TEXT WITH POINTER WS-TEXT-PTR
           END-STRING.
           PERFORM WRITE-ICS-TEXT.

      *> SECOND PASS - THE EXTRACT HAS BALANCED, SO EVERY RECORD
      *> BETWEEN THE HEADER AND TRAILER IS A DAY.
       EXPORT-CALENDAR-DAYS.
           PERFORM OPEN-CALENDAR-EXTRACT.
           PERFORM READ-CALENDAR-EXTRACT.
           PERFORM UNTIL END-OF-CALENDAR-EXTRACT OR FCT-TRAILER
               PERFORM WRITE-CSV-ROW
               IF CDY-IS-HOLIDAY
                   PERFORM WRITE-HOLIDAY-EVENT
               END-IF
               PERFORM READ-CALENDAR-EXTRACT
           END-PERFORM.
           CLOSE CALENDAR-EXTRACT.

       WRITE-CSV-ROW.
           MOVE SPACES TO WS-CSV-TEXT.
           MOVE 1 TO WS-TEXT-PTR.
           MOVE CDY-DATE TO WS-FORMAT-DATE.
           PERFORM FORMAT-ISO-DATE.
           STRING WS-ISO-DATE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               CDY-DAY-NAME DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               CDY-BUSINESS-DAY-FLAG DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               INTO WS-CSV-TEXT WITH POINTER WS-TEXT-PTR
           END-STRING.
           MOVE 'C' TO WS-EDIT-MODE.
           MOVE CDY-HOLIDAY-NAME TO WS-EDIT-IN.
           PERFORM EDIT-TEXT.
           IF WS-EDIT-LEN > 0
               STRING '"' DELIMITED BY SIZE
                   WS-EDIT-OUT(1:WS-EDIT-LEN) DELIMITED BY SIZE
                   '"' DELIMITED BY SIZE
                   INTO WS-CSV-TEXT WITH POINTER WS-TEXT-PTR
               END-STRING
           END-IF.
           PERFORM FIND-FISCAL-PERIOD.
           IF FISCAL-PERIOD-FOUND
               STRING "," DELIMITED BY SIZE
                   PT-FISCAL-YEAR(WS-PX) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   PT-PERIOD(WS-PX) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FISCAL-WEEK DELIMITED BY SIZE
                   INTO WS-CSV-TEXT WITH POINTER WS-TEXT-PTR
               END-STRING
           ELSE
               STRING ",,," DELIMITED BY SIZE
                   INTO WS-CSV-TEXT WITH POINTER WS-TEXT-PTR
               END-STRING
           END-IF.
           MOVE WS-CSV-TEXT TO CSV-LINE.
           PERFORM WRITE-CSV-LINE.
           ADD 1 TO WS-CSV-ROWS.

      *> THE WEEK OF PERIOD IS FSCLFND'S: EVERY PERIOD OPENS ON A
      *> MONDAY, SO DAYS 0-6 OF IT ARE WEEK 1, 7-13 WEEK 2 AND SO
      *> ON. A DAY NO PERIOD COVERS - PAST THE LAST FISCAL YEAR
      *> GENERATED - HAS BLANK FISCAL COLUMNS.
       FIND-FISCAL-PERIOD.
           MOVE 'N' TO WS-PERIOD-FOUND.
           PERFORM UNTIL WS-PX > WS-PERIOD-COUNT
                      OR PT-END-DATE(WS-PX) >= CDY-DATE
               ADD 1 TO WS-PX
           END-PERFORM.
           IF WS-PX <= WS-PERIOD-COUNT
               IF PT-START-DATE(WS-PX) <= CDY-DATE
                   MOVE 'D' TO DSV-REQUEST
                   MOVE PT-START-DATE(WS-PX) TO DSV-DATE-1
                   MOVE CDY-DATE TO DSV-DATE-2
                   CALL 'DATESVC' USING DATE-SERVICE-AREA
                   IF NOT DSV-REQUEST-FAILED
                       COMPUTE WS-FISCAL-WEEK = DSV-DAY-COUNT / 7 + 1
                       MOVE 'Y' TO WS-PERIOD-FOUND
                   END-IF
               END-IF
           END-IF.

      *> THE HOLIDAY ITSELF IS AN EVENT ON THE DAY IT FALLS. A DAY
      *> THE BUSINESS CLOSES IN LIEU OF A WEEKEND HOLIDAY IS A
      *> SECOND EVENT, MARKED OBSERVED. BOTH TAKE THE YEAR OF THE
      *> HOLIDAY ITSELF, SO A SATURDAY JANUARY 1 OBSERVED ON THE
      *> FRIDAY BEFORE KEEPS THE NEW YEAR'S UID.
       WRITE-HOLIDAY-EVENT.
           MOVE CDY-DATE TO WS-EVENT-DATE.
           PERFORM BUILD-HOLIDAY-UID.
           MOVE SPACES TO WS-EVENT-DESC.
           MOVE 1 TO WS-TEXT-PTR.
           EVALUATE TRUE
               WHEN SCOPE-COMPANY-WIDE
                   STRING "COMPANY-WIDE HOLIDAY" DELIMITED BY SIZE
                       INTO WS-EVENT-DESC WITH POINTER WS-TEXT-PTR
                   END-STRING
               WHEN SCOPE-REGIONAL
                   STRING WS-SCOPE-REGION DELIMITED BY SPACE
                       " REGIONAL HOLIDAY" DELIMITED BY SIZE
                       INTO WS-EVENT-DESC WITH POINTER WS-TEXT-PTR
                   END-STRING
               WHEN OTHER
                   STRING "HOLIDAY" DELIMITED BY SIZE
                       INTO WS-EVENT-DESC WITH POINTER WS-TEXT-PTR
                   END-STRING
           END-EVALUATE.
           MOVE 'I' TO WS-EDIT-MODE.
           MOVE CDY-HOLIDAY-NAME TO WS-EDIT-IN.
           PERFORM EDIT-TEXT.
           MOVE SPACES TO WS-EVENT-SUMMARY.
           MOVE WS-EDIT-OUT(1:WS-EDIT-LEN) TO WS-EVENT-SUMMARY.
           COMPUTE WS-SUMMARY-LEN = WS-EDIT-LEN + 1.
           IF CDY-IS-IN-LIEU-DAY
               STRING " (OBSERVED)" DELIMITED BY SIZE
                   INTO WS-EVENT-SUMMARY WITH POINTER WS-SUMMARY-LEN
               END-STRING
               MOVE CDY-ACTUAL-DATE TO WS-FORMAT-DATE
               PERFORM FORMAT-ISO-DATE
               STRING " - IN LIEU OF " DELIMITED BY SIZE
                   WS-ISO-DATE DELIMITED BY SIZE
                   INTO WS-EVENT-DESC WITH POINTER WS-TEXT-PTR
               END-STRING
           ELSE
               IF CDY-OBSERVED-DATE NOT = CDY-DATE
                   MOVE CDY-OBSERVED-DATE TO WS-FORMAT-DATE
                   PERFORM FORMAT-ISO-DATE
                   STRING " - CLOSED " DELIMITED BY SIZE
                       WS-ISO-DATE DELIMITED BY SIZE
                       " INSTEAD" DELIMITED BY SIZE
                       INTO WS-EVENT-DESC WITH POINTER WS-TEXT-PTR
                   END-STRING
               END-IF
           END-IF.
           COMPUTE WS-SUMMARY-LEN = WS-SUMMARY-LEN - 1.
           COMPUTE WS-DESC-LEN = WS-TEXT-PTR - 1.
           MOVE "HOLIDAY" TO WS-EVENT-CATEGORY.
           PERFORM WRITE-ICS-EVENT.
           ADD 1 TO WS-HOLIDAY-EVENTS.

      *> THE UID OF THE DAY'S HOLIDAY EVENT, WITH ITS SCOPE. IN THE
      *> COMPANY-WIDE FEED A SITE'S OWN HOLIDAY IS QUALIFIED WITH
      *> THAT SITE'S REGION AFTER THE FEED'S ALL.
       BUILD-HOLIDAY-UID.
           PERFORM FIND-HOLIDAY-SCOPE.
           IF CDY-IS-IN-LIEU-DAY
               MOVE "OBS" TO WS-EVENT-PREFIX
               MOVE CDY-ACTUAL-YEAR TO WS-EVENT-YEAR
           ELSE
               MOVE "HOL" TO WS-EVENT-PREFIX
               MOVE CDY-YEAR TO WS-EVENT-YEAR
           END-IF.
           MOVE 'U' TO WS-EDIT-MODE.
           MOVE CDY-HOLIDAY-NAME TO WS-EDIT-IN.
           PERFORM EDIT-TEXT.
           MOVE SPACES TO WS-EVENT-UID.
           MOVE 1 TO WS-UID-PTR.
           STRING WS-EVENT-PREFIX DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-REGION-LABEL DELIMITED BY SPACE
               "-" DELIMITED BY SIZE
               INTO WS-EVENT-UID WITH POINTER WS-UID-PTR
           END-STRING.
           IF WS-EXTRACT-REGION = SPACES AND SCOPE-REGIONAL
               STRING WS-SCOPE-REGION DELIMITED BY SPACE
                   "-" DELIMITED BY SIZE
                   INTO WS-EVENT-UID WITH POINTER WS-UID-PTR
               END-STRING
           END-IF.
           STRING WS-EVENT-YEAR DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-EDIT-OUT(1:WS-EDIT-LEN) DELIMITED BY SIZE
               "@BUSINESS-CALENDAR" DELIMITED BY SIZE
               INTO WS-EVENT-UID WITH POINTER WS-UID-PTR
           END-STRING.

      *> THE HOLIDAY MASTER ENTRY THE DAY CAME FROM: THE FIRST ONE,
      *> IN MASTER ORDER AS CALDEXT SCANS IT, WITH THE DAY'S NAME
      *> THAT FALLS ON THE DAY'S ACTUAL DATE. A REGION'S EXTRACT
      *> ONLY EVER TOOK COMPANY-WIDE ENTRIES AND ITS OWN.
       FIND-HOLIDAY-SCOPE.
           MOVE 'N' TO WS-SCOPE-FOUND.
           MOVE SPACES TO WS-SCOPE-REGION.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-HOLIDAY-COUNT
                      OR NOT SCOPE-NOT-ON-MASTER
               IF HN-NAME(WS-IDX) = CDY-HOLIDAY-NAME
                AND (HN-REGION(WS-IDX) = SPACES
                     OR WS-EXTRACT-REGION = SPACES
                     OR HN-REGION(WS-IDX) = WS-EXTRACT-REGION)
                   PERFORM RESOLVE-HOLIDAY-DATE
                   IF WS-RESOLVED-DATE = CDY-ACTUAL-DATE
                       IF HN-REGION(WS-IDX) = SPACES
                           MOVE 'C' TO WS-SCOPE-FOUND
                       ELSE
                           MOVE 'R' TO WS-SCOPE-FOUND
                           MOVE HN-REGION(WS-IDX) TO WS-SCOPE-REGION
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *> THE ENTRY'S DATE IN THE YEAR OF THE DAY'S ACTUAL DATE, BY
      *> CALDEXT'S ACTIVE-IN-YEAR TEST: A RECURRING FIXED DATE
      *> EVERY YEAR, A ONE-OFF ONLY IN ITS OWN YEAR, AND A RULE
      *> WHEREVER HOLRSLV FINDS IT A DATE. ZEROS WHEN INACTIVE.
       RESOLVE-HOLIDAY-DATE.
           MOVE ZEROS TO WS-RESOLVED-DATE.
           EVALUATE TRUE
               WHEN HN-RULE-TYPE(WS-IDX) NOT = SPACE
                   MOVE CDY-ACTUAL-YEAR TO HRS-YEAR
                   MOVE HN-RULE-TYPE(WS-IDX) TO HRS-RULE-TYPE
                   MOVE HN-MONTH(WS-IDX) TO HRS-MONTH
                   MOVE HN-RULE-ORDINAL(WS-IDX) TO HRS-ORDINAL
                   MOVE HN-RULE-WEEKDAY(WS-IDX) TO HRS-WEEKDAY
                   MOVE HN-RULE-OFFSET(WS-IDX) TO HRS-OFFSET-DAYS
                   CALL 'HOLRSLV' USING HOLIDAY-RESOLVE-AREA
                   IF NOT HRS-RESOLVE-FAILED
                       MOVE HRS-RESULT-DATE TO WS-RESOLVED-DATE
                   END-IF
               WHEN HN-RECURRING-FLAG(WS-IDX) = 'Y'
                   MOVE CDY-ACTUAL-YEAR TO WS-RESOLVED-YEAR
                   MOVE HN-MONTH(WS-IDX) TO WS-RESOLVED-MONTH
                   MOVE HN-DAY(WS-IDX) TO WS-RESOLVED-DAY
               WHEN HN-YEAR(WS-IDX) = CDY-ACTUAL-YEAR
                   MOVE HN-DATE(WS-IDX) TO WS-RESOLVED-DATE
           END-EVALUATE.

      *> ONE EVENT PER PERIOD WHOSE DEADLINE FSCLREC COULD DATE AND
      *> THAT FALLS INSIDE THE EXTRACT - A HELD DEADLINE HAS NO DAY
      *> TO PUT IT ON.
       EXPORT-CLOSE-DEADLINES.
           OPEN INPUT CLOSE-CALENDAR.
           EVALUATE TRUE
               WHEN WS-CALENDAR-STATUS = "35"
                   DISPLAY "CALEXPT: NO FSCLCLS CLOSE CALENDAR -"
                       " HOLIDAYS EXPORTED WITHOUT CLOSE DEADLINES"
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE "FSCLCLS NOT FOUND" TO RLQ-MESSAGE
                   PERFORM WRITE-RUN-ERROR
               WHEN WS-CALENDAR-STATUS NOT = "00"
                   DISPLAY "CALEXPT: UNABLE TO OPEN FSCLCLS, STATUS="
                       WS-CALENDAR-STATUS
                   MOVE 16 TO RETURN-CODE
                   MOVE "FSCLCLS OPEN FAILED" TO RLQ-MESSAGE
                   PERFORM WRITE-RUN-ERROR
                   PERFORM WRITE-RUN-END
                   STOP RUN
               WHEN OTHER
                   MOVE 'N' TO WS-EOF
                   PERFORM READ-CLOSE-CALENDAR
                   PERFORM UNTIL END-OF-INPUT
                       IF NOT CLC-CLOSE-HELD
                        AND CLC-CLOSE-DATE >= WS-EXTRACT-FIRST-DATE
                        AND CLC-CLOSE-DATE <= WS-EXTRACT-LAST-DATE
                           PERFORM WRITE-CLOSE-EVENT
                       END-IF
                       PERFORM READ-CLOSE-CALENDAR
                   END-PERFORM
                   CLOSE CLOSE-CALENDAR
           END-EVALUATE.

       READ-CLOSE-CALENDAR.
           READ CLOSE-CALENDAR
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END ADD 1 TO RLQ-RECORDS-READ
           END-READ.

       WRITE-CLOSE-EVENT.
           MOVE CLC-CLOSE-DATE TO WS-EVENT-DATE.
           MOVE SPACES TO WS-EVENT-SUMMARY.
           MOVE 1 TO WS-SUMMARY-LEN.
           STRING "FY" DELIMITED BY SIZE
               CLC-FISCAL-YEAR DELIMITED BY SIZE
               " P" DELIMITED BY SIZE
               CLC-PERIOD DELIMITED BY SIZE
               " GL CLOSE DEADLINE" DELIMITED BY SIZE
               INTO WS-EVENT-SUMMARY WITH POINTER WS-SUMMARY-LEN
           END-STRING.
           COMPUTE WS-SUMMARY-LEN = WS-SUMMARY-LEN - 1.
           MOVE CLC-END-DATE TO WS-FORMAT-DATE.
           PERFORM FORMAT-ISO-DATE.
           MOVE SPACES TO WS-EVENT-DESC.
           MOVE 1 TO WS-DESC-LEN.
           STRING "GL CLOSE FOR THE FISCAL PERIOD ENDED "
               DELIMITED BY SIZE
               WS-ISO-DATE DELIMITED BY SIZE
               INTO WS-EVENT-DESC WITH POINTER WS-DESC-LEN
           END-STRING.
           COMPUTE WS-DESC-LEN = WS-DESC-LEN - 1.
           MOVE SPACES TO WS-EVENT-UID.
           STRING "CLOSE-" DELIMITED BY SIZE
               WS-REGION-LABEL DELIMITED BY SPACE
               "-" DELIMITED BY SIZE
               CLC-FISCAL-YEAR DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CLC-PERIOD DELIMITED BY SIZE
               "@BUSINESS-CALENDAR" DELIMITED BY SIZE
               INTO WS-EVENT-UID
           END-STRING.
           MOVE "FISCAL CLOSE" TO WS-EVENT-CATEGORY.
           PERFORM WRITE-ICS-EVENT.
           ADD 1 TO WS-CLOSE-EVENTS.

      *> AN ALL-DAY EVENT RUNS FROM ITS DATE TO THE NEXT DAY,
      *> EXCLUSIVE. TRANSPARENT KEEPS IT FROM BLOCKING ANYONE'S
      *> FREE/BUSY TIME.
       WRITE-ICS-EVENT.
           MOVE 'O' TO DSV-REQUEST.
           MOVE WS-EVENT-DATE TO DSV-DATE-1.
           MOVE 1 TO DSV-DAY-OFFSET.
           CALL 'DATESVC' USING DATE-SERVICE-AREA.
      *> AN EVENT WITH NO DTEND WOULD LEAVE THE FILE MALFORMED.
           IF DSV-REQUEST-FAILED
               DISPLAY "CALEXPT: NO DAY AFTER " WS-EVENT-DATE
                   " FOR DTEND - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               MOVE "DTEND DATE FAILED" TO RLQ-MESSAGE
               PERFORM WRITE-RUN-ERROR
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF.
           MOVE DSV-RESULT-DATE TO WS-EVENT-END-DATE.
           PERFORM START-ICS-TEXT.
           STRING "BEGIN:VEVENT" DELIMITED BY SIZE
               INTO WS-ICS-TEXT WITH POINTER WS-TEXT-PTR
           END-STRING.
           PERFORM WRITE-ICS-TEXT.
           PERFORM START-ICS-TEXT.
           STRING "UID:" DELIMITED BY SIZE
               WS-EVENT-UID DELIMITED BY SPACE
               INTO WS-ICS-TEXT WITH POINTER WS-TEXT-PTR
           END-STRING.
           PERFORM WRITE-ICS-TEXT.
           PERFORM START-ICS-TEXT.
           STRING "DTSTAMP:" DELIMITED BY SIZE
               WS-EXTRACT-STAMP DELIMITED BY SIZE
               INTO WS-ICS-TEXT WITH POINTER WS-TEXT-PTR
           END-STRING.
           PERFORM WRITE-ICS-TEXT.
           PERFORM START-ICS-TEXT.
           STRING "DTSTART;VALUE=DATE:" DELIMITED BY SIZE
               WS-EVENT-DATE DELIMITED BY SIZE
               INTO WS-ICS-TEXT WITH POINTER WS-TEXT-PTR
           END-STRING.
           PERFORM WRITE-ICS-TEXT.
           PERFORM START-ICS-TEXT.
           STRING "DTEND;VALUE=DATE:" DELIMITED BY SIZE
               WS-EVENT-END-DATE DELIMITED BY SIZE
               INTO WS-ICS-TEXT WITH POINTER WS-TEXT-PTR
           END-STRING.
           PERFORM WRITE-ICS-TEXT.
           PERFORM START-ICS-TEXT.
           STRING "SUMMARY:" DELIMITED BY SIZE
               WS-EVENT-SUMMARY(1:WS-SUMMARY-LEN) DELIMITED BY SIZE
               INTO WS-ICS-TEXT WITH POINTER WS-TEXT-PTR
           END-STRING.
           PERFORM WRITE-ICS-TEXT.
           PERFORM START-ICS-TEXT.
           STRING "DESCRIPTION:" DELIMITED BY SIZE
               WS-EVENT-DESC(1:WS-DESC-LEN) DELIMITED BY SIZE
               INTO WS-ICS-TEXT WITH POINTER WS-TEXT-PTR
           END-STRING.
           PERFORM WRITE-ICS-TEXT.
           PERFORM START-ICS-TEXT.
           STRING "CATEGORIES:" DELIMITED BY SIZE
               WS-EVENT-CATEGORY DELIMITED BY "  "
               INTO WS-ICS-TEXT WITH POINTER WS-TEXT-PTR
           END-STRING.
           PERFORM WRITE-ICS-TEXT.
           PERFORM START-ICS-TEXT.
           STRING "TRANSP:TRANSPARENT" DELIMITED BY SIZE
               INTO WS-ICS-TEXT WITH POINTER WS-TEXT-PTR
           END-STRING.
           PERFORM WRITE-ICS-TEXT.
           PERFORM START-ICS-TEXT.
           STRING "END:VEVENT" DELIMITED BY SIZE
               INTO WS-ICS-TEXT WITH POINTER WS-TEXT-PTR
           END-STRING.
           PERFORM WRITE-ICS-TEXT.

       START-ICS-TEXT.
           MOVE SPACES TO WS-ICS-TEXT.
           MOVE 1 TO WS-TEXT-PTR.

       WRITE-ICS-TEXT.
           COMPUTE WS-ICS-LEN = WS-TEXT-PTR - 1.
           IF WS-ICS-LEN > 75
               MOVE WS-ICS-TEXT(1:75) TO ICS-LINE
               PERFORM WRITE-ICS-LINE
               MOVE SPACES TO ICS-LINE
               MOVE WS-ICS-TEXT(76:WS-ICS-LEN - 75) TO ICS-LINE(2:)
               PERFORM WRITE-ICS-LINE
           ELSE
               MOVE WS-ICS-TEXT TO ICS-LINE
               PERFORM WRITE-ICS-LINE
           END-IF.

       EDIT-TEXT.
           MOVE SPACES TO WS-EDIT-OUT.
           MOVE 0 TO WS-EDIT-LEN.
           MOVE 30 TO WS-EDIT-END.
           PERFORM UNTIL WS-EDIT-END = 0
                      OR WS-EDIT-IN(WS-EDIT-END:1) NOT = SPACE
               SUBTRACT 1 FROM WS-EDIT-END
           END-PERFORM.
           PERFORM VARYING WS-EDIT-POS FROM 1 BY 1
                   UNTIL WS-EDIT-POS > WS-EDIT-END
               MOVE WS-EDIT-IN(WS-EDIT-POS:1) TO WS-EDIT-CHAR
               EVALUATE TRUE
                   WHEN EDIT-FOR-CSV AND WS-EDIT-CHAR = '"'
                       ADD 1 TO WS-EDIT-LEN
                       MOVE '"' TO WS-EDIT-OUT(WS-EDIT-LEN:1)
                   WHEN EDIT-FOR-ICS
                    AND (WS-EDIT-CHAR = "," OR WS-EDIT-CHAR = ";"
                         OR WS-EDIT-CHAR = "\")
                       ADD 1 TO WS-EDIT-LEN
                       MOVE "\" TO WS-EDIT-OUT(WS-EDIT-LEN:1)
                   WHEN EDIT-FOR-UID
                    AND (WS-EDIT-CHAR = SPACE
                         OR (WS-EDIT-CHAR NOT ALPHABETIC-UPPER
                             AND WS-EDIT-CHAR NOT NUMERIC))
                       MOVE "-" TO WS-EDIT-CHAR
               END-EVALUATE
               ADD 1 TO WS-EDIT-LEN
               MOVE WS-EDIT-CHAR TO WS-EDIT-OUT(WS-EDIT-LEN:1)
           END-PERFORM.

       FORMAT-ISO-DATE.
           MOVE SPACES TO WS-ISO-DATE.
           STRING WS-FORMAT-DATE(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-FORMAT-DATE(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-FORMAT-DATE(7:2) DELIMITED BY SIZE
               INTO WS-ISO-DATE
           END-STRING.

       WRITE-CSV-LINE.
           WRITE CSV-LINE.
           IF WS-CSV-STATUS NOT = "00"
               DISPLAY "CALEXPT: CALCSV WRITE FAILED, STATUS="
                   WS-CSV-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "CALCSV WRITE FAILED" TO RLQ-MESSAGE
               PERFORM WRITE-RUN-ERROR
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF.
           ADD 1 TO RLQ-RECORDS-WRITTEN.

       WRITE-ICS-LINE.
           WRITE ICS-LINE.
           IF WS-ICS-STATUS NOT = "00"
               DISPLAY "CALEXPT: CALICS WRITE FAILED, STATUS="
                   WS-ICS-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "CALICS WRITE FAILED" TO RLQ-MESSAGE
               PERFORM WRITE-RUN-ERROR
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF.
           ADD 1 TO RLQ-RECORDS-WRITTEN.
