       IDENTIFICATION DIVISION.
       PROGRAM-ID. HORZCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-CARD ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT LEAP-TABLE ASSIGN TO "LEAPTAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LT-YEAR
               FILE STATUS IS WS-TABLE-STATUS.
           SELECT FISCAL-PERIODS ASSIGN TO "FSCLPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.
           SELECT YEAR-MASTER ASSIGN TO "YEARMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YEAR-STATUS.
           SELECT HOLIDAY-MASTER ASSIGN TO "HOLMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT CALENDAR-EXTRACT ASSIGN TO "CALDXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT HORIZON-REPORT ASSIGN TO "HORZRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-CARD.
       COPY HORZPARM.

       FD  LEAP-TABLE.
       COPY LEAPTAB.

       FD  FISCAL-PERIODS.
       COPY FSCLPERR.

       FD  YEAR-MASTER.
       COPY YEARMST.

       FD  HOLIDAY-MASTER.
       COPY HOLMST.

       FD  CALENDAR-EXTRACT.
       COPY FEEDCTLR.

       FD  HORIZON-REPORT.
       01  RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS PIC XX.
       01 WS-TABLE-STATUS PIC XX.
       01 WS-PERIOD-STATUS PIC XX.
       01 WS-YEAR-STATUS PIC XX.
       01 WS-MASTER-STATUS PIC XX.
       01 WS-EXTRACT-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
           88 END-OF-INPUT VALUE 'Y'.
       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-TODAY PIC X(8).
       01 WS-THIS-YEAR PIC 9(4).
       01 WS-NEXT-YEAR PIC 9(4).
       01 WS-RESOLVE-YEAR PIC 9(4).

       01 WS-WARNING-DAYS  USAGE UNSIGNED-INT VALUE 180.
       01 WS-CRITICAL-DAYS USAGE UNSIGNED-INT VALUE 30.

      *> THE LAST DATE EACH ARTIFACT COVERS, GATHERED AS IT IS READ.
      *> LEAPTAB AND YEARMST KEEP YEARS, SO THEIR LAST DATE IS
      *> DECEMBER 31 OF THE HIGHEST YEAR ON FILE.
       01 WS-LAST-LEAP-YEAR   PIC 9(4) VALUE 0.
       01 WS-LAST-PERIOD-END  PIC X(8) VALUE ZEROS.
       01 WS-LAST-SETUP-YEAR  PIC 9(4) VALUE 0.
       01 WS-HEADER-COUNT USAGE UNSIGNED-INT VALUE 0.
       01 WS-INPUT-COUNT  USAGE UNSIGNED-INT VALUE 0.

      *> ONE ARTIFACT ROW AT A TIME IS RATED AND PRINTED. A REGION
      *> OF SPACES IS AN ARTIFACT WITH NO REGIONS; A HOLIDAY MASTER
      *> OR EXTRACT ROW FOR THE BLANK (COMPANY-WIDE) REGION SHOWS
      *> AS ALL.
       01 WS-ARTIFACT-NAME   PIC X(8).
       01 WS-ARTIFACT-REGION PIC X(3).
       01 WS-LAST-DATE.
           02 WS-LAST-YEAR PIC 9(4).
           02 WS-LAST-MMDD PIC X(4).
       01 WS-ARTIFACT-NOTE   PIC X(30).
       01 WS-DAYS-LEFT USAGE SIGNED-INT.
       01 WS-DAYS-KNOWN PIC X.
           88 DAYS-LEFT-KNOWN VALUE 'Y'.
       01 WS-ARTIFACT-STATE  PIC X(1).
           88 ARTIFACT-OK        VALUE 'O'.
           88 ARTIFACT-WARNING   VALUE 'W'.
           88 ARTIFACT-CRITICAL  VALUE 'C'.
           88 ARTIFACT-EXPIRED   VALUE 'X'.
           88 ARTIFACT-NOT-RATED VALUE 'N'.
       01 WS-STATE-TEXT PIC X(8).

       01 WS-ARTIFACT-COUNT  USAGE UNSIGNED-INT VALUE 0.
       01 WS-WARNING-COUNT   USAGE UNSIGNED-INT VALUE 0.
       01 WS-CRITICAL-COUNT  USAGE UNSIGNED-INT VALUE 0.
       01 WS-SHORTFALL-COUNT USAGE UNSIGNED-INT VALUE 0.

      *> ONE ENTRY PER HOLIDAY MASTER REGION, THE BLANK
      *> (COMPANY-WIDE) REGION ALWAYS FIRST. EACH KEEPS THE YEAR OF
      *> ITS LATEST ONE-OFF ENTRY - RECURRING AND RULE ENTRIES LOOK
      *> AFTER THEMSELVES, SO THE ONE-OFFS ARE WHAT SOMEONE HAS TO
      *> KEY AHEAD OF TIME - AND HOW MANY OF ITS OWN ENTRIES OBSERVE
      *> THIS YEAR AND NEXT.
       01 WS-REGION-COUNT USAGE UNSIGNED-INT VALUE 0.
       01 WS-REGION-MAX   USAGE UNSIGNED-INT VALUE 50.
       01 WS-REGION-TABLE.
           02 WS-REGION-ENTRY OCCURS 50 TIMES.
               03 RG-CODE PIC X(3).
               03 RG-LAST-ONE-OFF-YEAR PIC 9(4).
               03 RG-THIS-YEAR-COUNT USAGE UNSIGNED-INT.
               03 RG-NEXT-YEAR-COUNT USAGE UNSIGNED-INT.
       01 WS-RGX USAGE UNSIGNED-INT.
       01 WS-REGION-FOUND PIC X.
           88 REGION-FOUND VALUE 'Y'.
       01 WS-REGION-FULL PIC X VALUE 'N'.
           88 REGION-TABLE-FULL VALUE 'Y'.
       01 WS-THIS-YEAR-TOTAL USAGE UNSIGNED-INT.
       01 WS-NEXT-YEAR-TOTAL USAGE UNSIGNED-INT.

       COPY DATESVR.
       COPY HOLRSLR.

      *> A CALLED SUBPROGRAM'S RETURN REPLACES RETURN-CODE, SO THE
      *> CODE RAISED MID-RUN IS HELD HERE AND APPLIED JUST BEFORE
      *> STOP RUN: 4 FOR A WARNING, 8 ONCE ANYTHING IS CRITICAL.
       01 WS-FINAL-RETURN-CODE USAGE UNSIGNED-INT VALUE 0.

       01 WS-RPT-HEADING.
           02 FILLER PIC X(23) VALUE "CALENDAR HORIZON CHECK ".
           02 FILLER PIC X(6) VALUE "AS OF ".
           02 HDG-TODAY PIC X(8).
       01 WS-THRESHOLD-LINE.
           02 FILLER PIC X(11) VALUE "WARNING AT ".
           02 HDG-WARNING-DAYS PIC ZZ9.
           02 FILLER PIC X(19) VALUE " DAYS, CRITICAL AT ".
           02 HDG-CRITICAL-DAYS PIC ZZ9.
           02 FILLER PIC X(5) VALUE " DAYS".
       01 WS-COVERAGE-TITLE PIC X(80) VALUE
           "LAST DATE COVERED BY ARTIFACT".

       01 WS-COLUMN-LINE.
           02 FILLER PIC X(3)  VALUE SPACES.
           02 FILLER PIC X(8)  VALUE "ARTIFACT".
           02 FILLER PIC X(2)  VALUE SPACES.
           02 FILLER PIC X(3)  VALUE "RGN".
           02 FILLER PIC X(2)  VALUE SPACES.
           02 FILLER PIC X(9)  VALUE "LAST DATE".
           02 FILLER PIC X(2)  VALUE SPACES.
           02 FILLER PIC X(9)  VALUE "DAYS LEFT".
           02 FILLER PIC X(2)  VALUE SPACES.
           02 FILLER PIC X(8)  VALUE "STATUS".
           02 FILLER PIC X(2)  VALUE SPACES.
           02 FILLER PIC X(30) VALUE "NOTE".

       01 WS-DETAIL-LINE.
           02 FILLER        PIC X(3) VALUE SPACES.
           02 DTL-ARTIFACT  PIC X(8).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 DTL-REGION    PIC X(3).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 DTL-LAST-DATE PIC X(9).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 DTL-DAYS-LEFT-X PIC X(9).
           02 DTL-DAYS-LEFT REDEFINES DTL-DAYS-LEFT-X PIC -(8)9.
           02 FILLER        PIC X(2) VALUE SPACES.
           02 DTL-STATUS    PIC X(8).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 DTL-NOTE      PIC X(30).

       01 WS-HOLIDAY-TITLE PIC X(80) VALUE
           "HOLIDAYS OBSERVED BY REGION (COMPANY-WIDE PLUS REGIONAL)".

       01 WS-HOLIDAY-COLUMN-LINE.
           02 FILLER PIC X(3) VALUE SPACES.
           02 FILLER PIC X(3) VALUE "RGN".
           02 FILLER PIC X(4) VALUE SPACES.
           02 HDG-THIS-YEAR PIC 9(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 HDG-NEXT-YEAR PIC 9(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(40) VALUE "STATUS".

       01 WS-HOLIDAY-LINE.
           02 FILLER       PIC X(3) VALUE SPACES.
           02 HCL-REGION   PIC X(3).
           02 FILLER       PIC X(4) VALUE SPACES.
           02 HCL-THIS-YEAR PIC ZZZ9.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 HCL-NEXT-YEAR PIC ZZZ9.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 HCL-STATUS   PIC X(40).
       01 WS-NONE-LINE PIC X(80) VALUE "   NONE".

       01 WS-TOTAL-LINE.
           02 TOT-LABEL PIC X(24).
           02 TOT-VALUE PIC Z(7)9.
       COPY RUNLOGC.

      *> NIGHTLY EARLY WARNING FOR THE CALENDAR ARTIFACTS THAT ARE
      *> BUILT A FIXED DISTANCE AHEAD AND QUIETLY RUN OUT: THE LEAP
      *> LOOKUP TABLE, THE FISCAL PERIOD MASTER, THE YEAR MASTER,
      *> THE ONE-OFF ENTRIES ON THE HOLIDAY MASTER (PER REGION) AND
      *> EVERY CALENDAR EXTRACT WHOSE HEADER IS ON CALDXTR (THE
      *> SITE EXTRACTS CAN BE CONCATENATED THERE). EACH IS LISTED
      *> WITH THE LAST DATE IT COVERS AND THE DAYS LEFT UNTIL THEN,
      *> RATED AGAINST THE LEAD TIMES ON THE PARM CARD. A MISSING OR
      *> EMPTY ARTIFACT COVERS NOTHING AND IS CRITICAL. THEN EACH
      *> REGION'S HOLIDAY COUNT FOR THIS YEAR AND NEXT IS LISTED; A
      *> REGION WITH FEWER NEXT YEAR IS A WARNING - IT USUALLY MEANS
      *> NEXT YEAR'S ONE-OFF ENTRIES HAVE NOT BEEN KEYED YET.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM WRITE-RUN-START.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY.
           MOVE WS-TODAY(1:4) TO WS-THIS-YEAR.
           COMPUTE WS-NEXT-YEAR = WS-THIS-YEAR + 1.
           PERFORM READ-PARM-CARD.
           OPEN OUTPUT HORIZON-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "HORZCHK: UNABLE TO OPEN HORZRPT, STATUS="
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "HORZRPT OPEN FAILED" TO RLQ-MESSAGE
               PERFORM WRITE-RUN-ERROR
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF.
           MOVE WS-TODAY TO HDG-TODAY.
           MOVE WS-RPT-HEADING TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-WARNING-DAYS TO HDG-WARNING-DAYS.
           MOVE WS-CRITICAL-DAYS TO HDG-CRITICAL-DAYS.
           MOVE WS-THRESHOLD-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-COVERAGE-TITLE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-COLUMN-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM CHECK-LEAP-TABLE.
           PERFORM CHECK-FISCAL-PERIODS.
           PERFORM CHECK-YEAR-MASTER.
           PERFORM CHECK-HOLIDAY-MASTER.
           PERFORM CHECK-CALENDAR-EXTRACT.
           PERFORM PRINT-HOLIDAY-COUNTS.
           MOVE SPACES TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "ARTIFACTS CHECKED" TO TOT-LABEL.
           MOVE WS-ARTIFACT-COUNT TO TOT-VALUE.
           MOVE WS-TOTAL-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "AT WARNING" TO TOT-LABEL.
           MOVE WS-WARNING-COUNT TO TOT-VALUE.
           MOVE WS-TOTAL-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "AT CRITICAL OR EXPIRED" TO TOT-LABEL.
           MOVE WS-CRITICAL-COUNT TO TOT-VALUE.
           MOVE WS-TOTAL-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "REGIONS FEWER NEXT YEAR" TO TOT-LABEL.
           MOVE WS-SHORTFALL-COUNT TO TOT-VALUE.
           MOVE WS-TOTAL-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           CLOSE HORIZON-REPORT.
           IF WS-WARNING-COUNT > 0 OR WS-CRITICAL-COUNT > 0
            OR WS-SHORTFALL-COUNT > 0
               DISPLAY "HORZCHK: " WS-CRITICAL-COUNT
                   " CRITICAL, " WS-WARNING-COUNT " WARNING, "
                   WS-SHORTFALL-COUNT " REGIONS FEWER HOLIDAYS"
                   " NEXT YEAR"
           END-IF.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           PERFORM WRITE-RUN-END.
           STOP RUN.

       WRITE-RUN-START.
           MOVE "HORZCHK" TO RLQ-JOB-NAME.
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

      *> NO SYSIN (STATUS 35) OR AN EMPTY ONE TAKES BOTH DEFAULTS.
       READ-PARM-CARD.
           OPEN INPUT PARM-CARD.
           IF WS-PARM-STATUS NOT = "35"
               IF WS-PARM-STATUS NOT = "00"
                   DISPLAY "HORZCHK: UNABLE TO OPEN SYSIN, STATUS="
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
           IF NOT HZP-DEFAULT-WARNING-DAYS
               IF HZP-WARNING-DAYS NUMERIC
                AND HZP-WARNING-DAYS > 0
                   MOVE HZP-WARNING-DAYS TO WS-WARNING-DAYS
               ELSE
                   DISPLAY "HORZCHK: WARNING LEAD TIME MUST BE"
                       " ZERO-FILLED DAYS IN COLUMNS 1-3"
                   MOVE 16 TO RETURN-CODE
                   MOVE "WARNING DAYS INVALID" TO RLQ-MESSAGE
                   PERFORM WRITE-RUN-ERROR
                   PERFORM WRITE-RUN-END
                   STOP RUN
               END-IF
           END-IF.
           IF NOT HZP-DEFAULT-CRITICAL-DAYS
               IF HZP-CRITICAL-DAYS NUMERIC
                   MOVE HZP-CRITICAL-DAYS TO WS-CRITICAL-DAYS
               ELSE
                   DISPLAY "HORZCHK: CRITICAL THRESHOLD MUST BE"
                       " ZERO-FILLED DAYS IN COLUMNS 5-7"
                   MOVE 16 TO RETURN-CODE
                   MOVE "CRITICAL DAYS INVALID" TO RLQ-MESSAGE
                   PERFORM WRITE-RUN-ERROR
                   PERFORM WRITE-RUN-END
                   STOP RUN
               END-IF
           END-IF.
           IF WS-CRITICAL-DAYS > WS-WARNING-DAYS
               DISPLAY "HORZCHK: CRITICAL THRESHOLD " WS-CRITICAL-DAYS
                   " IS MORE THAN THE WARNING LEAD TIME "
                   WS-WARNING-DAYS
               MOVE 16 TO RETURN-CODE
               MOVE "CRITICAL PAST WARNING" TO RLQ-MESSAGE
               PERFORM WRITE-RUN-ERROR
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF.

      *> LEAPFND STILL ANSWERS PAST THE TABLE'S LAST YEAR BY
      *> COMPUTING, BUT EVERY LOOKUP THERE MISSES THE FAST PATH.
       CHECK-LEAP-TABLE.
           MOVE "LEAPTAB" TO WS-ARTIFACT-NAME.
           MOVE SPACES TO WS-ARTIFACT-REGION.
           OPEN INPUT LEAP-TABLE.
           EVALUATE TRUE
               WHEN WS-TABLE-STATUS = "35"
                   MOVE "FILE NOT FOUND" TO WS-ARTIFACT-NOTE
                   PERFORM REPORT-MISSING-ARTIFACT
               WHEN WS-TABLE-STATUS NOT = "00"
                   DISPLAY "HORZCHK: UNABLE TO OPEN LEAPTAB, STATUS="
                       WS-TABLE-STATUS
                   MOVE 16 TO RETURN-CODE
                   MOVE "LEAPTAB OPEN FAILED" TO RLQ-MESSAGE
                   PERFORM WRITE-RUN-ERROR
                   PERFORM WRITE-RUN-END
                   STOP RUN
               WHEN OTHER
                   MOVE 'N' TO WS-EOF
                   MOVE 0 TO WS-INPUT-COUNT
                   PERFORM READ-LEAP-TABLE
                   PERFORM UNTIL END-OF-INPUT
                       IF LT-YEAR > WS-LAST-LEAP-YEAR
                           MOVE LT-YEAR TO WS-LAST-LEAP-YEAR
                       END-IF
                       PERFORM READ-LEAP-TABLE
                   END-PERFORM
                   CLOSE LEAP-TABLE
                   IF WS-INPUT-COUNT = 0
                       MOVE "FILE IS EMPTY" TO WS-ARTIFACT-NOTE
                       PERFORM REPORT-MISSING-ARTIFACT
                   ELSE
                       MOVE WS-LAST-LEAP-YEAR TO WS-LAST-YEAR
                       MOVE "1231" TO WS-LAST-MMDD
                       MOVE "LAST YEAR IN LOOKUP TABLE"
                           TO WS-ARTIFACT-NOTE
                       PERFORM RATE-ARTIFACT
                   END-IF
           END-EVALUATE.

       READ-LEAP-TABLE.
           READ LEAP-TABLE
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO RLQ-RECORDS-READ
                   ADD 1 TO WS-INPUT-COUNT
           END-READ.

      *> PAST THE LAST PERIOD END, FSCLFND HAS NO PERIOD TO RETURN
      *> AND POSTING DATES FAIL THE PERIOD CHECK.
       CHECK-FISCAL-PERIODS.
           MOVE "FSCLPER" TO WS-ARTIFACT-NAME.
           MOVE SPACES TO WS-ARTIFACT-REGION.
           OPEN INPUT FISCAL-PERIODS.
           EVALUATE TRUE
               WHEN WS-PERIOD-STATUS = "35"
                   MOVE "FILE NOT FOUND" TO WS-ARTIFACT-NOTE
                   PERFORM REPORT-MISSING-ARTIFACT
               WHEN WS-PERIOD-STATUS NOT = "00"
                   DISPLAY "HORZCHK: UNABLE TO OPEN FSCLPER, STATUS="
                       WS-PERIOD-STATUS
                   MOVE 16 TO RETURN-CODE
                   MOVE "FSCLPER OPEN FAILED" TO RLQ-MESSAGE
                   PERFORM WRITE-RUN-ERROR
                   PERFORM WRITE-RUN-END
                   STOP RUN
               WHEN OTHER
                   MOVE 'N' TO WS-EOF
                   MOVE 0 TO WS-INPUT-COUNT
                   PERFORM READ-FISCAL-PERIOD
                   PERFORM UNTIL END-OF-INPUT
                       IF FSP-END-DATE > WS-LAST-PERIOD-END
                           MOVE FSP-END-DATE TO WS-LAST-PERIOD-END
                       END-IF
                       PERFORM READ-FISCAL-PERIOD
                   END-PERFORM
                   CLOSE FISCAL-PERIODS
                   IF WS-INPUT-COUNT = 0
                       MOVE "FILE IS EMPTY" TO WS-ARTIFACT-NOTE
                       PERFORM REPORT-MISSING-ARTIFACT
                   ELSE
                       MOVE WS-LAST-PERIOD-END TO WS-LAST-DATE
                       MOVE "LAST FISCAL PERIOD END"
                           TO WS-ARTIFACT-NOTE
                       PERFORM RATE-ARTIFACT
                   END-IF
           END-EVALUATE.

       READ-FISCAL-PERIOD.
           READ FISCAL-PERIODS
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO RLQ-RECORDS-READ
                   ADD 1 TO WS-INPUT-COUNT
           END-READ.

      *> A RANGE RECORD COVERS THROUGH ITS END YEAR. A RECORD WITH
      *> A YEAR THAT IS NOT NUMERIC IS LEFT FOR THE MASTER'S OWN
      *> READERS TO REJECT.
       CHECK-YEAR-MASTER.
           MOVE "YEARMST" TO WS-ARTIFACT-NAME.
           MOVE SPACES TO WS-ARTIFACT-REGION.
           OPEN INPUT YEAR-MASTER.
           EVALUATE TRUE
               WHEN WS-YEAR-STATUS = "35"
                   MOVE "FILE NOT FOUND" TO WS-ARTIFACT-NOTE
                   PERFORM REPORT-MISSING-ARTIFACT
               WHEN WS-YEAR-STATUS NOT = "00"
                   DISPLAY "HORZCHK: UNABLE TO OPEN YEARMST, STATUS="
                       WS-YEAR-STATUS
                   MOVE 16 TO RETURN-CODE
                   MOVE "YEARMST OPEN FAILED" TO RLQ-MESSAGE
                   PERFORM WRITE-RUN-ERROR
                   PERFORM WRITE-RUN-END
                   STOP RUN
               WHEN OTHER
                   MOVE 'N' TO WS-EOF
                   MOVE 0 TO WS-INPUT-COUNT
                   PERFORM READ-YEAR-MASTER
                   PERFORM UNTIL END-OF-INPUT
                       PERFORM NOTE-SETUP-YEAR
                       PERFORM READ-YEAR-MASTER
                   END-PERFORM
                   CLOSE YEAR-MASTER
                   IF WS-LAST-SETUP-YEAR = 0
                       MOVE "FILE IS EMPTY" TO WS-ARTIFACT-NOTE
                       PERFORM REPORT-MISSING-ARTIFACT
                   ELSE
                       MOVE WS-LAST-SETUP-YEAR TO WS-LAST-YEAR
                       MOVE "1231" TO WS-LAST-MMDD
                       MOVE "LAST YEAR SET UP" TO WS-ARTIFACT-NOTE
                       PERFORM RATE-ARTIFACT
                   END-IF
           END-EVALUATE.

       READ-YEAR-MASTER.
           READ YEAR-MASTER
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO RLQ-RECORDS-READ
                   ADD 1 TO WS-INPUT-COUNT
           END-READ.

       NOTE-SETUP-YEAR.
           IF YM-YEAR NUMERIC
               IF YM-YEAR > WS-LAST-SETUP-YEAR
                   MOVE YM-YEAR TO WS-LAST-SETUP-YEAR
               END-IF
               IF NOT YM-SINGLE-YEAR
                AND YM-END-YEAR NUMERIC
                AND YM-END-YEAR > WS-LAST-SETUP-YEAR
                   MOVE YM-END-YEAR TO WS-LAST-SETUP-YEAR
               END-IF
           END-IF.

      *> ONE PASS BUILDS THE REGION TABLE: EACH ENTRY'S LATEST
      *> ONE-OFF YEAR AND ITS OWN HOLIDAY COUNTS FOR THIS YEAR AND
      *> NEXT. A REGION WITH NO ONE-OFF ENTRIES HAS NO HORIZON TO
      *> RATE, SO IT IS LISTED BUT NOT RATED.
       CHECK-HOLIDAY-MASTER.
           MOVE "HOLMST" TO WS-ARTIFACT-NAME.
           OPEN INPUT HOLIDAY-MASTER.
           EVALUATE TRUE
               WHEN WS-MASTER-STATUS = "35"
                   MOVE "ALL" TO WS-ARTIFACT-REGION
                   MOVE "FILE NOT FOUND" TO WS-ARTIFACT-NOTE
                   PERFORM REPORT-MISSING-ARTIFACT
               WHEN WS-MASTER-STATUS NOT = "00"
                   DISPLAY "HORZCHK: UNABLE TO OPEN HOLMST, STATUS="
                       WS-MASTER-STATUS
                   MOVE 16 TO RETURN-CODE
                   MOVE "HOLMST OPEN FAILED" TO RLQ-MESSAGE
                   PERFORM WRITE-RUN-ERROR
                   PERFORM WRITE-RUN-END
                   STOP RUN
               WHEN OTHER
                   MOVE 1 TO WS-REGION-COUNT
                   MOVE SPACES TO RG-CODE(1)
                   MOVE 0 TO RG-LAST-ONE-OFF-YEAR(1)
                   MOVE 0 TO RG-THIS-YEAR-COUNT(1)
                   MOVE 0 TO RG-NEXT-YEAR-COUNT(1)
                   MOVE 'N' TO WS-EOF
                   MOVE 0 TO WS-INPUT-COUNT
                   PERFORM READ-HOLIDAY-MASTER
                   PERFORM UNTIL END-OF-INPUT
                       PERFORM FIND-HOLIDAY-REGION
                       IF REGION-FOUND
                           PERFORM TALLY-HOLIDAY
                       END-IF
                       PERFORM READ-HOLIDAY-MASTER
                   END-PERFORM
                   CLOSE HOLIDAY-MASTER
                   IF WS-INPUT-COUNT = 0
                       MOVE "ALL" TO WS-ARTIFACT-REGION
                       MOVE "FILE IS EMPTY" TO WS-ARTIFACT-NOTE
                       PERFORM REPORT-MISSING-ARTIFACT
                   ELSE
                       PERFORM VARYING WS-RGX FROM 1 BY 1
                               UNTIL WS-RGX > WS-REGION-COUNT
                           PERFORM RATE-HOLIDAY-REGION
                       END-PERFORM
                   END-IF
           END-EVALUATE.

       READ-HOLIDAY-MASTER.
           READ HOLIDAY-MASTER
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO RLQ-RECORDS-READ
                   ADD 1 TO WS-INPUT-COUNT
           END-READ.

       FIND-HOLIDAY-REGION.
           MOVE 'N' TO WS-REGION-FOUND.
           PERFORM VARYING WS-RGX FROM 1 BY 1
                   UNTIL WS-RGX > WS-REGION-COUNT
                      OR REGION-FOUND
               IF RG-CODE(WS-RGX) = HOL-REGION
                   MOVE 'Y' TO WS-REGION-FOUND
               END-IF
           END-PERFORM.
           IF REGION-FOUND
               SUBTRACT 1 FROM WS-RGX
           ELSE
               IF WS-REGION-COUNT < WS-REGION-MAX
                   ADD 1 TO WS-REGION-COUNT
                   MOVE WS-REGION-COUNT TO WS-RGX
                   MOVE HOL-REGION TO RG-CODE(WS-RGX)
                   MOVE 0 TO RG-LAST-ONE-OFF-YEAR(WS-RGX)
                   MOVE 0 TO RG-THIS-YEAR-COUNT(WS-RGX)
                   MOVE 0 TO RG-NEXT-YEAR-COUNT(WS-RGX)
                   MOVE 'Y' TO WS-REGION-FOUND
               ELSE
                   IF NOT REGION-TABLE-FULL
                       MOVE 'Y' TO WS-REGION-FULL
                       DISPLAY "HORZCHK: MORE THAN " WS-REGION-MAX
                           " HOLIDAY REGIONS - EXCESS IGNORED"
                       MOVE 8 TO WS-FINAL-RETURN-CODE
                       MOVE "REGION TABLE FULL" TO RLQ-MESSAGE
                       PERFORM WRITE-RUN-ERROR
                   END-IF
               END-IF
           END-IF.

      *> THE SAME ACTIVE-IN-YEAR TEST CALDEXT APPLIES: A RECURRING
      *> FIXED DATE OBSERVES EVERY YEAR, A ONE-OFF ONLY IN ITS OWN
      *> YEAR, AND A RULE WHEREVER HOLRSLV FINDS IT A DATE.
       TALLY-HOLIDAY.
           EVALUATE TRUE
               WHEN NOT HOL-FIXED-DATE
                   MOVE WS-THIS-YEAR TO WS-RESOLVE-YEAR
                   PERFORM RESOLVE-RULE-HOLIDAY
                   IF NOT HRS-RESOLVE-FAILED
                       ADD 1 TO RG-THIS-YEAR-COUNT(WS-RGX)
                   END-IF
                   MOVE WS-NEXT-YEAR TO WS-RESOLVE-YEAR
                   PERFORM RESOLVE-RULE-HOLIDAY
                   IF NOT HRS-RESOLVE-FAILED
                       ADD 1 TO RG-NEXT-YEAR-COUNT(WS-RGX)
                   END-IF
               WHEN HOL-IS-RECURRING
                   ADD 1 TO RG-THIS-YEAR-COUNT(WS-RGX)
                   ADD 1 TO RG-NEXT-YEAR-COUNT(WS-RGX)
               WHEN OTHER
                   IF HOL-YEAR > RG-LAST-ONE-OFF-YEAR(WS-RGX)
                       MOVE HOL-YEAR TO RG-LAST-ONE-OFF-YEAR(WS-RGX)
                   END-IF
                   IF HOL-YEAR = WS-THIS-YEAR
                       ADD 1 TO RG-THIS-YEAR-COUNT(WS-RGX)
                   END-IF
                   IF HOL-YEAR = WS-NEXT-YEAR
                       ADD 1 TO RG-NEXT-YEAR-COUNT(WS-RGX)
                   END-IF
           END-EVALUATE.

      *> THE NUMERIC GUARDS ARE CALDEXT'S, FOR A MASTER WRITTEN
      *> BEFORE THE RULE FIELDS EXISTED.
       RESOLVE-RULE-HOLIDAY.
           MOVE WS-RESOLVE-YEAR TO HRS-YEAR.
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
           CALL 'HOLRSLV' USING HOLIDAY-RESOLVE-AREA.

       RATE-HOLIDAY-REGION.
           IF RG-CODE(WS-RGX) = SPACES
               MOVE "ALL" TO WS-ARTIFACT-REGION
           ELSE
               MOVE RG-CODE(WS-RGX) TO WS-ARTIFACT-REGION
           END-IF.
           IF RG-LAST-ONE-OFF-YEAR(WS-RGX) = 0
               MOVE SPACES TO WS-LAST-DATE
               MOVE 'N' TO WS-ARTIFACT-STATE
               MOVE 'N' TO WS-DAYS-KNOWN
               MOVE "NO ONE-OFF ENTRIES" TO WS-ARTIFACT-NOTE
               PERFORM WRITE-ARTIFACT-LINE
           ELSE
               MOVE RG-LAST-ONE-OFF-YEAR(WS-RGX) TO WS-LAST-YEAR
               MOVE "1231" TO WS-LAST-MMDD
               MOVE "LAST YEAR WITH ONE-OFF ENTRY" TO WS-ARTIFACT-NOTE
               PERFORM RATE-ARTIFACT
           END-IF.

      *> EVERY HEADER ON THE DD IS AN EXTRACT - A SINGLE EXTRACT OR
      *> SEVERAL SITE EXTRACTS CONCATENATED. THE HEADER'S LAST DATE
      *> IS THE EXTRACT'S HORIZON; FEEDVFY HAS ALREADY PROVED THE
      *> FEED COMPLETE. A FILE WITH NO HEADER AT ALL HAS NO HORIZON
      *> THAT CAN BE TRUSTED.
       CHECK-CALENDAR-EXTRACT.
           MOVE "CALDXTR" TO WS-ARTIFACT-NAME.
           OPEN INPUT CALENDAR-EXTRACT.
           EVALUATE TRUE
               WHEN WS-EXTRACT-STATUS = "35"
                   MOVE "ALL" TO WS-ARTIFACT-REGION
                   MOVE "FILE NOT FOUND" TO WS-ARTIFACT-NOTE
                   PERFORM REPORT-MISSING-ARTIFACT
               WHEN WS-EXTRACT-STATUS NOT = "00"
                   DISPLAY "HORZCHK: UNABLE TO OPEN CALDXTR, STATUS="
                       WS-EXTRACT-STATUS
                   MOVE 16 TO RETURN-CODE
                   MOVE "CALDXTR OPEN FAILED" TO RLQ-MESSAGE
                   PERFORM WRITE-RUN-ERROR
                   PERFORM WRITE-RUN-END
                   STOP RUN
               WHEN OTHER
                   MOVE 'N' TO WS-EOF
                   MOVE 0 TO WS-INPUT-COUNT
                   PERFORM READ-CALENDAR-EXTRACT
                   PERFORM UNTIL END-OF-INPUT
                       IF FCT-HEADER
                           PERFORM RATE-EXTRACT-HEADER
                       END-IF
                       PERFORM READ-CALENDAR-EXTRACT
                   END-PERFORM
                   CLOSE CALENDAR-EXTRACT
                   IF WS-HEADER-COUNT = 0
                       MOVE "ALL" TO WS-ARTIFACT-REGION
                       IF WS-INPUT-COUNT = 0
                           MOVE "FILE IS EMPTY" TO WS-ARTIFACT-NOTE
                       ELSE
                           MOVE "NO FEED HEADER RECORD"
                               TO WS-ARTIFACT-NOTE
                       END-IF
                       PERFORM REPORT-MISSING-ARTIFACT
                   END-IF
           END-EVALUATE.

       READ-CALENDAR-EXTRACT.
           READ CALENDAR-EXTRACT
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO RLQ-RECORDS-READ
                   ADD 1 TO WS-INPUT-COUNT
           END-READ.

       RATE-EXTRACT-HEADER.
           ADD 1 TO WS-HEADER-COUNT.
           IF FCT-REGION = SPACES
               MOVE "ALL" TO WS-ARTIFACT-REGION
           ELSE
               MOVE FCT-REGION TO WS-ARTIFACT-REGION
           END-IF.
           MOVE FCT-LAST-DATE TO WS-LAST-DATE.
           MOVE "FEED HEADER LAST DATE" TO WS-ARTIFACT-NOTE.
           PERFORM RATE-ARTIFACT.

       REPORT-MISSING-ARTIFACT.
           MOVE SPACES TO WS-LAST-DATE.
           MOVE 'C' TO WS-ARTIFACT-STATE.
           MOVE 'N' TO WS-DAYS-KNOWN.
           PERFORM WRITE-ARTIFACT-LINE.

      *> DAYS LEFT RUNS FROM TODAY TO THE LAST DATE COVERED, SO 0 IS
      *> AN ARTIFACT THAT RUNS OUT TONIGHT AND A NEGATIVE COUNT ONE
      *> ALREADY PAST ITS END.
       RATE-ARTIFACT.
           MOVE 'N' TO WS-DAYS-KNOWN.
           IF WS-LAST-DATE NOT NUMERIC
               MOVE 'C' TO WS-ARTIFACT-STATE
               MOVE "LAST DATE IS NOT A DATE" TO WS-ARTIFACT-NOTE
           ELSE
               MOVE 'D' TO DSV-REQUEST
               MOVE WS-TODAY TO DSV-DATE-1
               MOVE WS-LAST-DATE TO DSV-DATE-2
               CALL 'DATESVC' USING DATE-SERVICE-AREA
               MOVE DSV-DAY-COUNT TO WS-DAYS-LEFT
               EVALUATE TRUE
                   WHEN DSV-REQUEST-FAILED
                       MOVE 'C' TO WS-ARTIFACT-STATE
                       MOVE "LAST DATE IS NOT A DATE"
                           TO WS-ARTIFACT-NOTE
                   WHEN WS-DAYS-LEFT < 0
                       MOVE 'Y' TO WS-DAYS-KNOWN
                       MOVE 'X' TO WS-ARTIFACT-STATE
                   WHEN WS-DAYS-LEFT <= WS-CRITICAL-DAYS
                       MOVE 'Y' TO WS-DAYS-KNOWN
                       MOVE 'C' TO WS-ARTIFACT-STATE
                   WHEN WS-DAYS-LEFT <= WS-WARNING-DAYS
                       MOVE 'Y' TO WS-DAYS-KNOWN
                       MOVE 'W' TO WS-ARTIFACT-STATE
                   WHEN OTHER
                       MOVE 'Y' TO WS-DAYS-KNOWN
                       MOVE 'O' TO WS-ARTIFACT-STATE
               END-EVALUATE
           END-IF.
           PERFORM WRITE-ARTIFACT-LINE.

       WRITE-ARTIFACT-LINE.
           ADD 1 TO WS-ARTIFACT-COUNT.
           MOVE WS-ARTIFACT-NAME TO DTL-ARTIFACT.
           MOVE WS-ARTIFACT-REGION TO DTL-REGION.
           MOVE WS-LAST-DATE TO DTL-LAST-DATE.
           MOVE WS-ARTIFACT-NOTE TO DTL-NOTE.
           IF DAYS-LEFT-KNOWN
               MOVE WS-DAYS-LEFT TO DTL-DAYS-LEFT
           ELSE
               MOVE SPACES TO DTL-DAYS-LEFT-X
           END-IF.
           EVALUATE TRUE
               WHEN ARTIFACT-OK
                   MOVE "OK" TO WS-STATE-TEXT
               WHEN ARTIFACT-WARNING
                   MOVE "WARNING" TO WS-STATE-TEXT
               WHEN ARTIFACT-CRITICAL
                   MOVE "CRITICAL" TO WS-STATE-TEXT
               WHEN ARTIFACT-EXPIRED
                   MOVE "EXPIRED" TO WS-STATE-TEXT
               WHEN OTHER
                   MOVE "-" TO WS-STATE-TEXT
           END-EVALUATE.
           MOVE WS-STATE-TEXT TO DTL-STATUS.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           EVALUATE TRUE
               WHEN ARTIFACT-WARNING
                   ADD 1 TO WS-WARNING-COUNT
                   IF WS-FINAL-RETURN-CODE < 4
                       MOVE 4 TO WS-FINAL-RETURN-CODE
                   END-IF
                   PERFORM LOG-ARTIFACT-ALERT
               WHEN ARTIFACT-CRITICAL OR ARTIFACT-EXPIRED
                   ADD 1 TO WS-CRITICAL-COUNT
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   PERFORM LOG-ARTIFACT-ALERT
           END-EVALUATE.

      *> THE E LINE NAMES THE ARTIFACT, ITS REGION AND THE RATING;
      *> THE REPORT CARRIES THE DATES.
       LOG-ARTIFACT-ALERT.
           MOVE SPACES TO RLQ-MESSAGE.
           IF WS-ARTIFACT-REGION = SPACES
               STRING WS-ARTIFACT-NAME DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-STATE-TEXT DELIMITED BY SPACE
                   INTO RLQ-MESSAGE
               END-STRING
           ELSE
               STRING WS-ARTIFACT-NAME DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-ARTIFACT-REGION DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-STATE-TEXT DELIMITED BY SPACE
                   INTO RLQ-MESSAGE
               END-STRING
           END-IF.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           PERFORM WRITE-RUN-ERROR.

      *> A REGION OBSERVES THE COMPANY-WIDE HOLIDAYS AS WELL AS ITS
      *> OWN, THE SAME SET CALDEXT PUTS ON ITS EXTRACT, SO THE ALL
      *> LINE IS ADDED INTO EVERY REGIONAL LINE.
       PRINT-HOLIDAY-COUNTS.
           MOVE SPACES TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-HOLIDAY-TITLE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-THIS-YEAR TO HDG-THIS-YEAR.
           MOVE WS-NEXT-YEAR TO HDG-NEXT-YEAR.
           MOVE WS-HOLIDAY-COLUMN-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF WS-REGION-COUNT = 0
               MOVE WS-NONE-LINE TO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM VARYING WS-RGX FROM 1 BY 1
                       UNTIL WS-RGX > WS-REGION-COUNT
                   PERFORM PRINT-REGION-COUNTS
               END-PERFORM
           END-IF.

       PRINT-REGION-COUNTS.
           MOVE RG-THIS-YEAR-COUNT(WS-RGX) TO WS-THIS-YEAR-TOTAL.
           MOVE RG-NEXT-YEAR-COUNT(WS-RGX) TO WS-NEXT-YEAR-TOTAL.
           IF WS-RGX = 1
               MOVE "ALL" TO HCL-REGION
           ELSE
               MOVE RG-CODE(WS-RGX) TO HCL-REGION
               ADD RG-THIS-YEAR-COUNT(1) TO WS-THIS-YEAR-TOTAL
               ADD RG-NEXT-YEAR-COUNT(1) TO WS-NEXT-YEAR-TOTAL
           END-IF.
           MOVE WS-THIS-YEAR-TOTAL TO HCL-THIS-YEAR.
           MOVE WS-NEXT-YEAR-TOTAL TO HCL-NEXT-YEAR.
           IF WS-NEXT-YEAR-TOTAL < WS-THIS-YEAR-TOTAL
               ADD 1 TO WS-SHORTFALL-COUNT
               MOVE "FEWER NEXT YEAR - ONE-OFFS NOT KEYED?"
                   TO HCL-STATUS
               IF WS-FINAL-RETURN-CODE < 4
                   MOVE 4 TO WS-FINAL-RETURN-CODE
               END-IF
               MOVE SPACES TO RLQ-MESSAGE
               STRING "HOLMST " DELIMITED BY SIZE
                   HCL-REGION DELIMITED BY SPACE
                   " FEWER HOLIDAYS" DELIMITED BY SIZE
                   INTO RLQ-MESSAGE
               END-STRING
               MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE
               PERFORM WRITE-RUN-ERROR
           ELSE
               MOVE "OK" TO HCL-STATUS
           END-IF.
           MOVE WS-HOLIDAY-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE RPT-LINE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "HORZCHK: REPORT WRITE FAILED, STATUS="
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "HORZRPT WRITE FAILED" TO RLQ-MESSAGE
               PERFORM WRITE-RUN-ERROR
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF.
           ADD 1 TO RLQ-RECORDS-WRITTEN.
