       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHDGEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-REQUESTS ASSIGN TO "SCHDREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.
           SELECT FISCAL-PERIODS ASSIGN TO "FSCLPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIODS-STATUS.
           SELECT SCHEDULE-FILE ASSIGN TO "SCHDOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.
           SELECT CONTROL-LISTING ASSIGN TO "SCHDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-REQUESTS.
       COPY SCHREQR.

       FD  FISCAL-PERIODS.
       COPY FSCLPERR.

       FD  SCHEDULE-FILE.
       COPY SCHDTLR.

       FD  CONTROL-LISTING.
       01  RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-REQUEST-STATUS PIC XX.
       01 WS-PERIODS-STATUS PIC XX.
       01 WS-SCHEDULE-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-REQUEST-EOF PIC X VALUE 'N'.
           88 END-OF-SCHEDULE-REQUESTS VALUE 'Y'.
       01 WS-PERIODS-EOF PIC X VALUE 'N'.
           88 END-OF-FISCAL-PERIODS VALUE 'Y'.

      *> PERIOD ENDS FOR THE FISCAL FREQUENCY, IN FSCLPER ORDER. THE
      *> CEILING IS THE ONE FSCLREC AND FSCLFND CARRY. FSCLPER IS
      *> ONLY NEEDED BY FISCAL REQUESTS, SO A MISSING FILE (STATUS
      *> 35) LEAVES THE TABLE EMPTY AND REJECTS JUST THOSE REQUESTS
      *> RATHER THAN THE RUN.
       01 WS-PERIOD-COUNT USAGE UNSIGNED-INT VALUE 0.
       01 WS-PERIOD-MAX   USAGE UNSIGNED-INT VALUE 6500.
       01 WS-PERIOD-TABLE.
           02 WS-PERIOD-ENTRY OCCURS 6500 TIMES.
               03 PT-FISCAL-YEAR PIC 9(4).
               03 PT-PERIOD      PIC 9(2).
               03 PT-END-DATE    PIC X(8).
       01 WS-PERIOD-IDX USAGE UNSIGNED-INT.

       01 WS-REJECT-REASON PIC X(28).

      *> ONE OCCURRENCE AT A TIME: THE STEP NUMBER COUNTS FREQUENCY
      *> INTERVALS FROM THE START DATE, AND EVERY UNADJUSTED DATE IS
      *> WORKED OUT FROM THE START DATE ITSELF, NEVER FROM THE LAST
      *> OCCURRENCE - A SCHEDULE ON THE 31ST CLIPS TO FEBRUARY 28 FOR
      *> FEBRUARY ONLY AND IS BACK ON THE 31ST IN MARCH. THE MONTH
      *> ARITHMETIC IS DATESVC'S 'M' REQUEST, SO THE MONTH-END AND
      *> FEBRUARY 29 CONVENTION IS THE ONE DOCUMENTED IN DATESVR.
       01 WS-STEP-NUMBER USAGE UNSIGNED-INT.
       01 WS-OCCURRENCE-COUNT USAGE UNSIGNED-INT.
      *> THE SEQUENCE NUMBER ON THE SCHEDULE RECORD IS THREE DIGITS,
      *> SO NO REQUEST MAY GENERATE MORE OCCURRENCES THAN THIS.
       01 WS-OCCURRENCE-LIMIT USAGE UNSIGNED-INT VALUE 999.
       01 WS-GENERATE-FLAG PIC X.
           88 GENERATION-DONE VALUE 'Y'.
       01 WS-STOP-REASON PIC X(28).
       01 WS-UNADJUSTED-DATE.
           02 UNA-YEAR  PIC 9(4).
           02 UNA-MONTH PIC 9(2).
           02 UNA-DAY   PIC 9(2).
       01 WS-ADJUSTED-DATE.
           02 ADJ-YEAR  PIC 9(4).
           02 ADJ-MONTH PIC 9(2).
           02 ADJ-DAY   PIC 9(2).
       01 WS-MONTH-START-DATE.
           02 MST-YEAR  PIC 9(4).
           02 MST-MONTH PIC 9(2).
           02 MST-DAY   PIC 9(2).
       01 WS-FIRST-DATE PIC X(8).
       01 WS-LAST-DATE  PIC X(8).
       01 WS-FISCAL-YEAR   PIC 9(4).
       01 WS-FISCAL-PERIOD PIC 9(2).

       COPY DATESVR.
       COPY BUSDSVR.

       01 WS-DAY-ABBR-VALUES.
           02 FILLER PIC X(3) VALUE "MON".
           02 FILLER PIC X(3) VALUE "TUE".
           02 FILLER PIC X(3) VALUE "WED".
           02 FILLER PIC X(3) VALUE "THU".
           02 FILLER PIC X(3) VALUE "FRI".
           02 FILLER PIC X(3) VALUE "SAT".
           02 FILLER PIC X(3) VALUE "SUN".
       01 WS-DAY-ABBR-TABLE REDEFINES WS-DAY-ABBR-VALUES.
           02 WS-DAY-ABBR PIC X(3) OCCURS 7 TIMES.

      *> A CALLED SUBPROGRAM'S RETURN REPLACES RETURN-CODE, SO A
      *> WARNING CODE RAISED MID-RUN IS HELD HERE AND APPLIED JUST
      *> BEFORE STOP RUN, THE WAY FSCLREC SETS ITS OWN.
       01 WS-FINAL-RETURN-CODE USAGE UNSIGNED-INT VALUE 0.

       01 WS-REQUEST-COUNT   USAGE UNSIGNED-INT VALUE 0.
       01 WS-SCHEDULED-COUNT USAGE UNSIGNED-INT VALUE 0.
       01 WS-REJECTED-COUNT  USAGE UNSIGNED-INT VALUE 0.
       01 WS-TRUNCATED-COUNT USAGE UNSIGNED-INT VALUE 0.
       01 WS-DATES-WRITTEN   USAGE UNSIGNED-INT VALUE 0.
       01 WS-DATES-MOVED     USAGE UNSIGNED-INT VALUE 0.

       01 WS-RPT-HEADING PIC X(80) VALUE
           "DATE SCHEDULE GENERATOR - CONTROL LISTING".
       01 WS-RULE-LINE-1 PIC X(80) VALUE
           "MONTH STEPS KEEP THE START DAY, CLIPPED AT MONTH END.".
       01 WS-RULE-LINE-2 PIC X(80) VALUE
           "FREQ L IS THE LAST BUSINESS DAY - NO CONVENTION APPLIED.".

       01 WS-COLUMN-LINE.
           02 FILLER PIC X(3)  VALUE SPACES.
           02 FILLER PIC X(8)  VALUE "REQUEST".
           02 FILLER PIC X(1)  VALUE SPACE.
           02 FILLER PIC X(1)  VALUE "F".
           02 FILLER PIC X(1)  VALUE SPACE.
           02 FILLER PIC X(1)  VALUE "C".
           02 FILLER PIC X(1)  VALUE SPACE.
           02 FILLER PIC X(3)  VALUE "REG".
           02 FILLER PIC X(1)  VALUE SPACE.
           02 FILLER PIC X(8)  VALUE "START".
           02 FILLER PIC X(1)  VALUE SPACE.
           02 FILLER PIC X(5)  VALUE "DATES".
           02 FILLER PIC X(1)  VALUE SPACE.
           02 FILLER PIC X(8)  VALUE "FIRST".
           02 FILLER PIC X(1)  VALUE SPACE.
           02 FILLER PIC X(8)  VALUE "LAST".
           02 FILLER PIC X(1)  VALUE SPACE.
           02 FILLER PIC X(28) VALUE "RESULT".

       01 WS-REQUEST-LINE.
           02 FILLER        PIC X(3) VALUE SPACES.
           02 REQ-ID        PIC X(8).
           02 FILLER        PIC X(1) VALUE SPACE.
           02 REQ-FREQUENCY PIC X(1).
           02 FILLER        PIC X(1) VALUE SPACE.
           02 REQ-CONVENTION PIC X(1).
           02 FILLER        PIC X(1) VALUE SPACE.
           02 REQ-REGION    PIC X(3).
           02 FILLER        PIC X(1) VALUE SPACE.
           02 REQ-START     PIC X(8).
           02 FILLER        PIC X(1) VALUE SPACE.
           02 REQ-COUNT     PIC Z(3)9.
           02 FILLER        PIC X(1) VALUE SPACE.
           02 REQ-FIRST     PIC X(8).
           02 FILLER        PIC X(1) VALUE SPACE.
           02 REQ-LAST      PIC X(8).
           02 FILLER        PIC X(1) VALUE SPACE.
           02 REQ-RESULT    PIC X(28).

       01 WS-DESCRIPTION-LINE.
           02 FILLER        PIC X(14) VALUE SPACES.
           02 DSC-TEXT      PIC X(30).
           02 FILLER        PIC X(36) VALUE SPACES.

       01 WS-TOTAL-LINE.
           02 TOT-LABEL PIC X(24).
           02 TOT-VALUE PIC Z(7)9.
       COPY RUNLOGC.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM WRITE-RUN-START.
           PERFORM LOAD-PERIOD-TABLE.
           OPEN INPUT SCHEDULE-REQUESTS.
           IF WS-REQUEST-STATUS NOT = "00"
               DISPLAY "SCHDGEN: UNABLE TO OPEN SCHDREQ, STATUS="
                   WS-REQUEST-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "SCHDREQ OPEN FAILED" TO RLQ-MESSAGE
               PERFORM WRITE-RUN-ERROR
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF.
           OPEN OUTPUT SCHEDULE-FILE.
           IF WS-SCHEDULE-STATUS NOT = "00"
               DISPLAY "SCHDGEN: UNABLE TO OPEN SCHDOUT, STATUS="
                   WS-SCHEDULE-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "SCHDOUT OPEN FAILED" TO RLQ-MESSAGE
               PERFORM WRITE-RUN-ERROR
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF.
           OPEN OUTPUT CONTROL-LISTING.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "SCHDGEN: UNABLE TO OPEN SCHDRPT, STATUS="
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "SCHDRPT OPEN FAILED" TO RLQ-MESSAGE
               PERFORM WRITE-RUN-ERROR
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF.
           MOVE WS-RPT-HEADING TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-RULE-LINE-1 TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-RULE-LINE-2 TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-COLUMN-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM READ-SCHEDULE-REQUEST.
           PERFORM UNTIL END-OF-SCHEDULE-REQUESTS
               PERFORM PROCESS-ONE-REQUEST
               PERFORM READ-SCHEDULE-REQUEST
           END-PERFORM.
           CLOSE SCHEDULE-REQUESTS.
           CLOSE SCHEDULE-FILE.
           MOVE SPACES TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "REQUESTS READ" TO TOT-LABEL.
           MOVE WS-REQUEST-COUNT TO TOT-VALUE.
           MOVE WS-TOTAL-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "REQUESTS SCHEDULED" TO TOT-LABEL.
           MOVE WS-SCHEDULED-COUNT TO TOT-VALUE.
           MOVE WS-TOTAL-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "REQUESTS CUT SHORT" TO TOT-LABEL.
           MOVE WS-TRUNCATED-COUNT TO TOT-VALUE.
           MOVE WS-TOTAL-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "REQUESTS REJECTED" TO TOT-LABEL.
           MOVE WS-REJECTED-COUNT TO TOT-VALUE.
           MOVE WS-TOTAL-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "SCHEDULE DATES WRITTEN" TO TOT-LABEL.
           MOVE WS-DATES-WRITTEN TO TOT-VALUE.
           MOVE WS-TOTAL-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "DATES MOVED BY CONVENTN" TO TOT-LABEL.
           MOVE WS-DATES-MOVED TO TOT-VALUE.
           MOVE WS-TOTAL-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           CLOSE CONTROL-LISTING.
           IF WS-REJECTED-COUNT > 0 OR WS-TRUNCATED-COUNT > 0
               DISPLAY "SCHDGEN: " WS-REJECTED-COUNT
                   " REQUESTS REJECTED, " WS-TRUNCATED-COUNT
                   " CUT SHORT - SEE SCHDRPT"
           END-IF.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           PERFORM WRITE-RUN-END.
           STOP RUN.

       WRITE-RUN-START.
           MOVE "SCHDGEN" TO RLQ-JOB-NAME.
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

       LOAD-PERIOD-TABLE.
           OPEN INPUT FISCAL-PERIODS.
           IF WS-PERIODS-STATUS = "35"
               MOVE 0 TO WS-PERIOD-COUNT
           ELSE
               IF WS-PERIODS-STATUS NOT = "00"
                   DISPLAY "SCHDGEN: UNABLE TO OPEN FSCLPER, STATUS="
                       WS-PERIODS-STATUS
                   MOVE 16 TO RETURN-CODE
                   MOVE "FSCLPER OPEN FAILED" TO RLQ-MESSAGE
                   PERFORM WRITE-RUN-ERROR
                   PERFORM WRITE-RUN-END
                   STOP RUN
               END-IF
               PERFORM READ-FISCAL-PERIODS
               PERFORM UNTIL END-OF-FISCAL-PERIODS
                   IF WS-PERIOD-COUNT >= WS-PERIOD-MAX
                       DISPLAY "SCHDGEN: MORE THAN " WS-PERIOD-MAX
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
                   MOVE FSP-END-DATE TO PT-END-DATE(WS-PERIOD-COUNT)
                   PERFORM READ-FISCAL-PERIODS
               END-PERFORM
               CLOSE FISCAL-PERIODS
           END-IF.

       READ-FISCAL-PERIODS.
           READ FISCAL-PERIODS
               AT END MOVE 'Y' TO WS-PERIODS-EOF
               NOT AT END ADD 1 TO RLQ-RECORDS-READ
           END-READ.

       READ-SCHEDULE-REQUEST.
           READ SCHEDULE-REQUESTS
               AT END MOVE 'Y' TO WS-REQUEST-EOF
               NOT AT END
                   ADD 1 TO RLQ-RECORDS-READ
                   ADD 1 TO WS-REQUEST-COUNT
           END-READ.

       PROCESS-ONE-REQUEST.
           MOVE SPACES TO REQ-FIRST.
           MOVE SPACES TO REQ-LAST.
           MOVE SRQ-REQUEST-ID TO REQ-ID.
           MOVE SRQ-FREQUENCY TO REQ-FREQUENCY.
           MOVE SRQ-CONVENTION TO REQ-CONVENTION.
           MOVE SRQ-REGION TO REQ-REGION.
           MOVE SRQ-START-DATE TO REQ-START.
           PERFORM EDIT-SCHEDULE-REQUEST.
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               ADD 1 TO RLQ-EXCEPTION-COUNT
               MOVE 8 TO WS-FINAL-RETURN-CODE
               MOVE 0 TO REQ-COUNT
               MOVE WS-REJECT-REASON TO REQ-RESULT
           ELSE
               PERFORM GENERATE-SCHEDULE
               MOVE WS-OCCURRENCE-COUNT TO REQ-COUNT
               MOVE WS-FIRST-DATE TO REQ-FIRST
               MOVE WS-LAST-DATE TO REQ-LAST
               IF WS-STOP-REASON = SPACES
                   ADD 1 TO WS-SCHEDULED-COUNT
                   MOVE "SCHEDULED" TO REQ-RESULT
               ELSE
                   ADD 1 TO WS-TRUNCATED-COUNT
                   ADD 1 TO RLQ-EXCEPTION-COUNT
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE WS-STOP-REASON TO REQ-RESULT
               END-IF
           END-IF.
           MOVE WS-REQUEST-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF SRQ-DESCRIPTION NOT = SPACES
               MOVE SRQ-DESCRIPTION TO DSC-TEXT
               MOVE WS-DESCRIPTION-LINE TO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *> A REQUEST THAT FAILS ANY EDIT IS LISTED WITH THE REASON AND
      *> GENERATES NOTHING - HALF A SCHEDULE BUILT FROM A BAD CARD
      *> IS WORSE THAN NONE. THE DATES ARE PROVED THROUGH DATESVC,
      *> AND A DATE BEFORE THE 1582 CUTOVER IS REFUSED BECAUSE THE
      *> BUSINESS-DAY CALENDAR MEANS NOTHING THERE.
       EDIT-SCHEDULE-REQUEST.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN SRQ-START-DATE NOT NUMERIC
                   MOVE "START DATE NOT NUMERIC" TO WS-REJECT-REASON
               WHEN NOT (SRQ-WEEKLY OR SRQ-MONTHLY OR SRQ-QUARTERLY
                      OR SRQ-ANNUAL OR SRQ-LAST-BUSINESS-DAY
                      OR SRQ-FISCAL-PERIOD-END)
                   MOVE "FREQUENCY NOT W/M/Q/A/L/F"
                       TO WS-REJECT-REASON
               WHEN NOT (SRQ-FOLLOWING OR SRQ-MODIFIED-FOLLOWING
                      OR SRQ-PRECEDING OR SRQ-UNADJUSTED)
                   MOVE "CONVENTION NOT F/M/P/U" TO WS-REJECT-REASON
               WHEN SRQ-OCCURRENCES NOT NUMERIC
                   MOVE "OCCURRENCES NOT NUMERIC" TO WS-REJECT-REASON
               WHEN SRQ-END-DATE NOT NUMERIC
                   MOVE "END DATE NOT NUMERIC" TO WS-REJECT-REASON
               WHEN SRQ-OCCURRENCES = 0 AND SRQ-END-DATE = ZEROS
                   MOVE "NO COUNT OR END DATE" TO WS-REJECT-REASON
               WHEN SRQ-END-DATE NOT = ZEROS
                AND SRQ-END-DATE < SRQ-START-DATE
                   MOVE "END DATE BEFORE START DATE"
                       TO WS-REJECT-REASON
               WHEN SRQ-FISCAL-PERIOD-END AND WS-PERIOD-COUNT = 0
                   MOVE "FSCLPER NOT AVAILABLE" TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE 'W' TO DSV-REQUEST
                   MOVE SRQ-START-DATE TO DSV-DATE-1
                   CALL 'DATESVC' USING DATE-SERVICE-AREA
                   IF DSV-REQUEST-FAILED
                       MOVE "START DATE INVALID" TO WS-REJECT-REASON
                   ELSE
                       IF DSV-PRE-GREGORIAN-FLAG = 1
                           MOVE "START DATE BEFORE 1582"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
                   IF WS-REJECT-REASON = SPACES
                    AND SRQ-END-DATE NOT = ZEROS
                       MOVE SRQ-END-DATE TO DSV-DATE-1
                       CALL 'DATESVC' USING DATE-SERVICE-AREA
                       IF DSV-REQUEST-FAILED
                           MOVE "END DATE INVALID"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
           END-EVALUATE.

       GENERATE-SCHEDULE.
           MOVE 0 TO WS-STEP-NUMBER.
           MOVE 0 TO WS-OCCURRENCE-COUNT.
           MOVE 0 TO WS-PERIOD-IDX.
           MOVE 'N' TO WS-GENERATE-FLAG.
           MOVE SPACES TO WS-STOP-REASON.
           MOVE SPACES TO WS-FIRST-DATE.
           MOVE SPACES TO WS-LAST-DATE.
           PERFORM GENERATE-NEXT-OCCURRENCE UNTIL GENERATION-DONE.

      *> FINDS THE NEXT UNADJUSTED DATE FOR THE FREQUENCY, STOPS ON
      *> THE END DATE, THEN ADJUSTS AND WRITES IT AND STOPS ON THE
      *> COUNT. THE END DATE BOUNDS THE UNADJUSTED DATE - A DATE THE
      *> CONVENTION PUSHES PAST IT STILL BELONGS TO THE SCHEDULE.
       GENERATE-NEXT-OCCURRENCE.
           MOVE 0 TO WS-FISCAL-YEAR.
           MOVE 0 TO WS-FISCAL-PERIOD.
           EVALUATE TRUE
               WHEN SRQ-WEEKLY
                   PERFORM STEP-WEEKLY
               WHEN SRQ-MONTHLY OR SRQ-QUARTERLY OR SRQ-ANNUAL
                   PERFORM STEP-BY-MONTHS
               WHEN SRQ-LAST-BUSINESS-DAY
                   PERFORM STEP-LAST-BUSINESS-DAY
               WHEN SRQ-FISCAL-PERIOD-END
                   PERFORM STEP-FISCAL-PERIOD-END
           END-EVALUATE.
           ADD 1 TO WS-STEP-NUMBER.
           IF NOT GENERATION-DONE
            AND SRQ-END-DATE NOT = ZEROS
            AND WS-UNADJUSTED-DATE > SRQ-END-DATE
               MOVE 'Y' TO WS-GENERATE-FLAG
           END-IF.
           IF NOT GENERATION-DONE AND NOT SRQ-LAST-BUSINESS-DAY
               PERFORM APPLY-CONVENTION
           END-IF.
      *> A START MONTH WHOSE LAST BUSINESS DAY WAS ALREADY PAST ON
      *> THE START DATE IS SKIPPED - THE SCHEDULE BEGINS WITH THE
      *> NEXT MONTH. ANY OTHER FIRST DATE IS KEPT EVEN WHERE THE
      *> PRECEDING CONVENTION MOVES IT BEFORE THE START DATE.
           IF NOT GENERATION-DONE
            AND NOT (SRQ-LAST-BUSINESS-DAY
                AND WS-ADJUSTED-DATE < SRQ-START-DATE)
               PERFORM WRITE-SCHEDULE-RECORD
               IF SRQ-OCCURRENCES NOT = 0
                AND WS-OCCURRENCE-COUNT >= SRQ-OCCURRENCES
                   MOVE 'Y' TO WS-GENERATE-FLAG
               END-IF
               IF NOT GENERATION-DONE
                AND WS-OCCURRENCE-COUNT >= WS-OCCURRENCE-LIMIT
                   MOVE "STOPPED AT 999 OCCURRENCES" TO WS-STOP-REASON
                   MOVE 'Y' TO WS-GENERATE-FLAG
               END-IF
           END-IF.

       STEP-WEEKLY.
           MOVE 'O' TO DSV-REQUEST.
           MOVE SRQ-START-DATE TO DSV-DATE-1.
           COMPUTE DSV-DAY-OFFSET = WS-STEP-NUMBER * 7.
           CALL 'DATESVC' USING DATE-SERVICE-AREA.
           PERFORM TAKE-DATESVC-RESULT.

       STEP-BY-MONTHS.
           MOVE 'M' TO DSV-REQUEST.
           MOVE SRQ-START-DATE TO DSV-DATE-1.
           EVALUATE TRUE
               WHEN SRQ-MONTHLY
                   MOVE WS-STEP-NUMBER TO DSV-MONTH-OFFSET
               WHEN SRQ-QUARTERLY
                   COMPUTE DSV-MONTH-OFFSET = WS-STEP-NUMBER * 3
               WHEN SRQ-ANNUAL
                   COMPUTE DSV-MONTH-OFFSET = WS-STEP-NUMBER * 12
           END-EVALUATE.
           CALL 'DATESVC' USING DATE-SERVICE-AREA.
           PERFORM TAKE-DATESVC-RESULT.

       TAKE-DATESVC-RESULT.
           IF DSV-REQUEST-FAILED
               MOVE "DATE RANGE EXCEEDED" TO WS-STOP-REASON
               MOVE 'Y' TO WS-GENERATE-FLAG
           ELSE
               MOVE DSV-RESULT-DATE TO WS-UNADJUSTED-DATE
           END-IF.

      *> THE UNADJUSTED DATE IS THE CALENDAR MONTH END; THE DATE TO
      *> ACT ON IS THE LAST BUSINESS DAY BEFORE THE FIRST OF THE
      *> NEXT MONTH, WHICH BY DEFINITION NEEDS NO FURTHER CONVENTION.
       STEP-LAST-BUSINESS-DAY.
           MOVE SRQ-START-YEAR TO MST-YEAR.
           MOVE SRQ-START-MONTH TO MST-MONTH.
           MOVE 1 TO MST-DAY.
           MOVE 'M' TO DSV-REQUEST.
           MOVE WS-MONTH-START-DATE TO DSV-DATE-1.
           COMPUTE DSV-MONTH-OFFSET = WS-STEP-NUMBER + 1.
           CALL 'DATESVC' USING DATE-SERVICE-AREA.
           IF DSV-REQUEST-FAILED
               MOVE "DATE RANGE EXCEEDED" TO WS-STOP-REASON
               MOVE 'Y' TO WS-GENERATE-FLAG
           ELSE
               MOVE DSV-RESULT-DATE TO WS-MONTH-START-DATE
               MOVE 'O' TO DSV-REQUEST
               MOVE WS-MONTH-START-DATE TO DSV-DATE-1
               MOVE -1 TO DSV-DAY-OFFSET
               CALL 'DATESVC' USING DATE-SERVICE-AREA
               PERFORM TAKE-DATESVC-RESULT
           END-IF.
           IF NOT GENERATION-DONE
               MOVE 'P' TO BDS-REQUEST
               MOVE WS-MONTH-START-DATE TO BDS-DATE-1
               PERFORM CALL-BUSINESS-DAY-SERVICE
           END-IF.

      *> PERIOD ENDS ARE TAKEN IN FSCLPER ORDER FROM THE FIRST ONE ON
      *> OR AFTER THE START DATE. RUNNING OFF THE END OF THE PERIOD
      *> MASTER BEFORE THE COUNT OR END DATE IS MET CUTS THE
      *> SCHEDULE SHORT AT THE FISCAL HORIZON, AND SAYS SO.
       STEP-FISCAL-PERIOD-END.
           ADD 1 TO WS-PERIOD-IDX.
           PERFORM UNTIL WS-PERIOD-IDX > WS-PERIOD-COUNT
                   OR PT-END-DATE(WS-PERIOD-IDX) >= SRQ-START-DATE
               ADD 1 TO WS-PERIOD-IDX
           END-PERFORM.
           IF WS-PERIOD-IDX > WS-PERIOD-COUNT
               MOVE "CUT SHORT AT FSCLPER HORIZON" TO WS-STOP-REASON
               MOVE 'Y' TO WS-GENERATE-FLAG
           ELSE
               MOVE PT-END-DATE(WS-PERIOD-IDX) TO WS-UNADJUSTED-DATE
               MOVE PT-FISCAL-YEAR(WS-PERIOD-IDX) TO WS-FISCAL-YEAR
               MOVE PT-PERIOD(WS-PERIOD-IDX) TO WS-FISCAL-PERIOD
           END-IF.

      *> FOLLOWING TAKES THE FIRST BUSINESS DAY ON OR AFTER THE
      *> DATE, PRECEDING THE LAST ONE ON OR BEFORE IT - BUSDSVC'S
      *> NEXT AND PREVIOUS REQUESTS ARE STRICTLY AFTER AND BEFORE,
      *> SO THEY ARE ASKED FROM THE DAY EITHER SIDE. MODIFIED
      *> FOLLOWING IS FOLLOWING UNLESS THAT CROSSES INTO THE NEXT
      *> MONTH, WHEN IT FALLS BACK TO PRECEDING.
       APPLY-CONVENTION.
           EVALUATE TRUE
               WHEN SRQ-UNADJUSTED
                   MOVE WS-UNADJUSTED-DATE TO WS-ADJUSTED-DATE
               WHEN SRQ-FOLLOWING
                   PERFORM FIND-FOLLOWING-BUSINESS-DAY
               WHEN SRQ-PRECEDING
                   PERFORM FIND-PRECEDING-BUSINESS-DAY
               WHEN SRQ-MODIFIED-FOLLOWING
                   PERFORM FIND-FOLLOWING-BUSINESS-DAY
                   IF NOT GENERATION-DONE
                    AND ADJ-MONTH NOT = UNA-MONTH
                       PERFORM FIND-PRECEDING-BUSINESS-DAY
                   END-IF
           END-EVALUATE.

       FIND-FOLLOWING-BUSINESS-DAY.
           MOVE 'O' TO DSV-REQUEST.
           MOVE WS-UNADJUSTED-DATE TO DSV-DATE-1.
           MOVE -1 TO DSV-DAY-OFFSET.
           CALL 'DATESVC' USING DATE-SERVICE-AREA.
           IF DSV-REQUEST-FAILED
               PERFORM STOP-ON-DAY-EITHER-SIDE
           ELSE
               MOVE 'N' TO BDS-REQUEST
               MOVE DSV-RESULT-DATE TO BDS-DATE-1
               PERFORM CALL-BUSINESS-DAY-SERVICE
           END-IF.

       FIND-PRECEDING-BUSINESS-DAY.
           MOVE 'O' TO DSV-REQUEST.
           MOVE WS-UNADJUSTED-DATE TO DSV-DATE-1.
           MOVE 1 TO DSV-DAY-OFFSET.
           CALL 'DATESVC' USING DATE-SERVICE-AREA.
           IF DSV-REQUEST-FAILED
               PERFORM STOP-ON-DAY-EITHER-SIDE
           ELSE
               MOVE 'P' TO BDS-REQUEST
               MOVE DSV-RESULT-DATE TO BDS-DATE-1
               PERFORM CALL-BUSINESS-DAY-SERVICE
           END-IF.

      *> NO DAY EITHER SIDE OF THE DATE (THE EDGE OF THE DATE RANGE)
      *> LEAVES NOTHING TO ASK BUSDSVC FROM - THE SCHEDULE ENDS AT
      *> THE LAST GOOD DATE RATHER THAN ADJUSTING FROM A DATE LEFT
      *> OVER FROM AN EARLIER CALL.
       STOP-ON-DAY-EITHER-SIDE.
           DISPLAY "SCHDGEN: NO DAY EITHER SIDE OF "
               WS-UNADJUSTED-DATE " FOR REQUEST " SRQ-REQUEST-ID.
           MOVE "DATE RANGE EXCEEDED" TO WS-STOP-REASON.
           MOVE 'Y' TO WS-GENERATE-FLAG.
           MOVE 8 TO WS-FINAL-RETURN-CODE.
           MOVE SPACES TO RLQ-MESSAGE.
           STRING "RANGE EXCEEDED " DELIMITED BY SIZE
               SRQ-REQUEST-ID DELIMITED BY SIZE
               INTO RLQ-MESSAGE
           END-STRING.
           PERFORM WRITE-RUN-ERROR.

      *> A REQUEST THE SERVICE CANNOT ANSWER (HOLIDAY MASTER
      *> UNREADABLE, OR A RUN OF HOLIDAYS PAST ITS SEARCH LIMIT)
      *> ENDS THE SCHEDULE AT THE LAST GOOD DATE RATHER THAN WRITING
      *> AN UNADJUSTED ONE UNDER AN ADJUSTING CONVENTION.
       CALL-BUSINESS-DAY-SERVICE.
           MOVE SRQ-REGION TO BDS-REGION.
           CALL 'BUSDSVC' USING BUSINESS-DAY-AREA.
           IF BDS-REQUEST-FAILED
               MOVE "BUSINESS-DAY SERVICE FAILED" TO WS-STOP-REASON
               MOVE 'Y' TO WS-GENERATE-FLAG
           ELSE
               MOVE BDS-RESULT-DATE TO WS-ADJUSTED-DATE
           END-IF.

       WRITE-SCHEDULE-RECORD.
           ADD 1 TO WS-OCCURRENCE-COUNT.
           MOVE SPACES TO SCHEDULE-DETAIL-RECORD.
           MOVE SRQ-REQUEST-ID TO SCH-REQUEST-ID.
           MOVE WS-OCCURRENCE-COUNT TO SCH-SEQUENCE.
           MOVE WS-UNADJUSTED-DATE TO SCH-UNADJUSTED-DATE.
           MOVE WS-ADJUSTED-DATE TO SCH-ADJUSTED-DATE.
           MOVE 'W' TO DSV-REQUEST.
           MOVE WS-ADJUSTED-DATE TO DSV-DATE-1.
           CALL 'DATESVC' USING DATE-SERVICE-AREA.
           IF NOT DSV-REQUEST-FAILED
               MOVE WS-DAY-ABBR(DSV-DAY-OF-WEEK) TO SCH-DAY-NAME
           END-IF.
           IF WS-ADJUSTED-DATE = WS-UNADJUSTED-DATE
               MOVE 'N' TO SCH-MOVED-FLAG
           ELSE
               MOVE 'Y' TO SCH-MOVED-FLAG
               ADD 1 TO WS-DATES-MOVED
           END-IF.
           MOVE SRQ-REGION TO SCH-REGION.
           MOVE SRQ-FREQUENCY TO SCH-FREQUENCY.
           MOVE SRQ-CONVENTION TO SCH-CONVENTION.
           MOVE WS-FISCAL-YEAR TO SCH-FISCAL-YEAR.
           MOVE WS-FISCAL-PERIOD TO SCH-FISCAL-PERIOD.
           WRITE SCHEDULE-DETAIL-RECORD.
           IF WS-SCHEDULE-STATUS NOT = "00"
               DISPLAY "SCHDGEN: SCHEDULE WRITE FAILED, STATUS="
                   WS-SCHEDULE-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "SCHDOUT WRITE FAILED" TO RLQ-MESSAGE
               PERFORM WRITE-RUN-ERROR
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF.
           ADD 1 TO RLQ-RECORDS-WRITTEN.
           ADD 1 TO WS-DATES-WRITTEN.
           IF WS-FIRST-DATE = SPACES
               MOVE WS-ADJUSTED-DATE TO WS-FIRST-DATE
           END-IF.
           MOVE WS-ADJUSTED-DATE TO WS-LAST-DATE.

       WRITE-REPORT-LINE.
           WRITE RPT-LINE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "SCHDGEN: REPORT WRITE FAILED, STATUS="
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "SCHDRPT WRITE FAILED" TO RLQ-MESSAGE
               PERFORM WRITE-RUN-ERROR
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF.
           ADD 1 TO RLQ-RECORDS-WRITTEN.
