
       FD  CALENDAR-EXTRACT.
       COPY CALDAYR.
       COPY FEEDCTLR.

       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS PIC XX.
       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-RECORDS-WRITTEN USAGE UNSIGNED-INT VALUE 0.

      *> CONTROL TOTALS FOR THE FEED TRAILER, KEPT AS EACH DAY IS
      *> WRITTEN - SEE FEEDCTLR.
       01 WS-BUSINESS-DAYS USAGE UNSIGNED-INT VALUE 0.
       01 WS-HOLIDAY-DAYS  USAGE UNSIGNED-INT VALUE 0.
       01 WS-DATE-HASH PIC 9(15) VALUE 0.
       01 WS-HASH-DATE PIC 9(8).
       01 WS-FEED-DATE.
           02 WS-FEED-DATE-YEAR PIC 9(4).
           02 WS-FEED-DATE-MMDD PIC X(4).

       COPY DATESVR.

      *> THE DAY OF WEEK IS TAKEN FROM DATESVC ONCE, FOR JANUARY 1

      *> THE HOLIDAY MASTER IS SMALL - IT IS LOADED INTO THIS TABLE
      *> ONCE AND SCANNED PER DAY. A MOVABLE-RULE ENTRY CARRIES ITS
      *> RULE FIELDS HERE AND IS RESOLVED TO A CONCRETE DATE PER
      *> YEAR THROUGH HOLRSLV; A FIXED ENTRY'S RESOLVED DATE IS JUST
      *> ITS OWN MONTH/DAY. THE ACTIVE FLAG SAYS WHETHER THE ENTRY
      *> OBSERVES AT ALL IN THAT YEAR - A ONE-OFF FOR ANOTHER YEAR,
      *> OR A 5TH-WEEKDAY RULE THE MONTH DOES NOT REACH, SITS THE
      *> YEAR OUT. EACH ENTRY IS RESOLVED FOR THE YEAR BEFORE, THE
      *> YEAR IN HAND AND THE YEAR AFTER, BECAUSE THE WEEKEND
      *> OBSERVANCE CAN CARRY A CLOSURE ACROSS THE YEAR END - A
      *> SATURDAY JANUARY 1 OBSERVED ON THE FRIDAY BEFORE CLOSES A
      *> DAY OF THE YEAR IN HAND.
       01 WS-HOLIDAY-COUNT USAGE UNSIGNED-INT VALUE 0.
       01 WS-HOLIDAY-MAX   USAGE UNSIGNED-INT VALUE 200.
       01 WS-HOLIDAY-TABLE.
               03 HT-RULE-ORDINAL PIC 9(1).
               03 HT-RULE-WEEKDAY PIC 9(1).
               03 HT-RULE-OFFSET  USAGE SIGNED-INT.
               03 HT-OBSERVANCE-RULE PIC X(1).
               03 HT-YEAR-INSTANCE OCCURS 3 TIMES.
                   04 HT-ACTIVE-FLAG  PIC X(1).
                       88 HT-ACTIVE-IN-YEAR VALUE 'Y'.
                   04 HT-ACTUAL-DATE.
                       05 HT-ACTUAL-YEAR  PIC 9(4).
                       05 HT-ACTUAL-MONTH PIC 9(2).
                       05 HT-ACTUAL-DAY   PIC 9(2).
                   04 HT-OBSERVED-DATE PIC X(8).
       01 WS-IDX USAGE UNSIGNED-INT.
       01 WS-INST USAGE UNSIGNED-INT.
       01 WS-MATCH-IDX USAGE UNSIGNED-INT.
       01 WS-MATCH-INST USAGE UNSIGNED-INT.
       01 WS-RESOLVE-YEAR USAGE UNSIGNED-INT.

      *> INSTANCE 2 OF EVERY ENTRY IS THE YEAR IN HAND - THE ONLY
      *> ONE WHOSE ACTUAL DATE CAN FALL IN THAT YEAR.
       01 WS-THIS-YEAR-INST USAGE UNSIGNED-INT VALUE 2.

       COPY HOLRSLR.
       COPY HOLOBSR.

      *> A CALLED SUBPROGRAM'S RETURN REPLACES RETURN-CODE, SO A
      *> WARNING CODE RAISED MID-RUN IS HELD HERE AND APPLIED JUST
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF.
           PERFORM WRITE-FEED-HEADER.
           PERFORM WS-YEARS-AHEAD TIMES
               ADD 1 TO WS-YEAR
               PERFORM EXTRACT-ONE-YEAR
           END-PERFORM.
           PERFORM WRITE-FEED-TRAILER.
           CLOSE CALENDAR-EXTRACT.
           DISPLAY "CALDEXT: " WS-RECORDS-WRITTEN
               " CALENDAR DAYS WRITTEN".
           ELSE
               MOVE 0 TO HT-RULE-OFFSET(WS-HOLIDAY-COUNT)
           END-IF.
           IF HOL-NEAREST-WEEKDAY OR HOL-FOLLOWING-MONDAY
            OR HOL-PRECEDING-FRIDAY
               MOVE HOL-OBSERVANCE-RULE
                   TO HT-OBSERVANCE-RULE(WS-HOLIDAY-COUNT)
           ELSE
               MOVE SPACE TO HT-OBSERVANCE-RULE(WS-HOLIDAY-COUNT)
           END-IF.

       READ-HOLIDAY-MASTER.
           READ HOLIDAY-MASTER
           CALL 'DATESVC' USING DATE-SERVICE-AREA.
           MOVE DSV-DAY-OF-WEEK TO WS-DAY-OF-WEEK.

      *> THE WINDOW IS WHOLE YEARS, SO THE HEADER'S FIRST AND LAST
      *> DATES ARE KNOWN BEFORE THE FIRST DAY IS WRITTEN - WS-YEAR
      *> IS STILL THE CURRENT YEAR HERE.
       WRITE-FEED-HEADER.
           MOVE SPACES TO FEED-CONTROL-RECORD.
           MOVE "HDR" TO FCT-RECORD-TYPE.
           MOVE "CALDXTR" TO FCT-FEED-NAME.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO FCT-CREATE-DATE.
           MOVE WS-CURRENT-DATE-TIME(9:6) TO FCT-CREATE-TIME.
           MOVE WS-REGION TO FCT-REGION.
           COMPUTE WS-FEED-DATE-YEAR = WS-YEAR + 1.
           MOVE "0101" TO WS-FEED-DATE-MMDD.
           MOVE WS-FEED-DATE TO FCT-FIRST-DATE.
           COMPUTE WS-FEED-DATE-YEAR = WS-YEAR + WS-YEARS-AHEAD.
           MOVE "1231" TO WS-FEED-DATE-MMDD.
           MOVE WS-FEED-DATE TO FCT-LAST-DATE.
           WRITE FEED-CONTROL-RECORD.
           IF WS-EXTRACT-STATUS NOT = "00"
               DISPLAY "CALDEXT: HEADER WRITE FAILED, STATUS="
                   WS-EXTRACT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "CALDXTR WRITE FAILED" TO RLQ-MESSAGE
               PERFORM WRITE-RUN-ERROR
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF.

       WRITE-FEED-TRAILER.
           MOVE SPACES TO FEED-CONTROL-RECORD.
           MOVE "TRL" TO FCT-RECORD-TYPE.
           MOVE "CALDXTR" TO FCT-FEED-NAME.
           MOVE WS-RECORDS-WRITTEN TO FCT-RECORD-COUNT.
           MOVE WS-BUSINESS-DAYS TO FCT-BUSINESS-DAYS.
           MOVE WS-HOLIDAY-DAYS TO FCT-HOLIDAYS.
           MOVE WS-DATE-HASH TO FCT-DATE-HASH.
           WRITE FEED-CONTROL-RECORD.
           IF WS-EXTRACT-STATUS NOT = "00"
               DISPLAY "CALDEXT: TRAILER WRITE FAILED, STATUS="
                   WS-EXTRACT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "CALDXTR WRITE FAILED" TO RLQ-MESSAGE
               PERFORM WRITE-RUN-ERROR
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF.

       EXTRACT-ONE-YEAR.
           PERFORM RESOLVE-YEAR-HOLIDAYS.
           PERFORM VARYING WS-MONTH FROM 1 BY 1 UNTIL WS-MONTH > 12
           IF WS-MATCH-IDX > 0
               MOVE 'Y' TO CDY-HOLIDAY-FLAG
               MOVE HT-NAME(WS-MATCH-IDX) TO CDY-HOLIDAY-NAME
               MOVE CDY-DATE TO CDY-ACTUAL-DATE
               MOVE HT-OBSERVED-DATE(WS-MATCH-IDX, WS-THIS-YEAR-INST)
                   TO CDY-OBSERVED-DATE
               MOVE 'N' TO CDY-IN-LIEU-FLAG
           ELSE
      *> NOT A HOLIDAY IN ITS OWN RIGHT - BUT IT MAY BE THE WEEKDAY
      *> A WEEKEND HOLIDAY IS OBSERVED ON, WHICH CLOSES THE
      *> BUSINESS ALL THE SAME.
               PERFORM FIND-IN-LIEU-HOLIDAY
               IF WS-MATCH-IDX > 0
                   MOVE 'Y' TO CDY-HOLIDAY-FLAG
                   MOVE HT-NAME(WS-MATCH-IDX) TO CDY-HOLIDAY-NAME
                   MOVE HT-ACTUAL-DATE(WS-MATCH-IDX, WS-MATCH-INST)
                       TO CDY-ACTUAL-DATE
                   MOVE CDY-DATE TO CDY-OBSERVED-DATE
                   MOVE 'Y' TO CDY-IN-LIEU-FLAG
               ELSE
                   MOVE 'N' TO CDY-HOLIDAY-FLAG
                   MOVE SPACES TO CDY-HOLIDAY-NAME
                   MOVE 'N' TO CDY-IN-LIEU-FLAG
               END-IF
           END-IF.
           IF CDY-IS-WEEKEND OR CDY-IS-HOLIDAY
               MOVE 'N' TO CDY-BUSINESS-DAY-FLAG
           END-IF.
           ADD 1 TO WS-RECORDS-WRITTEN.
           ADD 1 TO RLQ-RECORDS-WRITTEN.
           IF CDY-IS-BUSINESS-DAY
               ADD 1 TO WS-BUSINESS-DAYS
           END-IF.
           IF CDY-IS-HOLIDAY
               ADD 1 TO WS-HOLIDAY-DAYS
           END-IF.
           MOVE CDY-DATE TO WS-HASH-DATE.
           ADD WS-HASH-DATE TO WS-DATE-HASH.
           IF WS-DAY-OF-WEEK = 7
               MOVE 1 TO WS-DAY-OF-WEEK
           ELSE
               ADD 1 TO WS-DAY-OF-WEEK
           END-IF.

      *> FIX EVERY TABLE ENTRY'S CONCRETE AND OBSERVED DATES FOR
      *> THE YEARS EITHER SIDE OF THE EXTRACT YEAR AS WELL AS THE
      *> YEAR ITSELF, SO THE PER-DAY SCANS ARE PLAIN DATE MATCHES
      *> WHATEVER KIND OF ENTRY IT IS.
       RESOLVE-YEAR-HOLIDAYS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-HOLIDAY-COUNT
               PERFORM VARYING WS-INST FROM 1 BY 1 UNTIL WS-INST > 3
                   COMPUTE WS-RESOLVE-YEAR = WS-YEAR + WS-INST - 2
                   PERFORM RESOLVE-ONE-INSTANCE
               END-PERFORM
           END-PERFORM.

       RESOLVE-ONE-INSTANCE.
           IF HT-FIXED-DATE(WS-IDX)
               MOVE WS-RESOLVE-YEAR
                   TO HT-ACTUAL-YEAR(WS-IDX, WS-INST)
               MOVE HT-MONTH(WS-IDX)
                   TO HT-ACTUAL-MONTH(WS-IDX, WS-INST)
               MOVE HT-DAY(WS-IDX) TO HT-ACTUAL-DAY(WS-IDX, WS-INST)
               IF HT-IS-RECURRING(WS-IDX)
                OR HT-YEAR(WS-IDX) = WS-RESOLVE-YEAR
                   MOVE 'Y' TO HT-ACTIVE-FLAG(WS-IDX, WS-INST)
               ELSE
                   MOVE 'N' TO HT-ACTIVE-FLAG(WS-IDX, WS-INST)
               END-IF
           ELSE
               MOVE WS-RESOLVE-YEAR TO HRS-YEAR
               MOVE HT-RULE-TYPE(WS-IDX) TO HRS-RULE-TYPE
               MOVE HT-MONTH(WS-IDX) TO HRS-MONTH
               MOVE HT-RULE-ORDINAL(WS-IDX) TO HRS-ORDINAL
               MOVE HT-RULE-WEEKDAY(WS-IDX) TO HRS-WEEKDAY
               MOVE HT-RULE-OFFSET(WS-IDX) TO HRS-OFFSET-DAYS
               CALL 'HOLRSLV' USING HOLIDAY-RESOLVE-AREA
               IF HRS-RESOLVE-FAILED
      *> THE RULE HAS NO DATE THIS YEAR (A 5TH WEEKDAY THE MONTH
      *> DOES NOT REACH) - THE OBSERVANCE SITS THE YEAR OUT.
                   MOVE 'N' TO HT-ACTIVE-FLAG(WS-IDX, WS-INST)
                   MOVE ZEROS TO HT-ACTUAL-DATE(WS-IDX, WS-INST)
               ELSE
                   MOVE 'Y' TO HT-ACTIVE-FLAG(WS-IDX, WS-INST)
                   MOVE HRS-RESULT-DATE
                       TO HT-ACTUAL-DATE(WS-IDX, WS-INST)
               END-IF
           END-IF.
           IF HT-ACTIVE-IN-YEAR(WS-IDX, WS-INST)
               MOVE HT-OBSERVANCE-RULE(WS-IDX) TO HOB-OBSERVANCE-RULE
               MOVE HT-ACTUAL-DATE(WS-IDX, WS-INST) TO HOB-ACTUAL-DATE
               CALL 'HOLOBSV' USING HOLIDAY-OBSERVANCE-AREA
               IF HOB-REQUEST-FAILED
                   PERFORM DROP-UNOBSERVABLE-INSTANCE
               ELSE
                   MOVE HOB-OBSERVED-DATE
                       TO HT-OBSERVED-DATE(WS-IDX, WS-INST)
               END-IF
           ELSE
               MOVE ZEROS TO HT-OBSERVED-DATE(WS-IDX, WS-INST)
           END-IF.

      *> AN ACTUAL DATE HOLOBSV CANNOT PLACE HAS NO CLOSURE TO
      *> EXTRACT, SO THE INSTANCE SITS THE YEAR OUT RATHER THAN
      *> KEEPING AN OBSERVED DATE LEFT OVER FROM ANOTHER ENTRY. A
      *> RECURRING FEBRUARY 29 (WHICH HOLEDIT ALLOWS) IN A COMMON
      *> YEAR IS EXPECTED, THE SAME AS A RULE WITH NO DATE THIS
      *> YEAR. ANY OTHER FAILURE IS THE SERVICE'S AND IS REPORTED -
      *> ONLY AS THE YEAR IN HAND, SINCE EVERY ENTRY'S YEAR IS ALSO
      *> RESOLVED AS EACH NEIGHBOUR'S.
       DROP-UNOBSERVABLE-INSTANCE.
           MOVE 'N' TO HT-ACTIVE-FLAG(WS-IDX, WS-INST).
           MOVE ZEROS TO HT-OBSERVED-DATE(WS-IDX, WS-INST).
           IF WS-INST = WS-THIS-YEAR-INST
            AND NOT (HT-ACTUAL-MONTH(WS-IDX, WS-INST) = 2
                 AND HT-ACTUAL-DAY(WS-IDX, WS-INST) = 29)
               DISPLAY "CALDEXT: HOLOBSV FAILED FOR "
                   HT-NAME(WS-IDX) " ON "
                   HT-ACTUAL-DATE(WS-IDX, WS-INST)
                   " - NOT EXTRACTED"
               MOVE 8 TO WS-FINAL-RETURN-CODE
               MOVE SPACES TO RLQ-MESSAGE
               STRING "HOLOBSV FAILED " DELIMITED BY SIZE
                   HT-ACTUAL-DATE(WS-IDX, WS-INST) DELIMITED BY SIZE
                   INTO RLQ-MESSAGE
               END-STRING
               PERFORM WRITE-RUN-ERROR
           END-IF.

       FIND-HOLIDAY.
           MOVE 0 TO WS-MATCH-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-HOLIDAY-COUNT
                   OR WS-MATCH-IDX > 0
               IF HT-ACTIVE-IN-YEAR(WS-IDX, WS-THIS-YEAR-INST)
                AND HT-ACTUAL-DATE(WS-IDX, WS-THIS-YEAR-INST)
                       = CDY-DATE
                   MOVE WS-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM.

      *> AN ENTRY FROM ANY OF THE THREE YEARS WHOSE OBSERVED DATE IS
      *> THIS DAY AND IS NOT ITS ACTUAL DATE - A WEEKEND HOLIDAY
      *> MOVED ONTO THIS WEEKDAY.
       FIND-IN-LIEU-HOLIDAY.
           MOVE 0 TO WS-MATCH-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-HOLIDAY-COUNT
                   OR WS-MATCH-IDX > 0
               PERFORM VARYING WS-INST FROM 1 BY 1
                       UNTIL WS-INST > 3 OR WS-MATCH-IDX > 0
                   IF HT-ACTIVE-IN-YEAR(WS-IDX, WS-INST)
                    AND HT-OBSERVED-DATE(WS-IDX, WS-INST) = CDY-DATE
                    AND HT-OBSERVED-DATE(WS-IDX, WS-INST)
                       NOT = HT-ACTUAL-DATE(WS-IDX, WS-INST)
                       MOVE WS-IDX TO WS-MATCH-IDX
                       MOVE WS-INST TO WS-MATCH-INST
                   END-IF
               END-PERFORM
           END-PERFORM.
