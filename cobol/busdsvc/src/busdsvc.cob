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

      *> MOVABLE-RULE ENTRIES ARE RESOLVED TO CONCRETE DATES FOR
      *> ONE YEAR AT A TIME, THROUGH THE SAME HOLRSLV ROUTINE
      *> CALDEXT USES, AND RE-RESOLVED ONLY WHEN THE WALK CROSSES
      *> INTO A DIFFERENT YEAR. AS IN CALDEXT, THE YEARS EITHER
      *> SIDE ARE RESOLVED WITH IT, SINCE A WEEKEND OBSERVANCE CAN
      *> CARRY A CLOSURE ACROSS THE YEAR END.
       01 WS-RESOLVED-YEAR USAGE UNSIGNED-INT VALUE 0.
       01 WS-RESOLVE-YEAR  USAGE UNSIGNED-INT.

       COPY HOLRSLR.
       COPY HOLOBSR.

       COPY DATESVR.

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
       RESOLVE-YEAR-HOLIDAYS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-HOLIDAY-COUNT
               PERFORM VARYING WS-INST FROM 1 BY 1 UNTIL WS-INST > 3
                   COMPUTE WS-RESOLVE-YEAR = WLK-YEAR + WS-INST - 2
                   PERFORM RESOLVE-ONE-INSTANCE
               END-PERFORM
           END-PERFORM.
           MOVE WLK-YEAR TO WS-RESOLVED-YEAR.

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
               MOVE HOB-OBSERVED-DATE
                   TO HT-OBSERVED-DATE(WS-IDX, WS-INST)
           ELSE
               MOVE ZEROS TO HT-OBSERVED-DATE(WS-IDX, WS-INST)
           END-IF.

      *> POSITION THE WALK ON DATE-1 AND TAKE ITS DAY OF WEEK FROM
      *> DATESVC - A DATE DATESVC REJECTS FAILS THE REQUEST HERE.
       SET-WALK-START.

      *> THE REGION TEST RUNS PER REQUEST, NOT AT LOAD TIME - ONE
      *> RUN CAN ASK FOR DIFFERENT REGIONS' CALENDARS CALL BY CALL.
      *> THE MATCH IS ON THE OBSERVED DATE - THE DAY THE BUSINESS IS
      *> CLOSED - WHICH FOR A HOLIDAY WITH NO SUBSTITUTION IS ITS
      *> ACTUAL DATE.
       FIND-HOLIDAY.
           MOVE 0 TO WS-MATCH-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-HOLIDAY-COUNT
                   OR WS-MATCH-IDX > 0
               PERFORM VARYING WS-INST FROM 1 BY 1
                       UNTIL WS-INST > 3 OR WS-MATCH-IDX > 0
                   IF HT-ACTIVE-IN-YEAR(WS-IDX, WS-INST)
                    AND HT-OBSERVED-DATE(WS-IDX, WS-INST)
                           = WS-WALK-DATE
                    AND (BDS-ALL-REGIONS
                      OR HT-ALL-REGIONS(WS-IDX)
                      OR HT-REGION(WS-IDX) = BDS-REGION)
                       MOVE WS-IDX TO WS-MATCH-IDX
                   END-IF
               END-PERFORM
           END-PERFORM.

       FIND-NEXT-BUSINESS-DAY.
