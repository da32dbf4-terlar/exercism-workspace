       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLOBSV.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY DATESVR.

      *> DAYS TO MOVE A WEEKEND HOLIDAY, SIGNED - NEGATIVE BACK TO
      *> THE FRIDAY, POSITIVE ON TO THE MONDAY.
       01 WS-SHIFT-DAYS USAGE SIGNED-INT.

      *> THE ONE PLACE THE WEEKEND OBSERVANCE RULE IS APPLIED -
      *> CALDEXT, BUSDSVC AND THE HOLMNT PREVIEW ALL CALL HERE, SO
      *> THE CALDXTR FEED, EVERY BUSINESS-DAY DEADLINE AND THE
      *> FSCLREC CLOSE DATES BUILT FROM THE FEED AGREE ON WHICH DAY
      *> THE BUSINESS IS ACTUALLY CLOSED.
       LINKAGE SECTION.
       COPY HOLOBSR.

       PROCEDURE DIVISION USING HOLIDAY-OBSERVANCE-AREA.
       HOLOBSV.
           MOVE 0 TO HOB-ERROR-FLAG.
           MOVE HOB-ACTUAL-DATE TO HOB-OBSERVED-DATE.
           IF NOT HOB-NO-SUBSTITUTION
               PERFORM FIND-OBSERVED-DATE
           END-IF.
           GOBACK.

       FIND-OBSERVED-DATE.
           MOVE 'W' TO DSV-REQUEST.
           MOVE HOB-ACTUAL-DATE TO DSV-DATE-1.
           CALL 'DATESVC' USING DATE-SERVICE-AREA.
           IF DSV-REQUEST-FAILED
               MOVE 1 TO HOB-ERROR-FLAG
           ELSE
               MOVE 0 TO WS-SHIFT-DAYS
               EVALUATE TRUE
                   WHEN NOT DSV-WEEKEND-DAY
                       CONTINUE
                   WHEN HOB-NEAREST-WEEKDAY AND DSV-SATURDAY
                       MOVE -1 TO WS-SHIFT-DAYS
                   WHEN HOB-NEAREST-WEEKDAY AND DSV-SUNDAY
                       MOVE 1 TO WS-SHIFT-DAYS
                   WHEN HOB-FOLLOWING-MONDAY AND DSV-SATURDAY
                       MOVE 2 TO WS-SHIFT-DAYS
                   WHEN HOB-FOLLOWING-MONDAY AND DSV-SUNDAY
                       MOVE 1 TO WS-SHIFT-DAYS
                   WHEN HOB-PRECEDING-FRIDAY AND DSV-SATURDAY
                       MOVE -1 TO WS-SHIFT-DAYS
                   WHEN HOB-PRECEDING-FRIDAY AND DSV-SUNDAY
                       MOVE -2 TO WS-SHIFT-DAYS
                   WHEN OTHER
                       MOVE 1 TO HOB-ERROR-FLAG
               END-EVALUATE
               IF WS-SHIFT-DAYS NOT = 0
                   MOVE 'O' TO DSV-REQUEST
                   MOVE HOB-ACTUAL-DATE TO DSV-DATE-1
                   MOVE WS-SHIFT-DAYS TO DSV-DAY-OFFSET
                   CALL 'DATESVC' USING DATE-SERVICE-AREA
                   IF DSV-REQUEST-FAILED
                       MOVE 1 TO HOB-ERROR-FLAG
                   ELSE
                       MOVE DSV-RESULT-DATE TO HOB-OBSERVED-DATE
                   END-IF
               END-IF
           END-IF.
