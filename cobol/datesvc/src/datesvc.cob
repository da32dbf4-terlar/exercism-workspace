       01 WS-PL-R100 USAGE UNSIGNED-INT.
       01 WS-PL-R400 USAGE UNSIGNED-INT.

      *> MONTH ARITHMETIC RUNS ON A COUNT OF MONTHS SINCE YEAR 0,
      *> SO A SIGNED OFFSET CROSSES ANY NUMBER OF YEAR ENDS IN ONE
      *> DIVIDE.
       01 WS-MONTH-SERIAL    USAGE SIGNED-INT.
       01 WS-MONTH-QUOTIENT  USAGE SIGNED-INT.
       01 WS-MONTH-REMAINDER USAGE SIGNED-INT.
       01 WS-KEEP-DAY        USAGE UNSIGNED-INT.

       01 WS-MONTH-FOUND PIC X VALUE 'N'.
           88 RESULT-MONTH-FOUND VALUE 'Y'.

                   PERFORM COMPUTE-DATE-DIFFERENCE
               WHEN DSV-OFFSET-REQUEST
                   PERFORM COMPUTE-OFFSET-DATE
               WHEN DSV-MONTH-ADD-REQUEST
                   PERFORM COMPUTE-MONTH-ADD-DATE
               WHEN OTHER
                   MOVE 1 TO DSV-ERROR-FLAG
           END-EVALUATE.
               MOVE ZEROS TO DSV-RESULT-DATE
           END-IF.

      *> DATE-1 IS PROVED A REAL DATE FIRST, THEN MOVED BY WHOLE
      *> MONTHS. THE DAY OF MONTH IS CLIPPED TO THE TARGET MONTH'S
      *> LENGTH - THE ONE MONTH-END / FEBRUARY 29 CONVENTION, SEE
      *> DATESVR - WITH FEBRUARY OF A PRE-1582 YEAR GIVEN THE SAME
      *> PROLEPTIC LENGTH THE DAY SERIALS USE.
       COMPUTE-MONTH-ADD-DATE.
           MOVE DSV-YEAR-1  TO WS-SER-YEAR.
           MOVE DSV-MONTH-1 TO WS-SER-MONTH.
           MOVE DSV-DAY-1   TO WS-SER-DAY.
           PERFORM COMPUTE-DAY-SERIAL.
           IF NOT DSV-REQUEST-FAILED
               MOVE DSV-DAY-1 TO WS-KEEP-DAY
               COMPUTE WS-MONTH-SERIAL = DSV-YEAR-1 * 12
                   + DSV-MONTH-1 - 1 + DSV-MONTH-OFFSET
               IF WS-MONTH-SERIAL < 12 OR WS-MONTH-SERIAL > 119999
                   MOVE 1 TO DSV-ERROR-FLAG
               ELSE
                   DIVIDE WS-MONTH-SERIAL BY 12
                       GIVING WS-MONTH-QUOTIENT
                       REMAINDER WS-MONTH-REMAINDER
                   MOVE WS-MONTH-QUOTIENT TO WS-SER-YEAR
                   COMPUTE WS-SER-MONTH = WS-MONTH-REMAINDER + 1
                   MOVE 1 TO WS-SER-DAY
                   CALL 'CALSVC' USING WS-SER-YEAR, WS-SER-MONTH,
                       WS-SER-DAY, WS-DAYS-IN-MONTH, WS-JULIAN-DAY,
                       WS-CAL-PRE-GREG
                   IF WS-CAL-PRE-GREG = 1
                       MOVE 1 TO WS-ANY-PRE-GREG
                       IF WS-SER-MONTH = 2
                           PERFORM CHECK-PROLEPTIC-LEAP
                           IF WS-PROLEPTIC-LEAP = 1
                               ADD 1 TO WS-DAYS-IN-MONTH
                           END-IF
                       END-IF
                   END-IF
                   IF WS-KEEP-DAY > WS-DAYS-IN-MONTH
                       MOVE WS-DAYS-IN-MONTH TO WS-KEEP-DAY
                   END-IF
                   MOVE WS-SER-YEAR  TO DSV-RESULT-YEAR
                   MOVE WS-SER-MONTH TO DSV-RESULT-MONTH
                   MOVE WS-KEEP-DAY  TO DSV-RESULT-DAY
               END-IF
           END-IF.
           IF DSV-REQUEST-FAILED
               MOVE ZEROS TO DSV-RESULT-DATE
           END-IF.

      *> FIRST GUESS THE TARGET YEAR FROM THE 146097-DAY LENGTH OF
      *> THE 400-YEAR GREGORIAN CYCLE, THEN NUDGE IT UNTIL JANUARY 1
      *> OF THE YEAR IS ON OR BEFORE THE TARGET AND JANUARY 1 OF THE
