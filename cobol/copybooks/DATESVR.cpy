      *>   'W' - DAY OF WEEK OF DATE-1 (1=MONDAY ... 7=SUNDAY)
      *>   'D' - DAYS FROM DATE-1 TO DATE-2 (SIGNED)
      *>   'O' - DATE-1 PLUS THE SIGNED DAY OFFSET
      *>   'M' - DATE-1 PLUS THE SIGNED MONTH OFFSET (12 PER YEAR).
      *>         THE DAY OF MONTH IS KEPT; WHERE THE TARGET MONTH IS
      *>         TOO SHORT FOR IT THE RESULT IS THAT MONTH'S LAST
      *>         DAY, NEVER A DAY CARRIED INTO THE MONTH AFTER - SO
      *>         JAN 31 + 1 MONTH IS FEB 28 (FEB 29 IN A LEAP YEAR)
      *>         AND FEB 29 + 12 MONTHS IS FEB 28. A RESULT IS NOT
      *>         PULLED TO MONTH END JUST BECAUSE DATE-1 WAS ONE
      *>         (FEB 28 + 1 MONTH IS MAR 28), SO A SERIES OF DATES
      *>         SHOULD ALWAYS BE OFFSET FROM ITS FIRST DATE, NOT
      *>         CHAINED FROM THE PREVIOUS RESULT.
      *> THE PRE-GREGORIAN FLAG FOLLOWS THE CONVENTION LEAP
      *> ESTABLISHED - SET WHEN ANY YEAR INVOLVED IS BEFORE THE 1582
      *> CUTOVER, SO CALLERS KNOW THE ANSWER IS OUTSIDE THE RULE'S
               88 DSV-DAY-OF-WEEK-REQUEST VALUE 'W'.
               88 DSV-DIFFERENCE-REQUEST  VALUE 'D'.
               88 DSV-OFFSET-REQUEST      VALUE 'O'.
               88 DSV-MONTH-ADD-REQUEST   VALUE 'M'.
           02 DSV-DATE-1.
               03 DSV-YEAR-1  PIC 9(4).
               03 DSV-MONTH-1 PIC 9(2).
               03 DSV-MONTH-2 PIC 9(2).
               03 DSV-DAY-2   PIC 9(2).
           02 DSV-DAY-OFFSET USAGE SIGNED-INT.
           02 DSV-MONTH-OFFSET USAGE SIGNED-INT.
           02 DSV-DAY-OF-WEEK PIC 9.
               88 DSV-MONDAY      VALUE 1.
               88 DSV-TUESDAY     VALUE 2.
