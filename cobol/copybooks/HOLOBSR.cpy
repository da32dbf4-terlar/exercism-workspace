      *> HOLOBSR - HOLIDAY OBSERVANCE REQUEST/RESPONSE AREA
      *> SHARED LAYOUT FOR EVERY PROGRAM THAT CALLS HOLOBSV, THE WAY
      *> HOLRSLR IS FOR HOLRSLV. THE CALLER PASSES THE DATE A
      *> HOLIDAY ACTUALLY FALLS ON (A FIXED DATE, OR WHAT HOLRSLV
      *> RESOLVED A RULE TO) WITH THE HOLMST OBSERVANCE RULE, AND
      *> GETS BACK THE DATE THE BUSINESS IS CLOSED FOR IT:
      *>   SPACE - NO SUBSTITUTION, OBSERVED ON THE ACTUAL DATE
      *>   'N'   - NEAREST WEEKDAY (SATURDAY TO FRIDAY, SUNDAY TO
      *>           MONDAY)
      *>   'M'   - FOLLOWING MONDAY (SATURDAY OR SUNDAY TO MONDAY)
      *>   'F'   - PRECEDING FRIDAY (SATURDAY OR SUNDAY TO FRIDAY)
      *> A HOLIDAY THAT FALLS ON A WEEKDAY IS ALWAYS OBSERVED ON
      *> ITS OWN DATE. THE OBSERVED DATE CAN CROSS A MONTH OR YEAR
      *> END - A SATURDAY JANUARY 1 UNDER 'N' OR 'F' IS OBSERVED ON
      *> THE FRIDAY DECEMBER 31 BEFORE IT. A DATE DATESVC REJECTS
      *> (FEBRUARY 29 OF A COMMON YEAR, FOR A RECURRING ENTRY) COMES
      *> BACK WITH THE ERROR FLAG SET AND THE ACTUAL DATE UNCHANGED.
       01  HOLIDAY-OBSERVANCE-AREA.
           02 HOB-OBSERVANCE-RULE PIC X(1).
               88 HOB-NO-SUBSTITUTION   VALUE SPACE.
               88 HOB-NEAREST-WEEKDAY   VALUE 'N'.
               88 HOB-FOLLOWING-MONDAY  VALUE 'M'.
               88 HOB-PRECEDING-FRIDAY  VALUE 'F'.
           02 HOB-ACTUAL-DATE.
               03 HOB-ACTUAL-YEAR  PIC 9(4).
               03 HOB-ACTUAL-MONTH PIC 9(2).
               03 HOB-ACTUAL-DAY   PIC 9(2).
           02 HOB-OBSERVED-DATE.
               03 HOB-OBSERVED-YEAR  PIC 9(4).
               03 HOB-OBSERVED-MONTH PIC 9(2).
               03 HOB-OBSERVED-DAY   PIC 9(2).
           02 HOB-ERROR-FLAG PIC 9.
               88 HOB-REQUEST-FAILED VALUE 1.
