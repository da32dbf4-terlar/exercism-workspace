      *> BY THE DOWNSTREAM JOB-SCHEDULING SYSTEM IN PLACE OF ITS
      *> HAND-KEYED HOLIDAY CALENDAR. DAY OF WEEK IS 1=MONDAY
      *> THROUGH 7=SUNDAY, THE DATESVC NUMBERING.
      *> A HOLIDAY DAY CARRIES BOTH ENDS OF ITS WEEKEND OBSERVANCE:
      *> THE ACTUAL DATE THE HOLIDAY FALLS ON AND THE DATE THE
      *> BUSINESS IS CLOSED FOR IT. ON THE ACTUAL DATE'S RECORD THE
      *> OBSERVED DATE SAYS WHERE THE CLOSURE WENT; THE WEEKDAY IT
      *> WENT TO IS ITSELF FLAGGED A HOLIDAY UNDER THE SAME NAME,
      *> WITH THE IN-LIEU FLAG 'Y' AND THE ACTUAL DATE IT STANDS IN
      *> FOR. A HOLIDAY WITH NO SUBSTITUTION CARRIES ITS OWN DATE
      *> IN BOTH; A NON-HOLIDAY DAY LEAVES BOTH DATES BLANK.
      *> THE DATA RECORDS SIT BETWEEN A HEADER AND A TRAILER
      *> CONTROL RECORD - SEE FEEDCTLR.
       01  CALENDAR-DAY-RECORD.
           02 CDY-DATE.
               03 CDY-YEAR  PIC 9(4).
           02 FILLER                PIC X(1) VALUE SPACE.
           02 CDY-BUSINESS-DAY-FLAG PIC X(1).
               88 CDY-IS-BUSINESS-DAY VALUE 'Y'.
           02 FILLER                PIC X(1) VALUE SPACE.
           02 CDY-OBSERVED-DATE.
               03 CDY-OBSERVED-YEAR  PIC 9(4).
               03 CDY-OBSERVED-MONTH PIC 9(2).
               03 CDY-OBSERVED-DAY   PIC 9(2).
           02 FILLER                PIC X(1) VALUE SPACE.
           02 CDY-IN-LIEU-FLAG      PIC X(1).
               88 CDY-IS-IN-LIEU-DAY VALUE 'Y'.
           02 FILLER                PIC X(1) VALUE SPACE.
           02 CDY-ACTUAL-DATE.
               03 CDY-ACTUAL-YEAR  PIC 9(4).
               03 CDY-ACTUAL-MONTH PIC 9(2).
               03 CDY-ACTUAL-DAY   PIC 9(2).
           02 FILLER                PIC X(3) VALUE SPACES.
