      *> BACK WITH THE ERROR FLAG SET AND THE RESULT FIELDS ZERO -
      *> EITHER THE YEAR WAS NEVER ON THE YEAR MASTER OR THE DATE
      *> FALLS IN THE GAP BEFORE A FISCAL YEAR'S MONDAY OPENING.
      *> A PERIOD MASTER THAT COULD NOT BE OPENED OR LOADED FAILS
      *> EVERY REQUEST WITH FLAG 2 INSTEAD, SO A CALLER CAN TELL A
      *> DATE OFF THE CALENDAR FROM NO CALENDAR AT ALL.
       01  FISCAL-FIND-AREA.
           02 FSF-REQUEST-DATE.
               03 FSF-REQUEST-YEAR  PIC 9(4).
           02 FSF-PERIOD         PIC 9(2).
           02 FSF-WEEK-OF-PERIOD PIC 9(1).
           02 FSF-ERROR-FLAG PIC 9.
               88 FSF-REQUEST-FAILED     VALUES 1 2.
               88 FSF-NO-PERIOD-FOR-DATE VALUE 1.
               88 FSF-MASTER-UNAVAILABLE VALUE 2.
