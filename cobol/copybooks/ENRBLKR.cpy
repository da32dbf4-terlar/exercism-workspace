      *> ENRBLKR - DATE ENRICHMENT BLOCK
      *> THE 40 BYTES DATEENR APPENDS TO EVERY GOOD RECORD, RIGHT
      *> AFTER THE CALLER'S RECORD LENGTH. THE DATE IS RESTATED AS
      *> YYYYMMDD WHATEVER FORMAT IT ARRIVED IN. DAY OF WEEK IS
      *> 1=MONDAY ... 7=SUNDAY, AS DATESVC NUMBERS IT; THE
      *> BUSINESS-DAY FLAG AND NEXT BUSINESS DAY ARE BUSDSVC'S FOR
      *> THE CONTROL CARD'S REGION; FISCAL YEAR, PERIOD AND WEEK
      *> ARE FSCLFND'S; THE LEAP FLAG IS LEAPFND'S FOR THE DATE'S
      *> CALENDAR YEAR.
       01  ENRICHMENT-BLOCK.
           02 ENR-DATE            PIC 9(8).
           02 FILLER              PIC X(1).
           02 ENR-DAY-OF-WEEK     PIC 9(1).
           02 ENR-DAY-NAME        PIC X(3).
           02 FILLER              PIC X(1).
           02 ENR-BUSINESS-DAY-FLAG PIC X(1).
               88 ENR-IS-BUSINESS-DAY VALUE 'Y'.
           02 FILLER              PIC X(1).
           02 ENR-NEXT-BUSINESS-DAY PIC 9(8).
           02 FILLER              PIC X(1).
           02 ENR-FISCAL-YEAR     PIC 9(4).
           02 FILLER              PIC X(1).
           02 ENR-FISCAL-PERIOD   PIC 9(2).
           02 FILLER              PIC X(1).
           02 ENR-FISCAL-WEEK     PIC 9(1).
           02 FILLER              PIC X(1).
           02 ENR-LEAP-YEAR-FLAG  PIC X(1).
               88 ENR-IS-LEAP-YEAR VALUE 'Y'.
           02 FILLER              PIC X(4).
