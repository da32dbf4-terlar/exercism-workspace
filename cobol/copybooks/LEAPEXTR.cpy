      *> LEAPEXTR - LEAP-YEAR EXTRACT RECORD
      *> ONE RECORD PER UPCOMING YEAR, PICKED UP BY THE DOWNSTREAM
      *> JOB-SCHEDULING SYSTEM TO SET ITS OWN CALENDAR TABLES.
      *> THE DATA RECORDS SIT BETWEEN A HEADER AND A TRAILER
      *> CONTROL RECORD - SEE FEEDCTLR.
       01  LEAP-EXTRACT-RECORD.
           02 EXT-YEAR      PIC 9(4).
           02 FILLER        PIC X(1) VALUE SPACE.
