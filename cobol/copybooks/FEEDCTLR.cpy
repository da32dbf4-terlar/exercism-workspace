      *> FEEDCTLR - OUTBOUND FEED HEADER/TRAILER CONTROL RECORD
      *> EVERY OUTBOUND FEED (CALDXTR, CALDDLT, LEAPXTR) OPENS WITH
      *> ONE HEADER RECORD AND CLOSES WITH ONE TRAILER RECORD, SO A
      *> READER CAN TELL A COMPLETE FILE FROM ONE CUT SHORT BY A
      *> SPACE ABEND - AN EMPTY OR HALF-WRITTEN DATASET OTHERWISE
      *> LOOKS LIKE A VALID, SMALLER CALENDAR. 'HDR' AND 'TRL' IN
      *> COLUMNS 1-3 CANNOT BEGIN A DATA RECORD OF ANY OF THE THREE
      *> FEEDS (A DATE, A YEAR, OR DELTA ACTION 'A'/'C').
      *> THE HEADER CARRIES THE FEED NAME, WHEN IT WAS CREATED, THE
      *> REGION (BLANK = COMPANY-WIDE, OR A FEED WITH NO REGIONS)
      *> AND THE FIRST AND LAST DATE THE FEED COVERS. THE TRAILER
      *> CARRIES CONTROL TOTALS OVER THE DATA RECORDS BETWEEN THEM -
      *> NEITHER CONTROL RECORD COUNTS ITSELF:
      *>   RECORD COUNT    DATA RECORDS
      *>   BUSINESS DAYS   DATA RECORDS WITH THE BUSINESS-DAY FLAG Y
      *>   HOLIDAYS        DATA RECORDS WITH THE HOLIDAY FLAG Y
      *>   DATE HASH       SUM OF EVERY DATA RECORD'S DATE AS AN
      *>                   8-DIGIT NUMBER
      *> LEAPXTR IS ONE RECORD PER YEAR: ITS FIRST AND LAST DATES
      *> ARE JANUARY 1 OF THE FIRST YEAR AND DECEMBER 31 OF THE
      *> LAST, ITS HASH IS THE SUM OF THE YEARS, AND IT CARRIES NO
      *> BUSINESS-DAY OR HOLIDAY FLAGS, SO THOSE TOTALS ARE ZERO.
       01  FEED-CONTROL-RECORD.
           02 FCT-RECORD-TYPE PIC X(3).
               88 FCT-HEADER  VALUE 'HDR'.
               88 FCT-TRAILER VALUE 'TRL'.
           02 FILLER          PIC X(1).
           02 FCT-FEED-NAME   PIC X(8).
           02 FILLER          PIC X(1).
           02 FCT-CONTROL-FIELDS PIC X(67).
           02 FCT-HEADER-FIELDS REDEFINES FCT-CONTROL-FIELDS.
               03 FCT-CREATE-DATE PIC X(8).
               03 FILLER          PIC X(1).
               03 FCT-CREATE-TIME PIC X(6).
               03 FILLER          PIC X(1).
               03 FCT-REGION      PIC X(3).
               03 FILLER          PIC X(1).
               03 FCT-FIRST-DATE  PIC X(8).
               03 FILLER          PIC X(1).
               03 FCT-LAST-DATE   PIC X(8).
               03 FILLER          PIC X(30).
           02 FCT-TRAILER-FIELDS REDEFINES FCT-CONTROL-FIELDS.
               03 FCT-RECORD-COUNT  PIC 9(7).
               03 FILLER            PIC X(1).
               03 FCT-BUSINESS-DAYS PIC 9(7).
               03 FILLER            PIC X(1).
               03 FCT-HOLIDAYS      PIC 9(7).
               03 FILLER            PIC X(1).
               03 FCT-DATE-HASH     PIC 9(15).
               03 FILLER            PIC X(28).
