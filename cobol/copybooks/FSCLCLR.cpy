      *> FSCLCLR - FISCAL CLOSE CALENDAR RECORD
      *> ONE RECORD PER FISCAL PERIOD, WRITTEN BY FSCLREC ALONGSIDE
      *> THE CLOSE CALENDAR IT PRINTS: PERIOD END, BUSINESS DAYS IN
      *> THE PERIOD AND THE GL CLOSE DEADLINE (THE NTH BUSINESS DAY
      *> AFTER PERIOD END). A PERIOD WHOSE DEADLINE COULD NOT BE
      *> DATED - NOT COVERED BY THE EXTRACT, OR THE DEADLINE PAST
      *> ITS END - CARRIES A BLANK CLOSE DATE, THE SAME PERIOD THE
      *> PRINTED CALENDAR SHOWS AS *HELD*.
       01  CLOSE-CALENDAR-RECORD.
           02 CLC-FISCAL-YEAR PIC 9(4).
           02 FILLER          PIC X(1) VALUE SPACE.
           02 CLC-PERIOD      PIC 9(2).
           02 FILLER          PIC X(1) VALUE SPACE.
           02 CLC-END-DATE    PIC X(8).
           02 FILLER          PIC X(1) VALUE SPACE.
           02 CLC-BUSDAYS     PIC 9(3).
           02 FILLER          PIC X(1) VALUE SPACE.
           02 CLC-CLOSE-DATE  PIC X(8).
               88 CLC-CLOSE-HELD VALUE SPACES.
           02 FILLER          PIC X(51) VALUE SPACES.
