      *> SCHDTLR - DATE SCHEDULE RECORD
      *> ONE RECORD PER OCCURRENCE SCHDGEN GENERATES, IN DATE ORDER
      *> WITHIN EACH REQUEST. THE UNADJUSTED DATE IS WHERE THE
      *> FREQUENCY LANDS; THE ADJUSTED DATE IS WHERE THE REQUEST'S
      *> BUSINESS-DAY CONVENTION MOVES IT, AND IS THE DATE TO ACT
      *> ON. A FISCAL PERIOD END OCCURRENCE CARRIES THE FISCAL YEAR
      *> AND PERIOD IT CLOSES; OTHER OCCURRENCES CARRY ZEROS THERE.
       01  SCHEDULE-DETAIL-RECORD.
           02 SCH-REQUEST-ID    PIC X(8).
           02 FILLER            PIC X(1).
           02 SCH-SEQUENCE      PIC 9(3).
           02 FILLER            PIC X(1).
           02 SCH-UNADJUSTED-DATE PIC 9(8).
           02 FILLER            PIC X(1).
           02 SCH-ADJUSTED-DATE PIC 9(8).
           02 FILLER            PIC X(1).
           02 SCH-DAY-NAME      PIC X(3).
           02 FILLER            PIC X(1).
           02 SCH-MOVED-FLAG    PIC X(1).
               88 SCH-DATE-MOVED VALUE 'Y'.
           02 FILLER            PIC X(1).
           02 SCH-REGION        PIC X(3).
           02 FILLER            PIC X(1).
           02 SCH-FREQUENCY     PIC X(1).
           02 FILLER            PIC X(1).
           02 SCH-CONVENTION    PIC X(1).
           02 FILLER            PIC X(1).
           02 SCH-FISCAL-YEAR   PIC 9(4).
           02 FILLER            PIC X(1).
           02 SCH-FISCAL-PERIOD PIC 9(2).
           02 FILLER            PIC X(28).
