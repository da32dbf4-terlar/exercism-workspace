      *> ANOMPARM - RUNANOM PARAMETER CARD
      *>   1-3  TRAILING WINDOW IN DAYS - THE PRIOR NIGHTS WHOSE RUNS
      *>        MAKE UP EACH PROGRAM'S AVERAGE (BLANK = 028)
      *>   5-6  FEWEST PRIOR NIGHTS A PROGRAM MUST HAVE RUN IN THE
      *>        WINDOW BEFORE TONIGHT IS JUDGED AGAINST ITS AVERAGE
      *>        (BLANK = 05)
      *> BOTH ZERO-FILLED. NO CARD TAKES BOTH DEFAULTS.
       01  ANOM-PARM-RECORD.
           02 APM-TRAILING-DAYS-X PIC X(3).
               88 APM-DEFAULT-TRAILING-DAYS VALUE SPACES.
           02 APM-TRAILING-DAYS REDEFINES APM-TRAILING-DAYS-X
                                  PIC 9(3).
           02 FILLER              PIC X(1).
           02 APM-MIN-NIGHTS-X    PIC X(2).
               88 APM-DEFAULT-MIN-NIGHTS VALUE SPACES.
           02 APM-MIN-NIGHTS REDEFINES APM-MIN-NIGHTS-X
                                  PIC 9(2).
           02 FILLER              PIC X(74).
