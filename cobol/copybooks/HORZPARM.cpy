      *> HORZPARM - HORZCHK PARAMETER CARD
      *>   1-3  WARNING LEAD TIME IN DAYS - AN ARTIFACT WHOSE LAST
      *>        COVERED DATE IS THIS CLOSE OR CLOSER IS REPORTED AT
      *>        WARNING (BLANK = 180)
      *>   5-7  CRITICAL THRESHOLD IN DAYS - THIS CLOSE OR CLOSER,
      *>        OR ALREADY PAST, IS CRITICAL (BLANK = 030). MUST NOT
      *>        BE MORE THAN THE WARNING LEAD TIME.
      *> BOTH ZERO-FILLED. NO CARD TAKES BOTH DEFAULTS.
       01  HORZ-PARM-RECORD.
           02 HZP-WARNING-DAYS-X  PIC X(3).
               88 HZP-DEFAULT-WARNING-DAYS VALUE SPACES.
           02 HZP-WARNING-DAYS REDEFINES HZP-WARNING-DAYS-X
                                  PIC 9(3).
           02 FILLER              PIC X(1).
           02 HZP-CRITICAL-DAYS-X PIC X(3).
               88 HZP-DEFAULT-CRITICAL-DAYS VALUE SPACES.
           02 HZP-CRITICAL-DAYS REDEFINES HZP-CRITICAL-DAYS-X
                                  PIC 9(3).
           02 FILLER              PIC X(73).
