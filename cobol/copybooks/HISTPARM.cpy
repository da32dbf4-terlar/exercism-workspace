      *> HISTPARM - RUNHIST PARAMETER CARD
      *> ONE CARD IN SYSIN GIVING THE RUN-HISTORY RETENTION PERIOD IN
      *> DAYS, COLUMNS 1-3 ZERO-FILLED, THE SAME CARD AUDSUM TAKES -
      *> NIGHTS OLDER THAN THIS ARE DROPPED FROM THE HISTORY FILE
      *> WHEN THE NEXT NIGHT IS ROLLED IN.
       01  HIST-PARM-RECORD.
           02 HPM-RETENTION-DAYS PIC 9(3).
           02 FILLER             PIC X(77).
