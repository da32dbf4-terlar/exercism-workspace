      *> GATEPARM - JOBGATE CONTROL CARDS
      *> THE FIRST CARD IN SYSIN NAMES THE JOB BEING GATED AND WHEN
      *> ITS NIGHT BEGINS; EVERY CARD AFTER IT NAMES ONE PREDECESSOR
      *> PROGRAM THAT MUST HAVE FINISHED TONIGHT:
      *>   FIRST CARD  1-8   JOB NAME THE GATE LOGS AND HOLDS UNDER
      *>               10-13 NIGHT START, HHMM (BLANK = 1800) - A
      *>                     RUN-LOG LINE STAMPED BEFORE THE MOST
      *>                     RECENT NIGHT START IS LAST NIGHT'S
      *>   LATER CARDS 1-8   PREDECESSOR PROGRAM, AS IT LOGS TO RUNLOG
      *>               10-11 HIGHEST ACCEPTABLE RETURN CODE,
      *>                     ZERO-FILLED (00 = CLEAN FINISH ONLY)
      *> A BLANK CARD OR ONE WITH * IN COLUMN 1 IS IGNORED.
       01  GATE-PARM-RECORD.
           02 GPM-NAME PIC X(8).
               88 GPM-SKIP-CARD VALUE SPACES.
           02 FILLER   PIC X(1).
           02 GPM-HEADER-FIELDS.
               03 GPM-NIGHT-START-X PIC X(4).
                   88 GPM-DEFAULT-NIGHT-START VALUE SPACES.
               03 GPM-NIGHT-START REDEFINES GPM-NIGHT-START-X.
                   04 GPM-NIGHT-START-HH PIC 9(2).
                   04 GPM-NIGHT-START-MM PIC 9(2).
           02 GPM-PREDECESSOR-FIELDS REDEFINES GPM-HEADER-FIELDS.
               03 GPM-MAX-RC PIC 9(2).
               03 FILLER     PIC X(2).
           02 FILLER   PIC X(67).
