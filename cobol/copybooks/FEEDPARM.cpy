      *> FEEDPARM - FEEDVFY PARAMETER CARD
      *> ONE CARD IN SYSIN NAMING THE FEED THE STEP EXPECTS TO FIND
      *> ON FEEDIN - CALDXTR, CALDDLT OR LEAPXTR, IN COLUMNS 1-8 -
      *> SO A DD POINTING AT THE WRONG DATASET IS CAUGHT AS WELL AS
      *> ONE THAT IS INCOMPLETE. A BLANK CARD (OR NO CARD AT ALL)
      *> VALIDATES WHICHEVER FEED THE FILE'S OWN HEADER NAMES.
       01  FEED-PARM-RECORD.
           02 FPM-FEED-NAME PIC X(8).
               88 FPM-ANY-FEED VALUE SPACES.
           02 FILLER        PIC X(72).
