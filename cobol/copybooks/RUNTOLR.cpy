      *> RUNTOLR - RUN ANOMALY TOLERANCE CARD
      *> ONE CARD PER PROGRAM (AS IT LOGS TO RUNLOG) ON THE RUNTOL
      *> CONTROL FILE; A CARD NAMED *DEFAULT SETS THE BAND FOR EVERY
      *> PROGRAM WITHOUT ITS OWN. ALL FIELDS ZERO-FILLED; A BLANK
      *> FIELD TAKES THE DEFAULT. TONIGHT IS FLAGGED WHEN:
      *>   RECORDS READ OR WRITTEN IS MORE THAN THE BAND PERCENT
      *>     ABOVE OR BELOW THE TRAILING AVERAGE,
      *>   EXCEPTIONS EXCEED THE AVERAGE BY MORE THAN THE ALLOWANCE,
      *>   ELAPSED TIME IS MORE THAN THE BAND PERCENT ABOVE OR BELOW
      *>     THE AVERAGE AND ALSO DIFFERS BY MORE THAN THE FLOOR -
      *>     SO A TWO-SECOND STEP TAKING FOUR IS NOT AN ANOMALY.
      *> A CARD WITH * IN COLUMN 1 IS A COMMENT.
       01  RUN-TOLERANCE-RECORD.
           02 RTL-JOB-NAME            PIC X(8).
               88 RTL-DEFAULT-CARD VALUE "*DEFAULT".
           02 FILLER                  PIC X(1).
           02 RTL-READ-PCT-X          PIC X(3).
           02 RTL-READ-PCT REDEFINES RTL-READ-PCT-X PIC 9(3).
           02 FILLER                  PIC X(1).
           02 RTL-WRITTEN-PCT-X       PIC X(3).
           02 RTL-WRITTEN-PCT REDEFINES RTL-WRITTEN-PCT-X PIC 9(3).
           02 FILLER                  PIC X(1).
           02 RTL-EXCEPTION-ALLOW-X   PIC X(5).
           02 RTL-EXCEPTION-ALLOW REDEFINES RTL-EXCEPTION-ALLOW-X
                                      PIC 9(5).
           02 FILLER                  PIC X(1).
           02 RTL-ELAPSED-PCT-X       PIC X(3).
           02 RTL-ELAPSED-PCT REDEFINES RTL-ELAPSED-PCT-X PIC 9(3).
           02 FILLER                  PIC X(1).
           02 RTL-ELAPSED-FLOOR-X     PIC X(4).
           02 RTL-ELAPSED-FLOOR REDEFINES RTL-ELAPSED-FLOOR-X
                                      PIC 9(4).
           02 FILLER                  PIC X(49).
