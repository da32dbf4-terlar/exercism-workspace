      *> FSCLPSR - POSTING-DATE CHECK REQUEST/RESPONSE AREA
      *> SHARED LAYOUT FOR EVERY POSTING PROGRAM THAT CALLS
      *> FSCLPST, THE WAY FSCLFNR IS FOR FSCLFND. THE CALLER FILLS
      *> THE TRANSACTION DATE AND GETS BACK THE FISCAL YEAR AND
      *> PERIOD FSCLFND PLACES IT IN, THAT PERIOD'S STATUS FROM THE
      *> PERIOD STATUS MASTER, AND ONE ANSWER:
      *>   'P' - POSTABLE, THE PERIOD IS OPEN
      *>   'C' - PERIOD CLOSED, SOFT OR HARD (THE STATUS SAYS WHICH,
      *>         FOR THE CLOSE TEAM'S ADJUSTMENT PROGRAMS)
      *>   'N' - NO FISCAL PERIOD COVERS THE DATE (FSCLFND FAILED)
      *>   'U' - THE PERIOD IS NOT ON THE STATUS MASTER, OR THE
      *>         MASTER CANNOT BE READ
      *> ONLY 'P' MAY BE POSTED - A CALLER MUST NOT TREAT AN
      *> UNKNOWN STATUS AS OPEN. THE CALLING STEP NEEDS THE FSCLPER
      *> DD FOR FSCLFND AND THE FSCLSTS DD FOR THE STATUS MASTER.
       01  POSTING-CHECK-AREA.
           02 PCK-POSTING-DATE.
               03 PCK-POSTING-YEAR  PIC 9(4).
               03 PCK-POSTING-MONTH PIC 9(2).
               03 PCK-POSTING-DAY   PIC 9(2).
           02 PCK-FISCAL-YEAR   PIC 9(4).
           02 PCK-PERIOD        PIC 9(2).
           02 PCK-PERIOD-STATUS PIC X(1).
           02 PCK-RESULT        PIC X(1).
               88 PCK-POSTABLE          VALUE 'P'.
               88 PCK-PERIOD-CLOSED     VALUE 'C'.
               88 PCK-NO-FISCAL-PERIOD  VALUE 'N'.
               88 PCK-STATUS-UNKNOWN    VALUE 'U'.
