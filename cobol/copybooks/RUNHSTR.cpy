      *> RUNHSTR - RUN-HISTORY RECORD
      *> ONE RUN-SUMMARY LOG LINE AS KEPT ON THE ROLLING HISTORY
      *> FILE: THE RUNLOGR LINE UNCHANGED, PREFIXED WITH THE NIGHT IT
      *> BELONGS TO - THE DATE THE MORNING JOB ROLLED THAT NIGHT'S
      *> LOG IN, SO A RUN THAT CROSSED MIDNIGHT STAYS IN ONE NIGHT.
      *> RUNHIST WRITES IT; RUNANOM READS IT.
       01  RUN-HISTORY-RECORD.
           02 RHS-NIGHT-DATE          PIC X(8).
           02 FILLER                  PIC X(1).
           02 RHS-LOG-LINE.
               03 RHS-DATE            PIC X(8).
               03 FILLER              PIC X(1).
               03 RHS-TIME            PIC X(8).
               03 FILLER              PIC X(1).
               03 RHS-JOB-NAME        PIC X(8).
               03 FILLER              PIC X(1).
               03 RHS-EVENT-TYPE      PIC X(1).
                   88 RHS-RUN-START VALUE 'S'.
                   88 RHS-RUN-ERROR VALUE 'E'.
                   88 RHS-RUN-END   VALUE 'F'.
               03 FILLER              PIC X(1).
               03 RHS-RECORDS-READ    PIC 9(7).
               03 FILLER              PIC X(1).
               03 RHS-RECORDS-WRITTEN PIC 9(7).
               03 FILLER              PIC X(1).
               03 RHS-EXCEPTION-COUNT PIC 9(5).
               03 FILLER              PIC X(1).
               03 RHS-RETURN-CODE     PIC 9(2).
               03 FILLER              PIC X(1).
               03 RHS-MESSAGE         PIC X(26).
