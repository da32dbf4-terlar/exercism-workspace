      *> ONE LINE PER RUNLOG CALL: A START LINE WHEN A PROGRAM
      *> BEGINS, AN ERROR LINE PER EXCEPTION, AND AN END LINE WITH
      *> THE FINAL COUNTS AND RETURN CODE. ONE FILE TO CHECK PER
      *> RUN, SAME LAYOUT FOR EVERY PROGRAM IN THE SUITE. RETURN
      *> CODE 12 IS RESERVED FOR JOBGATE: AN END LINE CARRYING IT
      *> IS A JOB HELD BECAUSE A PREDECESSOR HAD NOT FINISHED
      *> CLEANLY TONIGHT, AND THE ERROR LINES BEFORE IT NAME WHICH.
       01  RUN-LOG-RECORD.
           02 RLG-DATE            PIC X(8).
           02 FILLER              PIC X(1) VALUE SPACE.
           02 RLG-EXCEPTION-COUNT PIC 9(5).
           02 FILLER              PIC X(1) VALUE SPACE.
           02 RLG-RETURN-CODE     PIC 9(2).
               88 RLG-JOB-GATED VALUE 12.
           02 FILLER              PIC X(1) VALUE SPACE.
           02 RLG-MESSAGE         PIC X(26).
