      *> HOLLOG - HOLIDAY-MASTER CHANGE-LOG RECORD
      *> WRITTEN BY THE HOLMNT MAINTENANCE SCREEN FOR EVERY ADD,
      *> CHANGE OR DELETE, SO ANY ENTRY ON THE HOLIDAY MASTER CAN BE
      *> TRACED BACK TO THE OPERATOR WHO PUT IT THERE AND WHEN. EACH
      *> LINE CARRIES ONE FULL 80-BYTE HOLMST IMAGE: AN ADD LOGS THE
      *> AFTER IMAGE ONLY, A DELETE THE BEFORE IMAGE ONLY, AND A
      *> CHANGE LOGS THE BEFORE IMAGE FOLLOWED BY THE AFTER IMAGE.
      *> CARRYING THE WHOLE RECORD MEANS A FIELD ADDED TO HOLMST
      *> LATER IS LOGGED WITHOUT A CHANGE HERE. THE REGION IS ALSO
      *> REPEATED AHEAD OF THE IMAGE SO ONE REGION'S CHANGES CAN BE
      *> PICKED OUT ON A FIXED COLUMN.
       01  HOLIDAY-LOG-RECORD.
           02 HLG-DATE       PIC X(8).
           02 FILLER         PIC X(1) VALUE SPACE.
           02 HLG-TIME       PIC X(8).
           02 FILLER         PIC X(1) VALUE SPACE.
           02 HLG-OPERATOR   PIC X(8).
           02 FILLER         PIC X(1) VALUE SPACE.
           02 HLG-ACTION     PIC X(1).
               88 HLG-HOLIDAY-ADDED   VALUE 'A'.
               88 HLG-HOLIDAY-CHANGED VALUE 'C'.
               88 HLG-HOLIDAY-DELETED VALUE 'D'.
           02 FILLER         PIC X(1) VALUE SPACE.
           02 HLG-IMAGE-TYPE PIC X(1).
               88 HLG-BEFORE-IMAGE VALUE 'B'.
               88 HLG-AFTER-IMAGE  VALUE 'A'.
           02 FILLER         PIC X(1) VALUE SPACE.
           02 HLG-REGION     PIC X(3).
           02 FILLER         PIC X(1) VALUE SPACE.
           02 HLG-HOLIDAY-IMAGE PIC X(80).
