      *> FSCLSLG - FISCAL PERIOD STATUS LOG RECORD
      *> ONE LINE PER STATUS CHANGE ON THE PERIOD STATUS MASTER -
      *> EVERY OPEN, SOFT CLOSE AND HARD CLOSE KEYED ON THE FSCLMNT
      *> SCREEN, AND EVERY PERIOD FSCLSED ADDS (LOGGED WITH A BLANK
      *> OLD STATUS AND OPERATOR FSCLSED) - SO THE AUDITORS CAN SEE
      *> WHO CLOSED OR REOPENED A PERIOD AND WHEN.
       01  PERIOD-STATUS-LOG-RECORD.
           02 PSL-DATE        PIC X(8).
           02 FILLER          PIC X(1) VALUE SPACE.
           02 PSL-TIME        PIC X(8).
           02 FILLER          PIC X(1) VALUE SPACE.
           02 PSL-OPERATOR    PIC X(8).
           02 FILLER          PIC X(1) VALUE SPACE.
           02 PSL-FISCAL-YEAR PIC 9(4).
           02 FILLER          PIC X(1) VALUE SPACE.
           02 PSL-PERIOD      PIC 9(2).
           02 FILLER          PIC X(1) VALUE SPACE.
           02 PSL-OLD-STATUS  PIC X(1).
           02 FILLER          PIC X(1) VALUE SPACE.
           02 PSL-NEW-STATUS  PIC X(1).
           02 FILLER          PIC X(42) VALUE SPACES.
