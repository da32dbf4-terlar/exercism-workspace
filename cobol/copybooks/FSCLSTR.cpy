      *> FSCLSTR - FISCAL PERIOD STATUS MASTER RECORD
      *> ONE RECORD PER FISCAL YEAR/PERIOD, KEYED BY THE PAIR, IN
      *> THE INDEXED STATUS FILE FSCLSED SEEDS FROM THE FSCLPER
      *> PERIOD MASTER. A SEEDED PERIOD STARTS OPEN; THE CONTROLLERS
      *> MOVE IT TO SOFT-CLOSED (ADJUSTMENTS ONLY, BY THE CLOSE
      *> TEAM) AND THEN HARD-CLOSED (FINAL) ON THE FSCLMNT SCREEN.
      *> THE CHANGED-BY FIELDS NAME WHOEVER LAST SET THE STATUS -
      *> THE OPERATOR ID, OR FSCLSED FOR A PERIOD IT ADDED - AND
      *> THE FSCLSLOG STATUS LOG HOLDS EVERY CHANGE BEFORE IT.
      *> POSTING PROGRAMS ASK FSCLPST, NOT THIS FILE, WHETHER A
      *> DATE MAY BE POSTED.
       01  PERIOD-STATUS-RECORD.
           02 PS-KEY.
               03 PS-FISCAL-YEAR PIC 9(4).
               03 PS-PERIOD      PIC 9(2).
           02 FILLER          PIC X(1) VALUE SPACE.
           02 PS-START-DATE   PIC X(8).
           02 FILLER          PIC X(1) VALUE SPACE.
           02 PS-END-DATE     PIC X(8).
           02 FILLER          PIC X(1) VALUE SPACE.
           02 PS-STATUS       PIC X(1).
               88 PS-PERIOD-OPEN         VALUE 'O'.
               88 PS-PERIOD-SOFT-CLOSED  VALUE 'S'.
               88 PS-PERIOD-HARD-CLOSED  VALUE 'H'.
           02 FILLER          PIC X(1) VALUE SPACE.
           02 PS-CHANGED-BY   PIC X(8).
           02 FILLER          PIC X(1) VALUE SPACE.
           02 PS-CHANGED-DATE PIC X(8).
           02 FILLER          PIC X(1) VALUE SPACE.
           02 PS-CHANGED-TIME PIC X(8).
           02 FILLER          PIC X(27) VALUE SPACES.
