      *> ENRPARM - DATEENR CONTROL CARD
      *> ONE CARD IN SYSIN DESCRIBING THE CALLER'S FILE:
      *>   1-4   COLUMN THE DATE STARTS IN, ZERO-FILLED
      *>   6-13  DATE FORMAT - YYYYMMDD, MMDDYYYY OR YYDDD (JULIAN,
      *>         LEFT-JUSTIFIED)
      *>   15-17 REGION WHOSE BUSINESS DAYS APPLY (BLANK = EVERY
      *>         HOLIDAY ON THE MASTER, AS BUSDSVC TAKES IT)
      *>   19-21 RECORD LENGTH OF THE CALLER'S FILE, ZERO-FILLED,
      *>         001-256 - THE ENRICHMENT BLOCK IS APPENDED AFTER IT
      *> A TWO-DIGIT JULIAN YEAR IS WINDOWED: 00-49 IS 20XX AND
      *> 50-99 IS 19XX.
       01  ENRICH-PARM-RECORD.
           02 PARM-DATE-POSITION PIC 9(4).
           02 FILLER             PIC X(1).
           02 PARM-DATE-FORMAT   PIC X(8).
               88 PARM-FORMAT-YYYYMMDD VALUE "YYYYMMDD".
               88 PARM-FORMAT-MMDDYYYY VALUE "MMDDYYYY".
               88 PARM-FORMAT-YYDDD    VALUE "YYDDD".
           02 FILLER             PIC X(1).
           02 PARM-REGION        PIC X(3).
           02 FILLER             PIC X(1).
           02 PARM-RECORD-LENGTH PIC 9(3).
           02 FILLER             PIC X(59).
