      *> SCHREQR - SCHEDULE REQUEST RECORD
      *> ONE CARD PER DATE SCHEDULE WANTED FROM SCHDGEN. COLUMNS:
      *>   1-8   REQUEST ID, CARRIED ONTO EVERY SCHEDULE RECORD
      *>   10-17 START DATE, YYYYMMDD
      *>   19    FREQUENCY - W WEEKLY, M MONTHLY, Q QUARTERLY,
      *>         A ANNUAL, L LAST BUSINESS DAY OF EACH MONTH,
      *>         F FISCAL PERIOD END (FROM FSCLPER)
      *>   21-23 OCCURRENCE COUNT, ZERO-FILLED (000 = NO COUNT)
      *>   25-32 END DATE, YYYYMMDD (00000000 = NO END DATE)
      *>   34-36 REGION WHOSE BUSINESS DAYS APPLY (BLANK = EVERY
      *>         HOLIDAY ON THE MASTER, AS BUSDSVC TAKES IT)
      *>   38    BUSINESS-DAY CONVENTION - F FOLLOWING, M MODIFIED
      *>         FOLLOWING, P PRECEDING, U UNADJUSTED
      *>   40-69 FREE-FORM DESCRIPTION FOR THE CONTROL LISTING
      *> A COUNT, AN END DATE OR BOTH MUST BE GIVEN; WITH BOTH THE
      *> SCHEDULE STOPS AT WHICHEVER IS REACHED FIRST.
       01  SCHEDULE-REQUEST-RECORD.
           02 SRQ-REQUEST-ID   PIC X(8).
           02 FILLER           PIC X(1).
           02 SRQ-START-DATE.
               03 SRQ-START-YEAR  PIC 9(4).
               03 SRQ-START-MONTH PIC 9(2).
               03 SRQ-START-DAY   PIC 9(2).
           02 FILLER           PIC X(1).
           02 SRQ-FREQUENCY    PIC X(1).
               88 SRQ-WEEKLY          VALUE 'W'.
               88 SRQ-MONTHLY         VALUE 'M'.
               88 SRQ-QUARTERLY       VALUE 'Q'.
               88 SRQ-ANNUAL          VALUE 'A'.
               88 SRQ-LAST-BUSINESS-DAY VALUE 'L'.
               88 SRQ-FISCAL-PERIOD-END VALUE 'F'.
           02 FILLER           PIC X(1).
           02 SRQ-OCCURRENCES  PIC 9(3).
           02 FILLER           PIC X(1).
           02 SRQ-END-DATE.
               03 SRQ-END-YEAR  PIC 9(4).
               03 SRQ-END-MONTH PIC 9(2).
               03 SRQ-END-DAY   PIC 9(2).
           02 FILLER           PIC X(1).
           02 SRQ-REGION       PIC X(3).
           02 FILLER           PIC X(1).
           02 SRQ-CONVENTION   PIC X(1).
               88 SRQ-FOLLOWING          VALUE 'F'.
               88 SRQ-MODIFIED-FOLLOWING VALUE 'M'.
               88 SRQ-PRECEDING          VALUE 'P'.
               88 SRQ-UNADJUSTED         VALUE 'U'.
           02 FILLER           PIC X(1).
           02 SRQ-DESCRIPTION  PIC X(30).
           02 FILLER           PIC X(11).
