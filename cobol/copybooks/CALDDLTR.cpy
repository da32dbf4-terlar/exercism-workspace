      *> EXTRACT COVERED BUT THE NEW ONE DOES NOT HAVE LEFT THE
      *> WINDOW AND ARE COUNTED ON THE CONTROL REPORT ONLY - THE
      *> SCHEDULER AGES THEM OFF ITSELF.
      *> THE DATA RECORDS SIT BETWEEN A HEADER AND A TRAILER
      *> CONTROL RECORD - SEE FEEDCTLR.
       01  CALENDAR-DELTA-RECORD.
           02 CDT-ACTION PIC X(1).
               88 CDT-DAY-ADDED   VALUE 'A'.
