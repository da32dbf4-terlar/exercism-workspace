      *> ENREXCR - DATEENR EXCEPTION RECORD
      *> ONE RECORD PER INPUT RECORD THAT COULD NOT BE ENRICHED,
      *> CARRYING THE INPUT RECORD NUMBER AND THE RECORD ITSELF SO
      *> THE OWNING DEPARTMENT CAN CORRECT AND RESUBMIT IT. REASONS:
      *>   01 - DATE INVALID (NOT NUMERIC, OR NO SUCH DAY)
      *>   02 - DATE OUTSIDE THE FSCLPER HORIZON (NO FISCAL PERIOD)
      *>   03 - DATE BEFORE THE 1582 GREGORIAN CUTOVER
       01  ENRICH-EXCEPTION-RECORD.
           02 EXR-REASON-CODE   PIC X(2).
               88 EXR-INVALID-DATE     VALUE "01".
               88 EXR-PAST-HORIZON     VALUE "02".
               88 EXR-PRE-GREGORIAN    VALUE "03".
           02 FILLER            PIC X(1).
           02 EXR-REASON-TEXT   PIC X(26).
           02 FILLER            PIC X(1).
           02 EXR-RECORD-NUMBER PIC 9(7).
           02 FILLER            PIC X(1).
           02 EXR-INPUT-RECORD  PIC X(256).
