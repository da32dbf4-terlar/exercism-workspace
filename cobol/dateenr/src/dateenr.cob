       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATEENR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-CARD ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT ENRICH-INPUT ASSIGN TO "ENRIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT ENRICH-OUTPUT ASSIGN TO "ENROUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.
           SELECT ENRICH-EXCEPTIONS ASSIGN TO "ENREXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-CARD.
       COPY ENRPARM.

      *> THE CALLER'S RECORD, WHATEVER ITS LAYOUT - ONLY THE DATE
      *> FIELD THE CONTROL CARD POINTS AT IS LOOKED AT.
       FD  ENRICH-INPUT.
       01  ENRICH-INPUT-RECORD PIC X(256).

       FD  ENRICH-OUTPUT.
       01  ENRICH-OUTPUT-RECORD PIC X(296).

       FD  ENRICH-EXCEPTIONS.
       COPY ENREXCR.

       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS PIC XX.
       01 WS-INPUT-STATUS PIC XX.
       01 WS-OUTPUT-STATUS PIC XX.
       01 WS-EXCEPTION-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
           88 END-OF-ENRICH-INPUT VALUE 'Y'.

       01 WS-DATE-POSITION  USAGE UNSIGNED-INT.
       01 WS-DATE-WIDTH     USAGE UNSIGNED-INT.
       01 WS-RECORD-LENGTH  USAGE UNSIGNED-INT.
       01 WS-MAX-RECORD-LENGTH USAGE UNSIGNED-INT VALUE 256.
       01 WS-BLOCK-POSITION USAGE UNSIGNED-INT.
       01 WS-REGION PIC X(3).

      *> THE DATE FIELD AS LIFTED FROM THE RECORD, WITH A VIEW PER
      *> FORMAT THE CONTROL CARD MAY NAME.
       01 WS-DATE-FIELD PIC X(8).
       01 WS-YYYYMMDD-VIEW REDEFINES WS-DATE-FIELD.
           02 YMD-YEAR  PIC 9(4).
           02 YMD-MONTH PIC 9(2).
           02 YMD-DAY   PIC 9(2).
       01 WS-MMDDYYYY-VIEW REDEFINES WS-DATE-FIELD.
           02 MDY-MONTH PIC 9(2).
           02 MDY-DAY   PIC 9(2).
           02 MDY-YEAR  PIC 9(4).
       01 WS-YYDDD-VIEW REDEFINES WS-DATE-FIELD.
           02 JUL-YEAR  PIC 9(2).
           02 JUL-DAY   PIC 9(3).
           02 FILLER    PIC X(3).

      *> TWO-DIGIT JULIAN YEARS BELOW THE PIVOT ARE THIS CENTURY,
      *> THE REST THE LAST - THE WINDOW DOCUMENTED ON ENRPARM.
       01 WS-CENTURY-PIVOT USAGE UNSIGNED-INT VALUE 50.

       01 WS-DATE.
           02 WS-DATE-YEAR  PIC 9(4).
           02 WS-DATE-MONTH PIC 9(2).
           02 WS-DATE-DAY   PIC 9(2).

       01 WS-REASON-CODE PIC X(2).
           88 DATE-IS-GOOD VALUE SPACES.
       01 WS-REASON-TEXT PIC X(26).

       01 WS-OUTPUT-AREA PIC X(296).

       COPY ENRBLKR.
       COPY DATESVR.
       COPY BUSDSVR.
       COPY FSCLFNR.
       COPY LEAPCHK.
       01 WS-LEAP-YEAR  USAGE UNSIGNED-INT.
       01 WS-LEAP-RESULT PIC 9.
       01 WS-JOB-NAME PIC X(8) VALUE "DATEENR".
       01 WS-PRE-GREGORIAN-FLAG PIC 9.

       01 WS-DAY-ABBR-VALUES.
           02 FILLER PIC X(3) VALUE "MON".
           02 FILLER PIC X(3) VALUE "TUE".
           02 FILLER PIC X(3) VALUE "WED".
           02 FILLER PIC X(3) VALUE "THU".
           02 FILLER PIC X(3) VALUE "FRI".
           02 FILLER PIC X(3) VALUE "SAT".
           02 FILLER PIC X(3) VALUE "SUN".
       01 WS-DAY-ABBR-TABLE REDEFINES WS-DAY-ABBR-VALUES.
           02 WS-DAY-ABBR PIC X(3) OCCURS 7 TIMES.

       01 WS-INPUT-COUNT     USAGE UNSIGNED-INT VALUE 0.
       01 WS-ENRICHED-COUNT  USAGE UNSIGNED-INT VALUE 0.
       01 WS-EXCEPTION-COUNT USAGE UNSIGNED-INT VALUE 0.

      *> A CALLED SUBPROGRAM'S RETURN REPLACES RETURN-CODE, SO THE
      *> WARNING CODE RAISED MID-RUN IS HELD HERE AND APPLIED JUST
      *> BEFORE STOP RUN, THE WAY FSCLREC SETS ITS OWN.
       01 WS-FINAL-RETURN-CODE USAGE UNSIGNED-INT VALUE 0.
       COPY RUNLOGC.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM WRITE-RUN-START.
           PERFORM READ-PARM-CARD.
           OPEN INPUT ENRICH-INPUT.
           IF WS-INPUT-STATUS NOT = "00"
               DISPLAY "DATEENR: UNABLE TO OPEN ENRIN, STATUS="
                   WS-INPUT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "ENRIN OPEN FAILED" TO RLQ-MESSAGE
               PERFORM WRITE-RUN-ERROR
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF.
           OPEN OUTPUT ENRICH-OUTPUT.
           IF WS-OUTPUT-STATUS NOT = "00"
               DISPLAY "DATEENR: UNABLE TO OPEN ENROUT, STATUS="
                   WS-OUTPUT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "ENROUT OPEN FAILED" TO RLQ-MESSAGE
               PERFORM WRITE-RUN-ERROR
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF.
           OPEN OUTPUT ENRICH-EXCEPTIONS.
           IF WS-EXCEPTION-STATUS NOT = "00"
               DISPLAY "DATEENR: UNABLE TO OPEN ENREXC, STATUS="
                   WS-EXCEPTION-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "ENREXC OPEN FAILED" TO RLQ-MESSAGE
               PERFORM WRITE-RUN-ERROR
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF.
           PERFORM READ-ENRICH-INPUT.
           PERFORM UNTIL END-OF-ENRICH-INPUT
               PERFORM ENRICH-ONE-RECORD
               PERFORM READ-ENRICH-INPUT
           END-PERFORM.
           CLOSE ENRICH-INPUT.
           CLOSE ENRICH-OUTPUT.
           CLOSE ENRICH-EXCEPTIONS.
           DISPLAY "DATEENR: " WS-INPUT-COUNT " RECORDS READ, "
               WS-ENRICHED-COUNT " ENRICHED, "
               WS-EXCEPTION-COUNT " TO ENREXC".
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           PERFORM WRITE-RUN-END.
           STOP RUN.

       WRITE-RUN-START.
           MOVE "DATEENR" TO RLQ-JOB-NAME.
           MOVE 0 TO RLQ-RECORDS-READ.
           MOVE 0 TO RLQ-RECORDS-WRITTEN.
           MOVE 0 TO RLQ-EXCEPTION-COUNT.
           MOVE 0 TO RLQ-RETURN-CODE.
           MOVE SPACES TO RLQ-MESSAGE.
           MOVE 'S' TO RLQ-EVENT.
           CALL 'RUNLOG' USING RUN-LOG-REQUEST.

       WRITE-RUN-ERROR.
           ADD 1 TO RLQ-EXCEPTION-COUNT.
           MOVE RETURN-CODE TO RLQ-RETURN-CODE.
           MOVE 'E' TO RLQ-EVENT.
           CALL 'RUNLOG' USING RUN-LOG-REQUEST.

       WRITE-RUN-END.
           MOVE RETURN-CODE TO RLQ-RETURN-CODE.
           MOVE SPACES TO RLQ-MESSAGE.
           MOVE 'F' TO RLQ-EVENT.
           CALL 'RUNLOG' USING RUN-LOG-REQUEST.

      *> THE CONTROL CARD IS REQUIRED - THERE IS NO SENSIBLE DEFAULT
      *> FOR WHERE A DATE SITS IN SOMEONE ELSE'S RECORD. A CARD THAT
      *> POINTS THE DATE PAST THE END OF THE RECORD IS REFUSED HERE
      *> RATHER THAN ENRICHING EVERY RECORD FROM THE WRONG BYTES.
       READ-PARM-CARD.
           OPEN INPUT PARM-CARD.
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "DATEENR: UNABLE TO OPEN SYSIN, STATUS="
                   WS-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "SYSIN OPEN FAILED" TO RLQ-MESSAGE
               PERFORM WRITE-RUN-ERROR
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF.
           READ PARM-CARD
               AT END
                   DISPLAY "DATEENR: NO CONTROL CARD IN SYSIN"
                   MOVE 16 TO RETURN-CODE
                   MOVE "CONTROL CARD MISSING" TO RLQ-MESSAGE
                   PERFORM WRITE-RUN-ERROR
                   PERFORM WRITE-RUN-END
                   STOP RUN
               NOT AT END
                   ADD 1 TO RLQ-RECORDS-READ
           END-READ.
           CLOSE PARM-CARD.
           EVALUATE TRUE
               WHEN PARM-FORMAT-YYYYMMDD OR PARM-FORMAT-MMDDYYYY
                   MOVE 8 TO WS-DATE-WIDTH
               WHEN PARM-FORMAT-YYDDD
                   MOVE 5 TO WS-DATE-WIDTH
               WHEN OTHER
                   MOVE 0 TO WS-DATE-WIDTH
           END-EVALUATE.
           IF WS-DATE-WIDTH = 0
            OR PARM-DATE-POSITION NOT NUMERIC
            OR PARM-RECORD-LENGTH NOT NUMERIC
               MOVE 0 TO WS-RECORD-LENGTH
           ELSE
               MOVE PARM-DATE-POSITION TO WS-DATE-POSITION
               MOVE PARM-RECORD-LENGTH TO WS-RECORD-LENGTH
           END-IF.
           IF WS-RECORD-LENGTH < 1
            OR WS-RECORD-LENGTH > WS-MAX-RECORD-LENGTH
            OR WS-DATE-POSITION < 1
            OR WS-DATE-POSITION + WS-DATE-WIDTH - 1 > WS-RECORD-LENGTH
               DISPLAY "DATEENR: CONTROL CARD MUST GIVE DATE COLUMN"
                   " 1-4, FORMAT 6-13 (YYYYMMDD, MMDDYYYY, YYDDD),"
                   " RECORD LENGTH 19-21 (001-256)"
               MOVE 16 TO RETURN-CODE
               MOVE "CONTROL CARD INVALID" TO RLQ-MESSAGE
               PERFORM WRITE-RUN-ERROR
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF.
           MOVE PARM-REGION TO WS-REGION.
           COMPUTE WS-BLOCK-POSITION = WS-RECORD-LENGTH + 1.

       READ-ENRICH-INPUT.
           MOVE SPACES TO ENRICH-INPUT-RECORD.
           READ ENRICH-INPUT
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO RLQ-RECORDS-READ
                   ADD 1 TO WS-INPUT-COUNT
           END-READ.

       ENRICH-ONE-RECORD.
           MOVE SPACES TO WS-REASON-CODE.
           MOVE SPACES TO ENRICHMENT-BLOCK.
           PERFORM CONVERT-RECORD-DATE.
           IF DATE-IS-GOOD
               PERFORM CHECK-DATE-IS-REAL
           END-IF.
           IF DATE-IS-GOOD
               PERFORM FIND-FISCAL-PERIOD
           END-IF.
           IF DATE-IS-GOOD
               PERFORM FIND-BUSINESS-DAY-FACTS
               PERFORM FIND-LEAP-YEAR-FLAG
               PERFORM WRITE-ENRICHED-RECORD
           ELSE
               PERFORM WRITE-EXCEPTION-RECORD
           END-IF.

      *> EVERY FORMAT IS TURNED INTO A YYYYMMDD DATE HERE; WHETHER
      *> THAT DATE EXISTS IS DATESVC'S QUESTION, ASKED NEXT. A
      *> JULIAN DAY IS COUNTED ON FROM JANUARY 1 THROUGH DATESVC,
      *> AND ONE THAT RUNS INTO THE NEXT YEAR (DAY 366 OF A COMMON
      *> YEAR) IS INVALID.
       CONVERT-RECORD-DATE.
           MOVE SPACES TO WS-DATE-FIELD.
           MOVE ENRICH-INPUT-RECORD(WS-DATE-POSITION:WS-DATE-WIDTH)
               TO WS-DATE-FIELD(1:WS-DATE-WIDTH).
           EVALUATE TRUE
               WHEN WS-DATE-FIELD(1:WS-DATE-WIDTH) NOT NUMERIC
                   MOVE "01" TO WS-REASON-CODE
                   MOVE "DATE NOT NUMERIC" TO WS-REASON-TEXT
               WHEN PARM-FORMAT-YYYYMMDD
                   MOVE YMD-YEAR  TO WS-DATE-YEAR
                   MOVE YMD-MONTH TO WS-DATE-MONTH
                   MOVE YMD-DAY   TO WS-DATE-DAY
               WHEN PARM-FORMAT-MMDDYYYY
                   MOVE MDY-YEAR  TO WS-DATE-YEAR
                   MOVE MDY-MONTH TO WS-DATE-MONTH
                   MOVE MDY-DAY   TO WS-DATE-DAY
               WHEN PARM-FORMAT-YYDDD
                   PERFORM CONVERT-JULIAN-DATE
           END-EVALUATE.

       CONVERT-JULIAN-DATE.
           IF JUL-YEAR < WS-CENTURY-PIVOT
               COMPUTE WS-DATE-YEAR = 2000 + JUL-YEAR
           ELSE
               COMPUTE WS-DATE-YEAR = 1900 + JUL-YEAR
           END-IF.
           IF JUL-DAY < 1 OR JUL-DAY > 366
               MOVE "01" TO WS-REASON-CODE
               MOVE "JULIAN DAY NOT 001-366" TO WS-REASON-TEXT
           ELSE
               MOVE 'O' TO DSV-REQUEST
               MOVE WS-DATE-YEAR TO DSV-YEAR-1
               MOVE 1 TO DSV-MONTH-1
               MOVE 1 TO DSV-DAY-1
               COMPUTE DSV-DAY-OFFSET = JUL-DAY - 1
               CALL 'DATESVC' USING DATE-SERVICE-AREA
               IF DSV-REQUEST-FAILED
                OR DSV-RESULT-YEAR NOT = WS-DATE-YEAR
                   MOVE "01" TO WS-REASON-CODE
                   MOVE "JULIAN DAY PAST YEAR END" TO WS-REASON-TEXT
               ELSE
                   MOVE DSV-RESULT-DATE TO WS-DATE
               END-IF
           END-IF.

      *> THE DAY-OF-WEEK REQUEST PROVES THE DATE IS A REAL DAY AND
      *> SAYS WHETHER IT IS BEFORE THE 1582 CUTOVER IN ONE CALL.
       CHECK-DATE-IS-REAL.
           MOVE 'W' TO DSV-REQUEST.
           MOVE WS-DATE TO DSV-DATE-1.
           CALL 'DATESVC' USING DATE-SERVICE-AREA.
           EVALUATE TRUE
               WHEN DSV-REQUEST-FAILED
                   MOVE "01" TO WS-REASON-CODE
                   MOVE "NO SUCH CALENDAR DATE" TO WS-REASON-TEXT
               WHEN DSV-PRE-GREGORIAN-FLAG = 1
                   MOVE "03" TO WS-REASON-CODE
                   MOVE "BEFORE 1582 CUTOVER" TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE WS-DATE TO ENR-DATE
                   MOVE DSV-DAY-OF-WEEK TO ENR-DAY-OF-WEEK
                   MOVE WS-DAY-ABBR(DSV-DAY-OF-WEEK) TO ENR-DAY-NAME
           END-EVALUATE.

      *> A DATE NO PERIOD COVERS IS THE RECORD'S PROBLEM AND GOES
      *> TO THE EXCEPTIONS FILE. NO PERIOD MASTER AT ALL IS THE
      *> RUN'S PROBLEM, AND WOULD OTHERWISE SEND EVERY RECORD
      *> THERE, SO IT STOPS THE RUN AS A BUSDSVC FAILURE DOES.
       FIND-FISCAL-PERIOD.
           MOVE WS-DATE TO FSF-REQUEST-DATE.
           CALL 'FSCLFND' USING FISCAL-FIND-AREA.
           IF FSF-MASTER-UNAVAILABLE
               DISPLAY "DATEENR: FSCLPER PERIOD MASTER UNAVAILABLE"
                   " - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               MOVE "FSCLPER NOT LOADED" TO RLQ-MESSAGE
               PERFORM WRITE-RUN-ERROR
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF.
           IF FSF-REQUEST-FAILED
               MOVE "02" TO WS-REASON-CODE
               MOVE "OUTSIDE FSCLPER HORIZON" TO WS-REASON-TEXT
           ELSE
               MOVE FSF-FISCAL-YEAR TO ENR-FISCAL-YEAR
               MOVE FSF-PERIOD TO ENR-FISCAL-PERIOD
               MOVE FSF-WEEK-OF-PERIOD TO ENR-FISCAL-WEEK
           END-IF.

      *> THE DATE IS A BUSINESS DAY WHEN THE NEXT BUSINESS DAY AFTER
      *> THE DAY BEFORE IT IS THE DATE ITSELF. A SERVICE FAILURE
      *> HERE IS THE HOLIDAY MASTER, NOT THE RECORD, SO IT STOPS
      *> THE RUN RATHER THAN FLAGGING EVERY RECORD AFTER IT.
       FIND-BUSINESS-DAY-FACTS.
           MOVE 'O' TO DSV-REQUEST.
           MOVE WS-DATE TO DSV-DATE-1.
           MOVE -1 TO DSV-DAY-OFFSET.
           CALL 'DATESVC' USING DATE-SERVICE-AREA.
           MOVE 'N' TO BDS-REQUEST.
           MOVE DSV-RESULT-DATE TO BDS-DATE-1.
           MOVE WS-REGION TO BDS-REGION.
           CALL 'BUSDSVC' USING BUSINESS-DAY-AREA.
           IF NOT BDS-REQUEST-FAILED
               IF BDS-RESULT-DATE = WS-DATE
                   MOVE 'Y' TO ENR-BUSINESS-DAY-FLAG
               ELSE
                   MOVE 'N' TO ENR-BUSINESS-DAY-FLAG
               END-IF
               MOVE 'N' TO BDS-REQUEST
               MOVE WS-DATE TO BDS-DATE-1
               CALL 'BUSDSVC' USING BUSINESS-DAY-AREA
           END-IF.
           IF BDS-REQUEST-FAILED
               DISPLAY "DATEENR: BUSDSVC FAILED FOR " WS-DATE
                   " - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               MOVE "BUSDSVC REQUEST FAILED" TO RLQ-MESSAGE
               PERFORM WRITE-RUN-ERROR
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF.
           MOVE BDS-RESULT-DATE TO ENR-NEXT-BUSINESS-DAY.

       FIND-LEAP-YEAR-FLAG.
           MOVE WS-DATE-YEAR TO WS-LEAP-YEAR.
           CALL 'LEAPFND' USING WS-LEAP-YEAR, WS-LEAP-RESULT,
               LEAP-CHECKS, WS-JOB-NAME, WS-PRE-GREGORIAN-FLAG.
           IF WS-LEAP-RESULT = 1
               MOVE 'Y' TO ENR-LEAP-YEAR-FLAG
           ELSE
               MOVE 'N' TO ENR-LEAP-YEAR-FLAG
           END-IF.

       WRITE-ENRICHED-RECORD.
           MOVE SPACES TO WS-OUTPUT-AREA.
           MOVE ENRICH-INPUT-RECORD(1:WS-RECORD-LENGTH)
               TO WS-OUTPUT-AREA(1:WS-RECORD-LENGTH).
           MOVE ENRICHMENT-BLOCK
               TO WS-OUTPUT-AREA(WS-BLOCK-POSITION:40).
           MOVE WS-OUTPUT-AREA TO ENRICH-OUTPUT-RECORD.
           WRITE ENRICH-OUTPUT-RECORD.
           IF WS-OUTPUT-STATUS NOT = "00"
               DISPLAY "DATEENR: ENROUT WRITE FAILED, STATUS="
                   WS-OUTPUT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "ENROUT WRITE FAILED" TO RLQ-MESSAGE
               PERFORM WRITE-RUN-ERROR
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF.
           ADD 1 TO RLQ-RECORDS-WRITTEN.
           ADD 1 TO WS-ENRICHED-COUNT.

       WRITE-EXCEPTION-RECORD.
           MOVE SPACES TO ENRICH-EXCEPTION-RECORD.
           MOVE WS-REASON-CODE TO EXR-REASON-CODE.
           MOVE WS-REASON-TEXT TO EXR-REASON-TEXT.
           MOVE WS-INPUT-COUNT TO EXR-RECORD-NUMBER.
           MOVE ENRICH-INPUT-RECORD TO EXR-INPUT-RECORD.
           WRITE ENRICH-EXCEPTION-RECORD.
           IF WS-EXCEPTION-STATUS NOT = "00"
               DISPLAY "DATEENR: ENREXC WRITE FAILED, STATUS="
                   WS-EXCEPTION-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "ENREXC WRITE FAILED" TO RLQ-MESSAGE
               PERFORM WRITE-RUN-ERROR
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF.
           ADD 1 TO RLQ-RECORDS-WRITTEN.
           ADD 1 TO RLQ-EXCEPTION-COUNT.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE 8 TO WS-FINAL-RETURN-CODE.
