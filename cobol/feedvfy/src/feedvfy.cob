       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDVFY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-CARD ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT FEED-FILE ASSIGN TO "FEEDIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT CONTROL-REPORT ASSIGN TO "FEEDVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-CARD.
       COPY FEEDPARM.

       FD  FEED-FILE.
       01  FEED-LINE PIC X(80).

       FD  CONTROL-REPORT.
       01  RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS PIC XX.
       01 WS-FEED-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
           88 END-OF-FEED VALUE 'Y'.
       01 WS-HEADER-FLAG PIC X VALUE 'N'.
           88 HEADER-FOUND VALUE 'Y'.
       01 WS-TRAILER-FLAG PIC X VALUE 'N'.
           88 TRAILER-FOUND VALUE 'Y'.

      *> THE FEED BEING VALIDATED - NAMED BY ITS OWN HEADER, OR BY
      *> THE SYSIN CARD WHEN THE HEADER IS MISSING. THE NAME PICKS
      *> THE DATA LAYOUT THE TOTALS ARE COUNTED FROM.
       01 WS-EXPECTED-FEED PIC X(8).
       01 WS-FEED-NAME PIC X(8).
           88 FEED-IS-CALDXTR VALUE "CALDXTR".
           88 FEED-IS-CALDDLT VALUE "CALDDLT".
           88 FEED-IS-LEAPXTR VALUE "LEAPXTR".
           88 FEED-IS-KNOWN   VALUE "CALDXTR" "CALDDLT" "LEAPXTR".

      *> WITH NO HEADER THERE ARE NO DATES TO HOLD THE RECORDS TO,
      *> SO THE DEFAULTS LET EVERY DATE THROUGH.
       01 WS-FIRST-DATE PIC X(8) VALUE LOW-VALUES.
       01 WS-LAST-DATE  PIC X(8) VALUE HIGH-VALUES.

      *> THE FEED'S DATA RECORDS, OVERLAID ON THE LINE JUST READ IN
      *> WHICHEVER LAYOUT THE FEED NAME CALLS FOR.
       COPY FEEDCTLR.
       COPY CALDAYR.
       COPY CALDDLTR.
       COPY LEAPEXTR.

      *> TOTALS AS COUNTED, AND AS THE TRAILER STATES THEM - THE
      *> TRAILER'S ARE SAVED WHEN IT IS READ, SINCE ANYTHING FOUND
      *> AFTER IT OVERLAYS THE CONTROL RECORD.
       01 WS-COUNT-RECORDS       USAGE UNSIGNED-INT VALUE 0.
       01 WS-COUNT-BUSINESS-DAYS USAGE UNSIGNED-INT VALUE 0.
       01 WS-COUNT-HOLIDAYS      USAGE UNSIGNED-INT VALUE 0.
       01 WS-COUNT-HASH          PIC 9(15) VALUE 0.
       01 WS-TRL-RECORDS         PIC 9(7) VALUE 0.
       01 WS-TRL-BUSINESS-DAYS   PIC 9(7) VALUE 0.
       01 WS-TRL-HOLIDAYS        PIC 9(7) VALUE 0.
       01 WS-TRL-HASH            PIC 9(15) VALUE 0.
       01 WS-HASH-DATE           PIC 9(8).
       01 WS-RECORD-DATE         PIC X(8).
       01 WS-OUT-OF-RANGE        USAGE UNSIGNED-INT VALUE 0.
       01 WS-AFTER-TRAILER       USAGE UNSIGNED-INT VALUE 0.
       01 WS-DISCREPANCY-COUNT   USAGE UNSIGNED-INT VALUE 0.
       01 WS-REASON              PIC X(18).
       01 WS-DETAIL              PIC X(40).
       01 WS-DETAIL-COUNT        PIC Z(6)9.

      *> A CALLED SUBPROGRAM'S RETURN REPLACES RETURN-CODE, SO THE
      *> DISCREPANCY CODE IS HELD HERE AND APPLIED JUST BEFORE
      *> STOP RUN.
       01 WS-FINAL-RETURN-CODE USAGE UNSIGNED-INT VALUE 0.

       01 WS-RPT-HEADING PIC X(80) VALUE
           "OUTBOUND FEED CONTROL-TOTAL VALIDATION".
       01 WS-NO-HEADER-LINE PIC X(80) VALUE
           "NO HEADER RECORD ON FEEDIN".
       01 WS-DISC-HEADING PIC X(80) VALUE
           "DISCREPANCIES - FEED NOT TO BE TRANSMITTED IF ANY".
       01 WS-NONE-LINE PIC X(80) VALUE "   NONE".

       01 WS-HEADER-LINE.
           02 FILLER          PIC X(5)  VALUE "FEED ".
           02 HDL-FEED-NAME   PIC X(8).
           02 FILLER          PIC X(9)  VALUE " CREATED ".
           02 HDL-CREATE-DATE PIC X(8).
           02 FILLER          PIC X(1)  VALUE SPACE.
           02 HDL-CREATE-TIME PIC X(6).
           02 FILLER          PIC X(9)  VALUE " REGION ".
           02 HDL-REGION      PIC X(3).
           02 FILLER          PIC X(8)  VALUE " DATES ".
           02 HDL-FIRST-DATE  PIC X(8).
           02 FILLER          PIC X(1)  VALUE "-".
           02 HDL-LAST-DATE   PIC X(8).

       01 WS-DISC-LINE.
           02 FILLER     PIC X(3) VALUE SPACES.
           02 DSL-FEED   PIC X(8).
           02 FILLER     PIC X(1) VALUE SPACE.
           02 DSL-REASON PIC X(18).
           02 FILLER     PIC X(2) VALUE SPACES.
           02 DSL-DETAIL PIC X(40).

       01 WS-TOTAL-HEADING.
           02 FILLER PIC X(16) VALUE "CONTROL TOTAL".
           02 FILLER PIC X(15) VALUE "        TRAILER".
           02 FILLER PIC X(2)  VALUE SPACES.
           02 FILLER PIC X(15) VALUE "        COUNTED".
       01 WS-TOTAL-LINE.
           02 TTL-LABEL   PIC X(16).
           02 TTL-TRAILER PIC Z(14)9.
           02 FILLER      PIC X(2) VALUE SPACES.
           02 TTL-COUNTED PIC Z(14)9.
           02 FILLER      PIC X(2) VALUE SPACES.
           02 TTL-FLAG    PIC X(8).

       01 WS-SUMMARY-LINE.
           02 FILLER      PIC X(24) VALUE "DISCREPANCIES FOUND".
           02 SUM-COUNT   PIC Z(6)9.
       COPY RUNLOGC.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM WRITE-RUN-START.
           PERFORM READ-PARM-CARD.
           PERFORM OPEN-FILES.
           MOVE WS-RPT-HEADING TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM READ-FEED-LINE.
           PERFORM CHECK-FEED-HEADER.
           MOVE SPACES TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-DISC-HEADING TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM CHECK-FEED-NAME.
           IF FEED-IS-KNOWN
               PERFORM COUNT-FEED-RECORD
                   UNTIL END-OF-FEED OR TRAILER-FOUND
               PERFORM CHECK-FEED-TRAILER
           END-IF.
           IF WS-DISCREPANCY-COUNT = 0
               MOVE WS-NONE-LINE TO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           PERFORM PRINT-CONTROL-TOTALS.
           CLOSE FEED-FILE.
           CLOSE CONTROL-REPORT.
           DISPLAY "FEEDVFY: " WS-FEED-NAME " " WS-COUNT-RECORDS
               " RECORDS, " WS-DISCREPANCY-COUNT " DISCREPANCIES".
      *> NON-ZERO RETURN CODE ON ANY DISCREPANCY SO THE
      *> TRANSMISSION STEP BEHIND THIS ONE DOES NOT SEND THE FEED.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           PERFORM WRITE-RUN-END.
           STOP RUN.

       WRITE-RUN-START.
           MOVE "FEEDVFY" TO RLQ-JOB-NAME.
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

       READ-PARM-CARD.
           OPEN INPUT PARM-CARD.
      *> STATUS 35 MEANS NO PARM CARD WAS SUPPLIED AT ALL - THE
      *> FEED IS VALIDATED AS WHATEVER ITS HEADER SAYS IT IS.
           IF WS-PARM-STATUS = "35"
               MOVE SPACES TO FPM-FEED-NAME
           ELSE
               IF WS-PARM-STATUS NOT = "00"
                   DISPLAY "FEEDVFY: UNABLE TO OPEN SYSIN, STATUS="
                       WS-PARM-STATUS
                   MOVE 16 TO RETURN-CODE
                   MOVE "SYSIN OPEN FAILED" TO RLQ-MESSAGE
                   PERFORM WRITE-RUN-ERROR
                   PERFORM WRITE-RUN-END
                   STOP RUN
               END-IF
               READ PARM-CARD
                   AT END MOVE SPACES TO FPM-FEED-NAME
                   NOT AT END ADD 1 TO RLQ-RECORDS-READ
               END-READ
               CLOSE PARM-CARD
           END-IF.
           MOVE FPM-FEED-NAME TO WS-EXPECTED-FEED.

       OPEN-FILES.
           OPEN INPUT FEED-FILE.
           IF WS-FEED-STATUS NOT = "00"
               DISPLAY "FEEDVFY: UNABLE TO OPEN FEEDIN, STATUS="
                   WS-FEED-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "FEEDIN OPEN FAILED" TO RLQ-MESSAGE
               PERFORM WRITE-RUN-ERROR
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF.
           OPEN OUTPUT CONTROL-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "FEEDVFY: UNABLE TO OPEN FEEDVRPT, STATUS="
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "FEEDVRPT OPEN FAILED" TO RLQ-MESSAGE
               PERFORM WRITE-RUN-ERROR
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF.

       READ-FEED-LINE.
           READ FEED-FILE
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END ADD 1 TO RLQ-RECORDS-READ
           END-READ.

      *> A HEADER IS CONSUMED HERE; ANYTHING ELSE IS LEFT IN THE
      *> LINE FOR THE COUNT, AS A DATA RECORD OF A FEED WHOSE
      *> HEADER IS MISSING.
       CHECK-FEED-HEADER.
           IF NOT END-OF-FEED
               MOVE FEED-LINE TO FEED-CONTROL-RECORD
               IF FCT-HEADER
                   MOVE 'Y' TO WS-HEADER-FLAG
                   MOVE FCT-FEED-NAME TO HDL-FEED-NAME
                   MOVE FCT-CREATE-DATE TO HDL-CREATE-DATE
                   MOVE FCT-CREATE-TIME TO HDL-CREATE-TIME
                   MOVE FCT-REGION TO HDL-REGION
                   MOVE FCT-FIRST-DATE TO HDL-FIRST-DATE
                   MOVE FCT-LAST-DATE TO HDL-LAST-DATE
                   MOVE FCT-FIRST-DATE TO WS-FIRST-DATE
                   MOVE FCT-LAST-DATE TO WS-LAST-DATE
                   MOVE WS-HEADER-LINE TO RPT-LINE
                   PERFORM WRITE-REPORT-LINE
                   PERFORM READ-FEED-LINE
               END-IF
           END-IF.
           IF NOT HEADER-FOUND
               MOVE WS-NO-HEADER-LINE TO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       CHECK-FEED-NAME.
           IF HEADER-FOUND
               MOVE HDL-FEED-NAME TO WS-FEED-NAME
           ELSE
               MOVE WS-EXPECTED-FEED TO WS-FEED-NAME
           END-IF.
           MOVE SPACES TO WS-DETAIL.
           EVALUATE TRUE
               WHEN END-OF-FEED AND NOT HEADER-FOUND
                   MOVE "FEED IS EMPTY" TO WS-REASON
                   PERFORM RECORD-DISCREPANCY
               WHEN NOT HEADER-FOUND
                   MOVE "HEADER MISSING" TO WS-REASON
                   PERFORM RECORD-DISCREPANCY
               WHEN WS-EXPECTED-FEED NOT = SPACES
                AND WS-FEED-NAME NOT = WS-EXPECTED-FEED
                   MOVE "WRONG FEED NAME" TO WS-REASON
                   STRING "SYSIN EXPECTS " DELIMITED BY SIZE
                       WS-EXPECTED-FEED DELIMITED BY SPACE
                       INTO WS-DETAIL
                   END-STRING
                   PERFORM RECORD-DISCREPANCY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *> WITHOUT A FEED NAME FROM EITHER PLACE THE DATA LAYOUT IS
      *> UNKNOWN AND NOTHING CAN BE COUNTED.
           IF NOT FEED-IS-KNOWN AND NOT END-OF-FEED
               MOVE "UNKNOWN FEED NAME" TO WS-REASON
               MOVE SPACES TO WS-DETAIL
               PERFORM RECORD-DISCREPANCY
           END-IF.

       COUNT-FEED-RECORD.
           MOVE FEED-LINE TO FEED-CONTROL-RECORD.
           EVALUATE TRUE
               WHEN FCT-TRAILER
                   MOVE 'Y' TO WS-TRAILER-FLAG
                   MOVE FCT-RECORD-COUNT TO WS-TRL-RECORDS
                   MOVE FCT-BUSINESS-DAYS TO WS-TRL-BUSINESS-DAYS
                   MOVE FCT-HOLIDAYS TO WS-TRL-HOLIDAYS
                   MOVE FCT-DATE-HASH TO WS-TRL-HASH
               WHEN FCT-HEADER
                   MOVE "HEADER MISPLACED" TO WS-REASON
                   MOVE SPACES TO WS-DETAIL
                   PERFORM RECORD-DISCREPANCY
               WHEN FEED-IS-CALDXTR
                   PERFORM COUNT-CALENDAR-DAY
               WHEN FEED-IS-CALDDLT
                   PERFORM COUNT-DELTA-RECORD
               WHEN OTHER
                   PERFORM COUNT-LEAP-YEAR
           END-EVALUATE.
           PERFORM READ-FEED-LINE.

       COUNT-CALENDAR-DAY.
           MOVE FEED-LINE TO CALENDAR-DAY-RECORD.
           ADD 1 TO WS-COUNT-RECORDS.
           IF CDY-IS-BUSINESS-DAY
               ADD 1 TO WS-COUNT-BUSINESS-DAYS
           END-IF.
           IF CDY-IS-HOLIDAY
               ADD 1 TO WS-COUNT-HOLIDAYS
           END-IF.
           MOVE CDY-DATE TO WS-HASH-DATE.
           ADD WS-HASH-DATE TO WS-COUNT-HASH.
           MOVE CDY-DATE TO WS-RECORD-DATE.
           IF WS-RECORD-DATE < WS-FIRST-DATE
            OR WS-RECORD-DATE > WS-LAST-DATE
               ADD 1 TO WS-OUT-OF-RANGE
           END-IF.

       COUNT-DELTA-RECORD.
           MOVE FEED-LINE TO CALENDAR-DELTA-RECORD.
           ADD 1 TO WS-COUNT-RECORDS.
           IF CDT-BUSINESS-DAY-FLAG = 'Y'
               ADD 1 TO WS-COUNT-BUSINESS-DAYS
           END-IF.
           IF CDT-HOLIDAY-FLAG = 'Y'
               ADD 1 TO WS-COUNT-HOLIDAYS
           END-IF.
           MOVE CDT-DATE TO WS-HASH-DATE.
           ADD WS-HASH-DATE TO WS-COUNT-HASH.
           MOVE CDT-DATE TO WS-RECORD-DATE.
           IF WS-RECORD-DATE < WS-FIRST-DATE
            OR WS-RECORD-DATE > WS-LAST-DATE
               ADD 1 TO WS-OUT-OF-RANGE
           END-IF.

      *> ONE RECORD PER YEAR - THE YEAR ITSELF IS HASHED AND HELD
      *> TO THE YEARS OF THE HEADER'S DATES.
       COUNT-LEAP-YEAR.
           MOVE FEED-LINE TO LEAP-EXTRACT-RECORD.
           ADD 1 TO WS-COUNT-RECORDS.
           ADD EXT-YEAR TO WS-COUNT-HASH.
           MOVE EXT-YEAR TO WS-RECORD-DATE(1:4).
           IF WS-RECORD-DATE(1:4) < WS-FIRST-DATE(1:4)
            OR WS-RECORD-DATE(1:4) > WS-LAST-DATE(1:4)
               ADD 1 TO WS-OUT-OF-RANGE
           END-IF.

       CHECK-FEED-TRAILER.
           MOVE SPACES TO WS-DETAIL.
           IF NOT TRAILER-FOUND
               MOVE "TRAILER MISSING" TO WS-REASON
               PERFORM RECORD-DISCREPANCY
           ELSE
               IF WS-TRL-RECORDS NOT = WS-COUNT-RECORDS
                   MOVE "RECORD COUNT OFF" TO WS-REASON
                   PERFORM RECORD-DISCREPANCY
               END-IF
               IF WS-TRL-BUSINESS-DAYS NOT = WS-COUNT-BUSINESS-DAYS
                   MOVE "BUSINESS DAYS OFF" TO WS-REASON
                   PERFORM RECORD-DISCREPANCY
               END-IF
               IF WS-TRL-HOLIDAYS NOT = WS-COUNT-HOLIDAYS
                   MOVE "HOLIDAYS OFF" TO WS-REASON
                   PERFORM RECORD-DISCREPANCY
               END-IF
               IF WS-TRL-HASH NOT = WS-COUNT-HASH
                   MOVE "DATE HASH OFF" TO WS-REASON
                   PERFORM RECORD-DISCREPANCY
               END-IF
      *> THE LINE AFTER THE TRAILER HAS ALREADY BEEN READ.
               PERFORM COUNT-AFTER-TRAILER UNTIL END-OF-FEED
               IF WS-AFTER-TRAILER > 0
                   MOVE "DATA AFTER TRAILER" TO WS-REASON
                   MOVE WS-AFTER-TRAILER TO WS-DETAIL-COUNT
                   STRING WS-DETAIL-COUNT DELIMITED BY SIZE
                       " RECORD(S)" DELIMITED BY SIZE
                       INTO WS-DETAIL
                   END-STRING
                   PERFORM RECORD-DISCREPANCY
               END-IF
           END-IF.
           IF WS-OUT-OF-RANGE > 0
               MOVE "DATE OUT OF RANGE" TO WS-REASON
               MOVE SPACES TO WS-DETAIL
               MOVE WS-OUT-OF-RANGE TO WS-DETAIL-COUNT
               STRING WS-DETAIL-COUNT DELIMITED BY SIZE
                   " RECORD(S) OUTSIDE HEADER DATES" DELIMITED BY SIZE
                   INTO WS-DETAIL
               END-STRING
               PERFORM RECORD-DISCREPANCY
           END-IF.

       COUNT-AFTER-TRAILER.
           ADD 1 TO WS-AFTER-TRAILER.
           PERFORM READ-FEED-LINE.

      *> EVERY DISCREPANCY IS ONE REPORT LINE AND ONE RUN-LOG ERROR
      *> LINE, SO THE OVERNIGHT MONITOR SHOWS WHAT STOPPED THE FEED.
       RECORD-DISCREPANCY.
           ADD 1 TO WS-DISCREPANCY-COUNT.
           MOVE 8 TO WS-FINAL-RETURN-CODE.
           IF WS-FEED-NAME = SPACES
               MOVE "FEEDIN" TO DSL-FEED
           ELSE
               MOVE WS-FEED-NAME TO DSL-FEED
           END-IF.
           MOVE WS-REASON TO DSL-REASON.
           MOVE WS-DETAIL TO DSL-DETAIL.
           MOVE WS-DISC-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO RLQ-MESSAGE.
           STRING DSL-FEED DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-REASON DELIMITED BY SIZE
               INTO RLQ-MESSAGE
           END-STRING.
           MOVE 8 TO RETURN-CODE.
           PERFORM WRITE-RUN-ERROR.

       PRINT-CONTROL-TOTALS.
           MOVE SPACES TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-TOTAL-HEADING TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "RECORDS" TO TTL-LABEL.
           MOVE WS-TRL-RECORDS TO TTL-TRAILER.
           MOVE WS-COUNT-RECORDS TO TTL-COUNTED.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "BUSINESS DAYS" TO TTL-LABEL.
           MOVE WS-TRL-BUSINESS-DAYS TO TTL-TRAILER.
           MOVE WS-COUNT-BUSINESS-DAYS TO TTL-COUNTED.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "HOLIDAYS" TO TTL-LABEL.
           MOVE WS-TRL-HOLIDAYS TO TTL-TRAILER.
           MOVE WS-COUNT-HOLIDAYS TO TTL-COUNTED.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "DATE HASH" TO TTL-LABEL.
           MOVE WS-TRL-HASH TO TTL-TRAILER.
           MOVE WS-COUNT-HASH TO TTL-COUNTED.
           PERFORM WRITE-TOTAL-LINE.
           MOVE SPACES TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-DISCREPANCY-COUNT TO SUM-COUNT.
           MOVE WS-SUMMARY-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

      *> WITHOUT A TRAILER THERE IS NOTHING TO COMPARE AGAINST, SO
      *> NO TOTAL IS FLAGGED - THE MISSING TRAILER ALREADY IS.
       WRITE-TOTAL-LINE.
           IF TRAILER-FOUND AND TTL-TRAILER NOT = TTL-COUNTED
               MOVE "MISMATCH" TO TTL-FLAG
           ELSE
               MOVE SPACES TO TTL-FLAG
           END-IF.
           MOVE WS-TOTAL-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE RPT-LINE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "FEEDVFY: REPORT WRITE FAILED, STATUS="
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "FEEDVRPT WRITE FAILED" TO RLQ-MESSAGE
               PERFORM WRITE-RUN-ERROR
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF.
