       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLEDIT.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *> EDIT LIMITS FOR ONE-OFF OBSERVANCES - A YEAR OUTSIDE THE
      *> RANGE THE SCHEDULER COULD EVER EXTRACT IS TAKEN AS A
      *> KEYING ERROR.
       01 WS-LOW-YEAR-LIMIT  USAGE UNSIGNED-INT VALUE 1900.
       01 WS-HIGH-YEAR-LIMIT USAGE UNSIGNED-INT VALUE 2999.

      *> DAY-OF-MONTH EDITS GO THROUGH CALSVC SO FEBRUARY AND THE
      *> 30/31-DAY MONTHS ARE CHECKED BY THE SAME SERVICE EVERY
      *> OTHER PROGRAM USES. A RECURRING HOLIDAY HAS NO YEAR, SO IT
      *> IS CHECKED AGAINST A LEAP YEAR - THAT IS WHAT ALLOWS A
      *> RECURRING FEBRUARY 29 ENTRY.
       01 WS-EDIT-YEAR  USAGE UNSIGNED-INT.
       01 WS-EDIT-MONTH USAGE UNSIGNED-INT.
       01 WS-EDIT-DAY   USAGE UNSIGNED-INT.
       01 WS-RECURRING-EDIT-YEAR USAGE UNSIGNED-INT VALUE 2000.
       01 WS-DAYS-IN-MONTH USAGE UNSIGNED-INT.
       01 WS-JULIAN-DAY    USAGE UNSIGNED-INT.
       01 WS-PRE-GREGORIAN-FLAG PIC 9.

      *> THE ONE SET OF HOLIDAY-MASTER EDITS - HOLLOAD APPLIES THEM
      *> TO EACH CARD IN THE NIGHTLY LOAD AND HOLMNT APPLIES THEM TO
      *> EACH ENTRY KEYED ON THE MAINTENANCE SCREEN, SO A RECORD
      *> THE SCREEN ACCEPTS IS ONE THE LOAD WILL ACCEPT THAT NIGHT.
      *> THE REASON COMES BACK BLANK WHEN THE RECORD IS GOOD.
       LINKAGE SECTION.
       COPY HOLMST.
       01 LNK-REJECT-REASON PIC X(35).

       PROCEDURE DIVISION USING HOLIDAY-MASTER-RECORD,
               LNK-REJECT-REASON.
       HOLEDIT.
           PERFORM EDIT-HOLIDAY-CARD.
           IF LNK-REJECT-REASON = SPACES
               PERFORM EDIT-OBSERVANCE-RULE
           END-IF.
           GOBACK.

       EDIT-HOLIDAY-CARD.
           MOVE SPACES TO LNK-REJECT-REASON.
           EVALUATE TRUE
               WHEN HOL-DATE NOT NUMERIC
                   MOVE "DATE IS NOT NUMERIC" TO LNK-REJECT-REASON
               WHEN HOL-RECURRING-FLAG NOT = 'Y'
                AND HOL-RECURRING-FLAG NOT = 'N'
                   MOVE "RECURRING FLAG NOT Y OR N"
                       TO LNK-REJECT-REASON
      *> A MOVABLE-RULE CARD CARRIES NO CONCRETE MONTH/DAY TO EDIT
      *> THE FIXED-DATE WAY - ITS RULE FIELDS ARE EDITED INSTEAD,
      *> AND HOLRSLV RESOLVES THE ACTUAL DATES AT EXTRACT TIME.
               WHEN NOT HOL-FIXED-DATE
                   PERFORM EDIT-RULE-CARD
               WHEN HOL-IS-RECURRING AND HOL-YEAR NOT = 0
                   MOVE "RECURRING ENTRY MUST HAVE YEAR 0000"
                       TO LNK-REJECT-REASON
               WHEN NOT HOL-IS-RECURRING
                AND (HOL-YEAR < WS-LOW-YEAR-LIMIT
                  OR HOL-YEAR > WS-HIGH-YEAR-LIMIT)
                   MOVE "YEAR OUT OF RANGE 1900-2999"
                       TO LNK-REJECT-REASON
               WHEN HOL-MONTH < 1 OR HOL-MONTH > 12
                   MOVE "MONTH NOT 01-12" TO LNK-REJECT-REASON
               WHEN HOL-NAME = SPACES
                   MOVE "HOLIDAY NAME IS BLANK" TO LNK-REJECT-REASON
               WHEN OTHER
                   PERFORM EDIT-DAY-OF-MONTH
           END-EVALUATE.

       EDIT-RULE-CARD.
           EVALUATE TRUE
               WHEN NOT (HOL-NTH-WEEKDAY-RULE
                 OR HOL-LAST-WEEKDAY-RULE
                 OR HOL-EASTER-RULE)
                   MOVE "RULE TYPE NOT N, L, OR E"
                       TO LNK-REJECT-REASON
               WHEN NOT HOL-IS-RECURRING
                   MOVE "RULE ENTRY MUST BE RECURRING"
                       TO LNK-REJECT-REASON
               WHEN HOL-YEAR NOT = 0 OR HOL-DAY NOT = 0
                   MOVE "RULE YEAR AND DAY MUST BE ZERO"
                       TO LNK-REJECT-REASON
               WHEN HOL-NAME = SPACES
                   MOVE "HOLIDAY NAME IS BLANK" TO LNK-REJECT-REASON
               WHEN HOL-NTH-WEEKDAY-RULE
                   PERFORM EDIT-NTH-WEEKDAY-RULE
               WHEN HOL-LAST-WEEKDAY-RULE
                   PERFORM EDIT-LAST-WEEKDAY-RULE
               WHEN HOL-EASTER-RULE
                   PERFORM EDIT-EASTER-RULE
           END-EVALUATE.

       EDIT-NTH-WEEKDAY-RULE.
           EVALUATE TRUE
               WHEN HOL-MONTH < 1 OR HOL-MONTH > 12
                   MOVE "MONTH NOT 01-12" TO LNK-REJECT-REASON
               WHEN HOL-RULE-ORDINAL NOT NUMERIC
                 OR HOL-RULE-ORDINAL < 1
                 OR HOL-RULE-ORDINAL > 5
                   MOVE "RULE ORDINAL NOT 1-5" TO LNK-REJECT-REASON
               WHEN HOL-RULE-WEEKDAY NOT NUMERIC
                 OR HOL-RULE-WEEKDAY < 1
                 OR HOL-RULE-WEEKDAY > 7
                   MOVE "RULE WEEKDAY NOT 1-7" TO LNK-REJECT-REASON
           END-EVALUATE.

       EDIT-LAST-WEEKDAY-RULE.
           EVALUATE TRUE
               WHEN HOL-MONTH < 1 OR HOL-MONTH > 12
                   MOVE "MONTH NOT 01-12" TO LNK-REJECT-REASON
               WHEN HOL-RULE-WEEKDAY NOT NUMERIC
                 OR HOL-RULE-WEEKDAY < 1
                 OR HOL-RULE-WEEKDAY > 7
                   MOVE "RULE WEEKDAY NOT 1-7" TO LNK-REJECT-REASON
           END-EVALUATE.

      *> THE OFFSET EDIT LIMIT COVERS EVERY OBSERVANCE TIED TO
      *> EASTER ON ANY CALENDAR WE HAVE SEEN - SHROVE MONDAY AT
      *> -48 THROUGH CORPUS CHRISTI AT +60. ANYTHING WIDER IS
      *> TAKEN AS A KEYING ERROR.
       EDIT-EASTER-RULE.
           EVALUATE TRUE
               WHEN HOL-MONTH NOT = 0
                   MOVE "EASTER RULE MUST HAVE MONTH 00"
                       TO LNK-REJECT-REASON
               WHEN HOL-RULE-OFFSET NOT NUMERIC
                   MOVE "EASTER OFFSET NOT NUMERIC"
                       TO LNK-REJECT-REASON
               WHEN HOL-RULE-OFFSET < -60 OR HOL-RULE-OFFSET > 60
                   MOVE "EASTER OFFSET OUT OF RANGE"
                       TO LNK-REJECT-REASON
           END-EVALUATE.

       EDIT-DAY-OF-MONTH.
           IF HOL-IS-RECURRING
               MOVE WS-RECURRING-EDIT-YEAR TO WS-EDIT-YEAR
           ELSE
               MOVE HOL-YEAR TO WS-EDIT-YEAR
           END-IF.
           MOVE HOL-MONTH TO WS-EDIT-MONTH.
           MOVE HOL-DAY TO WS-EDIT-DAY.
           CALL 'CALSVC' USING WS-EDIT-YEAR, WS-EDIT-MONTH,
               WS-EDIT-DAY, WS-DAYS-IN-MONTH, WS-JULIAN-DAY,
               WS-PRE-GREGORIAN-FLAG.
           IF HOL-DAY < 1 OR HOL-DAY > WS-DAYS-IN-MONTH
               MOVE "DAY NOT VALID FOR MONTH" TO LNK-REJECT-REASON
           END-IF.

      *> ANY KIND OF ENTRY MAY CARRY AN OBSERVANCE RULE - A RULE
      *> ENTRY CAN LAND ON A WEEKEND TOO (AN EASTER OFFSET OF -1).
       EDIT-OBSERVANCE-RULE.
           IF NOT (HOL-NO-SUBSTITUTION
                OR HOL-NEAREST-WEEKDAY
                OR HOL-FOLLOWING-MONDAY
                OR HOL-PRECEDING-FRIDAY)
               MOVE "OBSERVANCE RULE NOT BLANK, N, M, F"
                   TO LNK-REJECT-REASON
           END-IF.
