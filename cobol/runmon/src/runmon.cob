               03 MON-ELAPSED-SECONDS USAGE UNSIGNED-INT.
               03 MON-TIMED-FLAG    PIC X(1).
                   88 MON-RUN-TIMED VALUE 'Y'.
               03 MON-RUN-FIRST-ERROR PIC X(26).
               03 MON-GATED-COUNT   USAGE UNSIGNED-INT.
               03 MON-GATE-MESSAGE  PIC X(26).
               03 MON-GATE-BLOCKERS USAGE UNSIGNED-INT.
       01 WS-IDX USAGE UNSIGNED-INT.

       COPY DATESVR.
       01 WS-SECTION-2 PIC X(80) VALUE
           "2. FINISHED WITH NONZERO RETURN CODE".
       01 WS-SECTION-3 PIC X(80) VALUE
           "3. GATED JOBS - HELD BY JOBGATE FOR A PREDECESSOR".
       01 WS-SECTION-4 PIC X(80) VALUE
           "4. ELAPSED TIME BY JOB (LAST COMPLETED RUN)".
       01 WS-NONE-LINE PIC X(80) VALUE "   NONE".

       01 WS-ABEND-LINE.
           02 RCL-ERRORS    PIC Z(4)9.
           02 FILLER        PIC X(7)  VALUE " ERRORS".

       01 WS-GATED-LINE.
           02 FILLER        PIC X(3)  VALUE SPACES.
           02 GTL-JOB-NAME  PIC X(8).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 FILLER        PIC X(5)  VALUE "HELD ".
           02 GTL-COUNT     PIC Z9.
           02 FILLER        PIC X(10) VALUE " TIME(S)  ".
           02 GTL-MESSAGE   PIC X(26).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 GTL-BLOCKERS  PIC Z9.
           02 FILLER        PIC X(11) VALUE " BLOCKER(S)".

       01 WS-ELAPSED-HEADING.
           02 FILLER PIC X(3)  VALUE SPACES.
           02 FILLER PIC X(8)  VALUE "JOB".
                   WHEN RLG-RUN-START
                       PERFORM RECORD-START-EVENT
                   WHEN RLG-RUN-ERROR
                       PERFORM RECORD-ERROR-EVENT
                   WHEN RLG-RUN-END
                       PERFORM RECORD-END-EVENT
               END-EVALUATE
                   MOVE SPACES TO MON-START-STAMP(WS-IDX)
                   MOVE 0 TO MON-ELAPSED-SECONDS(WS-IDX)
                   MOVE 'N' TO MON-TIMED-FLAG(WS-IDX)
                   MOVE SPACES TO MON-RUN-FIRST-ERROR(WS-IDX)
                   MOVE 0 TO MON-GATED-COUNT(WS-IDX)
                   MOVE SPACES TO MON-GATE-MESSAGE(WS-IDX)
                   MOVE 0 TO MON-GATE-BLOCKERS(WS-IDX)
               END-IF
           END-IF.

           MOVE 'Y' TO MON-OPEN-FLAG(WS-IDX).
           MOVE RLG-DATE TO MON-START-DATE(WS-IDX).
           MOVE RLG-TIME TO MON-START-TIME(WS-IDX).
           MOVE SPACES TO MON-RUN-FIRST-ERROR(WS-IDX).

       RECORD-ERROR-EVENT.
           ADD 1 TO MON-ERROR-COUNT(WS-IDX).
           IF MON-RUN-FIRST-ERROR(WS-IDX) = SPACES
               MOVE RLG-MESSAGE TO MON-RUN-FIRST-ERROR(WS-IDX)
           END-IF.

       RECORD-END-EVENT.
           IF MON-RUN-OPEN(WS-IDX)
               PERFORM COMPUTE-ELAPSED-TIME
               MOVE 'N' TO MON-OPEN-FLAG(WS-IDX)
           END-IF.
      *> A GATED FINISH IS NOT A FAILURE OF THE JOB ITSELF - IT IS
      *> KEPT OUT OF THE RETURN-CODE SECTION AND LISTED ON ITS OWN
      *> WITH THE FIRST PREDECESSOR JOBGATE NAMED AND HOW MANY IT
      *> FOUND NOT READY (ITS EXCEPTION COUNT).
           IF RLG-JOB-GATED
               ADD 1 TO MON-GATED-COUNT(WS-IDX)
               MOVE MON-RUN-FIRST-ERROR(WS-IDX)
                   TO MON-GATE-MESSAGE(WS-IDX)
               MOVE RLG-EXCEPTION-COUNT TO MON-GATE-BLOCKERS(WS-IDX)
           ELSE
               IF RLG-RETURN-CODE > 0
                AND RLG-RETURN-CODE >= MON-WORST-RC(WS-IDX)
                   MOVE RLG-RETURN-CODE TO MON-WORST-RC(WS-IDX)
                   MOVE RLG-MESSAGE TO MON-WORST-MESSAGE(WS-IDX)
               END-IF
           END-IF.

      *> ELAPSED = WHOLE DAYS BETWEEN THE TWO STAMP DATES (FROM
           PERFORM WRITE-BLANK-LINE.
           PERFORM PRINT-UNFINISHED-SECTION.
           PERFORM PRINT-RETURN-CODE-SECTION.
           PERFORM PRINT-GATED-SECTION.
           PERFORM PRINT-ELAPSED-SECTION.

       PRINT-UNFINISHED-SECTION.
           END-IF.
           PERFORM WRITE-BLANK-LINE.

       PRINT-GATED-SECTION.
           WRITE RPT-LINE FROM WS-SECTION-3.
           PERFORM COUNT-REPORT-LINE.
           MOVE 0 TO WS-SECTION-LINES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-JOB-COUNT
               IF MON-GATED-COUNT(WS-IDX) > 0
                   ADD 1 TO WS-SECTION-LINES
                   ADD 1 TO WS-PROBLEM-COUNT
                   MOVE MON-JOB-NAME(WS-IDX) TO GTL-JOB-NAME
                   MOVE MON-GATED-COUNT(WS-IDX) TO GTL-COUNT
                   MOVE MON-GATE-MESSAGE(WS-IDX) TO GTL-MESSAGE
                   MOVE MON-GATE-BLOCKERS(WS-IDX) TO GTL-BLOCKERS
                   WRITE RPT-LINE FROM WS-GATED-LINE
                   PERFORM COUNT-REPORT-LINE
               END-IF
           END-PERFORM.
           IF WS-SECTION-LINES = 0
               WRITE RPT-LINE FROM WS-NONE-LINE
               PERFORM COUNT-REPORT-LINE
           END-IF.
           PERFORM WRITE-BLANK-LINE.

       PRINT-ELAPSED-SECTION.
           WRITE RPT-LINE FROM WS-SECTION-4.
           PERFORM COUNT-REPORT-LINE.
           WRITE RPT-LINE FROM WS-ELAPSED-HEADING.
           PERFORM COUNT-REPORT-LINE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
