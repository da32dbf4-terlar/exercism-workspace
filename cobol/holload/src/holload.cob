       01 WS-CARDS-LOADED   USAGE UNSIGNED-INT VALUE 0.
       01 WS-CARDS-REJECTED USAGE UNSIGNED-INT VALUE 0.
       01 WS-REJECT-REASON PIC X(35).
       COPY RUNLOGC.

       PROCEDURE DIVISION.
       PROCESS-HOLIDAY-CARD.
           ADD 1 TO WS-CARDS-READ.
           MOVE HOLIDAY-CARD TO HOLIDAY-MASTER-RECORD.
      *> THE EDITS LIVE IN HOLEDIT SO THE HOLMNT SCREEN APPLIES
      *> EXACTLY THE SAME ONES TO AN ENTRY KEYED ONLINE.
           CALL 'HOLEDIT' USING HOLIDAY-MASTER-RECORD,
               WS-REJECT-REASON.
           IF WS-REJECT-REASON = SPACES
               WRITE HOLIDAY-MASTER-RECORD
               IF WS-MASTER-STATUS NOT = "00"
           END-IF.
           PERFORM READ-HOLIDAY-CARD.

