               PERFORM LOAD-PERIOD-TABLE
           END-IF.
           IF PERIOD-TABLE-LOAD-FAILED
               MOVE 2 TO FSF-ERROR-FLAG
           ELSE
               PERFORM FIND-PERIOD-FOR-DATE
           END-IF.
