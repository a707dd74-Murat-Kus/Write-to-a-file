           MOVE WS-TODAY-DAY TO WS-CUTOFF-DAY.

       2000-TALLY-ISSUE-RECORD.
           IF (MVT-TYPE = "I" OR MVT-TYPE = "C")
                   AND MVT-DATE IS NUMERIC
               ADD 1 TO WS-MOVEMENT-COUNT
               PERFORM 2200-FIND-USAGE-ENTRY
               IF USAGE-ENTRY-FOUND
