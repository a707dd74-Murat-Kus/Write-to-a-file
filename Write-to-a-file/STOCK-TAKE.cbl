           MOVE WS-DIFF-ABSOLUTE TO MVT-QUANTITY
           MOVE ITEM-QTY-ON-HAND TO MVT-RESULT-QTY
           MOVE SPACES TO MVT-LOCATION-CODE
           MOVE WS-UNIT-COST TO MVT-UNIT-COST
           MOVE ZERO TO MVT-PO-NUMBER
           MOVE ZERO TO MVT-PO-LINE-NUMBER
           IF WS-DIFFERENCE < ZERO
               MOVE "-" TO MVT-ADJUST-SIGN
           ELSE
               MOVE "+" TO MVT-ADJUST-SIGN
           END-IF
           WRITE MOVEMENT-RECORD.

       6000-CHECK-UNCOUNTED-ITEMS.
