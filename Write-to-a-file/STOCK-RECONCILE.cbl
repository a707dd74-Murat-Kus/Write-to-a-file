       01  WS-CURRENT-ITEM PIC X(5).
       01  WS-LOCATION-TOTAL PIC 9(7).
       01  WS-NOMINATED-QTY PIC 9(5).
       01  WS-NOMINATED-ALLOCATED PIC 9(5).
       01  WS-NOMINATED-MIN-LEVEL PIC 9(5).
       01  WS-NOMINATED-MAX-LEVEL PIC 9(5).
       01  WS-DIFFERENCE PIC S9(7).
       01  WS-DIFF-ABSOLUTE PIC 9(5).
       01  WS-NEW-LOC-QTY PIC S9(7).
       2500-SUM-LOCATION-BALANCES.
           MOVE ZERO TO WS-LOCATION-TOTAL
           MOVE ZERO TO WS-NOMINATED-QTY
           MOVE ZERO TO WS-NOMINATED-ALLOCATED
           MOVE ZERO TO WS-NOMINATED-MIN-LEVEL
           MOVE ZERO TO WS-NOMINATED-MAX-LEVEL
           SET LOC-RECORD-MISSING TO TRUE
           MOVE WS-CURRENT-ITEM TO SLC-ITEM-CODE
           MOVE LOW-VALUES TO SLC-LOCATION-CODE
                   AND SLC-LOCATION-CODE = WS-NOMINATED-LOCATION
               SET LOC-RECORD-EXISTS TO TRUE
               MOVE SLC-QTY-ON-HAND TO WS-NOMINATED-QTY
               MOVE SLC-QTY-ALLOCATED TO WS-NOMINATED-ALLOCATED
               MOVE SLC-MIN-LEVEL TO WS-NOMINATED-MIN-LEVEL
               MOVE SLC-MAX-LEVEL TO WS-NOMINATED-MAX-LEVEL
           END-IF
           PERFORM 2600-READ-NEXT-LOC-BALANCE.

           MOVE WS-CURRENT-ITEM TO SLC-ITEM-CODE
           MOVE WS-NOMINATED-LOCATION TO SLC-LOCATION-CODE
           MOVE WS-NEW-LOC-QTY TO SLC-QTY-ON-HAND
           MOVE WS-NOMINATED-ALLOCATED TO SLC-QTY-ALLOCATED
           MOVE WS-NOMINATED-MIN-LEVEL TO SLC-MIN-LEVEL
           MOVE WS-NOMINATED-MAX-LEVEL TO SLC-MAX-LEVEL
           IF LOC-RECORD-MISSING
               WRITE STOCK-LOCATION-RECORD
                   INVALID KEY
           MOVE WS-DIFF-ABSOLUTE TO MVT-QUANTITY
           MOVE ITEM-QTY-ON-HAND TO MVT-RESULT-QTY
           MOVE WS-NOMINATED-LOCATION TO MVT-LOCATION-CODE
           IF ITEM-UNIT-COST IS NUMERIC
               MOVE ITEM-UNIT-COST TO MVT-UNIT-COST
           ELSE
               MOVE ZERO TO MVT-UNIT-COST
           END-IF
           MOVE ZERO TO MVT-PO-NUMBER
           MOVE ZERO TO MVT-PO-LINE-NUMBER
           IF WS-DIFFERENCE < ZERO
               MOVE "-" TO MVT-ADJUST-SIGN
           ELSE
               MOVE "+" TO MVT-ADJUST-SIGN
           END-IF
           WRITE MOVEMENT-RECORD.

       8000-PRINT-TOTALS.
