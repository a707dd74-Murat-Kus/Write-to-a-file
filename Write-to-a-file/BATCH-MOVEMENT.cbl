           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-MVMT-FILE-STATUS.

           SELECT LOT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\lotbal.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOT-KEY
           FILE STATUS IS WS-LOT-FILE-STATUS.

           SELECT TRANS-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\mvmttran.dat"
           ORGANIZATION IS LINE SEQUENTIAL
       FD  MOVEMENT-FILE.
           COPY MVMTREC.

       FD  LOT-FILE.
           COPY LOTBAL.

       FD  TRANS-FILE.
       01  MOVEMENT-TRANS.
        02 MTR-ITEM-CODE PIC X(5).
        02 MTR-LOCATION-CODE PIC X(3).
        02 MTR-TYPE PIC X(1).
        02 MTR-QUANTITY PIC 9(5).
        02 MTR-LOT-NUMBER PIC X(10).
        02 MTR-EXPIRY-DATE PIC X(8).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
       01  WS-MVMT-FILE-STATUS PIC X(2).
       01  WS-TRANS-FILE-STATUS PIC X(2).
       01  WS-CKPT-FILE-STATUS PIC X(2).
       01  WS-LOT-FILE-STATUS PIC X(2).

       01  WS-OPERATOR-ID PIC X(8).

       01  WS-ENTRY-QTY PIC 9(5).
       01  WS-NEW-QTY PIC S9(7).
       01  WS-LOC-QTY PIC 9(5).
       01  WS-LOC-ALLOCATED PIC 9(5).
       01  WS-LOC-MIN-LEVEL PIC 9(5).
       01  WS-LOC-MAX-LEVEL PIC 9(5).
       01  WS-NEW-LOC-QTY PIC S9(7).

       01  WS-REJECT-REASON PIC X(40).

       01  WS-LOT-ITEM-SW PIC X(1).
           88 ITEM-IS-LOT-CONTROLLED VALUE "Y".
           88 ITEM-NOT-LOT-CONTROLLED VALUE "N".

       01  WS-LOT-FOUND-SW PIC X(1).
           88 LOT-FOUND VALUE "Y".
           88 LOT-NOT-FOUND VALUE "N".

       01  WS-LOT-EOF-SW PIC X(1).
           88 END-OF-ITEM-LOTS VALUE "Y".
           88 NOT-END-OF-ITEM-LOTS VALUE "N".

       01  WS-ENTRY-LOT-NUMBER PIC X(10).
       01  WS-ENTRY-EXPIRY-DATE PIC 9(8).
       01  WS-TODAY PIC 9(8).
       01  WS-LOT-TOTAL PIC 9(7).
       01  WS-LOT-REMAINING PIC 9(5).
       01  WS-LOT-TAKE-QTY PIC 9(5).
       01  WS-EARLIEST-LOT PIC X(10).
       01  WS-EARLIEST-EXPIRY PIC 9(8).

       77  WS-QTY-MAXIMUM PIC 9(5) VALUE 99999.

       77  WS-READ-COUNT PIC 9(5) COMP VALUE ZERO.
                   ELSE
                       PERFORM 1100-OPEN-MOVEMENT-FILE
                       PERFORM 1200-OPEN-STOCK-LOC-FILE
                       PERFORM 1300-OPEN-LOT-FILE
                       ACCEPT WS-TODAY FROM DATE YYYYMMDD
                       OPEN OUTPUT PRINT-FILE
                       SET ALL-FILES-ARE-OPEN TO TRUE
                       DISPLAY "Welcome to the Batch Movement App"
               OPEN I-O STOCK-LOC-FILE
           END-IF.

       1300-OPEN-LOT-FILE.
           OPEN I-O LOT-FILE
           IF WS-LOT-FILE-STATUS = "35"
               OPEN OUTPUT LOT-FILE
               CLOSE LOT-FILE
               OPEN I-O LOT-FILE
           END-IF.

       2000-PROCESS-TRANS-RECORD.
           IF WS-READ-COUNT > WS-CHECKPOINT-COUNT
               PERFORM 2500-EDIT-AND-POST-TRANS
           END-IF
           IF TRANS-IS-VALID
               PERFORM 2800-CHECK-ITEM
           END-IF
           IF TRANS-IS-VALID AND ITEM-IS-LOT-CONTROLLED
               PERFORM 2900-CHECK-LOT
           END-IF.

       2700-CHECK-LOCATION.
                   MOVE "ITEM CODE NOT FOUND"
                       TO WS-REJECT-REASON
                   SET TRANS-IS-INVALID TO TRUE
               NOT INVALID KEY
                   IF ITEM-LOT-CONTROLLED = "Y"
                       SET ITEM-IS-LOT-CONTROLLED TO TRUE
                   ELSE
                       SET ITEM-NOT-LOT-CONTROLLED TO TRUE
                   END-IF
           END-READ.

       2900-CHECK-LOT.
           MOVE MTR-LOT-NUMBER TO WS-ENTRY-LOT-NUMBER
           IF MOVEMENT-RECEIPT
               EVALUATE TRUE
                   WHEN WS-ENTRY-LOT-NUMBER = SPACES
                       MOVE "LOT NUMBER REQUIRED FOR LOT ITEM"
                           TO WS-REJECT-REASON
                       SET TRANS-IS-INVALID TO TRUE
                   WHEN MTR-EXPIRY-DATE IS NOT NUMERIC
                       MOVE "EXPIRY DATE MUST BE 8 DIGITS"
                           TO WS-REJECT-REASON
                       SET TRANS-IS-INVALID TO TRUE
                   WHEN OTHER
                       MOVE MTR-EXPIRY-DATE TO WS-ENTRY-EXPIRY-DATE
                       IF WS-ENTRY-EXPIRY-DATE < WS-TODAY
                           MOVE "LOT HAS ALREADY EXPIRED"
                               TO WS-REJECT-REASON
                           SET TRANS-IS-INVALID TO TRUE
                       ELSE
                           PERFORM 2960-CHECK-RECEIPT-LOT
                       END-IF
               END-EVALUATE
           ELSE
               IF WS-ENTRY-LOT-NUMBER = SPACES
                   PERFORM 6000-TOTAL-USABLE-LOTS
                   IF WS-LOT-TOTAL < WS-ENTRY-QTY
                       MOVE "NOT ENOUGH STOCK IN UNEXPIRED LOTS"
                           TO WS-REJECT-REASON
                       SET TRANS-IS-INVALID TO TRUE
                   END-IF
               ELSE
                   PERFORM 2950-CHECK-NAMED-LOT
               END-IF
           END-IF.

       2950-CHECK-NAMED-LOT.
           MOVE MTR-ITEM-CODE TO LOT-ITEM-CODE
           MOVE MTR-LOCATION-CODE TO LOT-LOCATION-CODE
           MOVE WS-ENTRY-LOT-NUMBER TO LOT-NUMBER
           READ LOT-FILE
               INVALID KEY
                   MOVE "LOT NOT HELD AT THE LOCATION"
                       TO WS-REJECT-REASON
                   SET TRANS-IS-INVALID TO TRUE
               NOT INVALID KEY
                   IF LOT-QTY-ON-HAND < WS-ENTRY-QTY
                       MOVE "ISSUE EXCEEDS QUANTITY IN THE LOT"
                           TO WS-REJECT-REASON
                       SET TRANS-IS-INVALID TO TRUE
                   END-IF
           END-READ.

       2960-CHECK-RECEIPT-LOT.
           MOVE MTR-ITEM-CODE TO LOT-ITEM-CODE
           MOVE MTR-LOCATION-CODE TO LOT-LOCATION-CODE
           MOVE WS-ENTRY-LOT-NUMBER TO LOT-NUMBER
           READ LOT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LOT-EXPIRY-DATE NOT = WS-ENTRY-EXPIRY-DATE
                       MOVE "LOT HELD WITH A DIFFERENT EXPIRY"
                           TO WS-REJECT-REASON
                       SET TRANS-IS-INVALID TO TRUE
                   END-IF
           END-READ.

       3000-PRINT-HEADINGS.
                   MOVE "ISSUE EXCEEDS QUANTITY AT THE LOCATION"
                       TO WS-REJECT-REASON
                   SET TRANS-IS-INVALID TO TRUE
               WHEN NOT MOVEMENT-RECEIPT
                       AND WS-NEW-LOC-QTY < WS-LOC-ALLOCATED
                   MOVE "ISSUE WOULD USE ALLOCATED STOCK"
                       TO WS-REJECT-REASON
                   SET TRANS-IS-INVALID TO TRUE
               WHEN WS-NEW-QTY < ZERO
                   MOVE "ISSUE EXCEEDS QUANTITY ON HAND"
                       TO WS-REJECT-REASON
               INVALID KEY
                   SET LOC-RECORD-MISSING TO TRUE
                   MOVE ZERO TO WS-LOC-QTY
                   MOVE ZERO TO WS-LOC-ALLOCATED
                   MOVE ZERO TO WS-LOC-MIN-LEVEL
                   MOVE ZERO TO WS-LOC-MAX-LEVEL
               NOT INVALID KEY
                   SET LOC-RECORD-EXISTS TO TRUE
                   MOVE SLC-QTY-ON-HAND TO WS-LOC-QTY
                   MOVE SLC-QTY-ALLOCATED TO WS-LOC-ALLOCATED
                   MOVE SLC-MIN-LEVEL TO WS-LOC-MIN-LEVEL
                   MOVE SLC-MAX-LEVEL TO WS-LOC-MAX-LEVEL
           END-READ.

       4100-REWRITE-ITEM-RECORD.
                   SET TRANS-IS-INVALID TO TRUE
               NOT INVALID KEY
                   PERFORM 4150-UPDATE-LOCATION-BALANCE
                   IF ITEM-IS-LOT-CONTROLLED
                       PERFORM 4180-UPDATE-LOT-BALANCES
                   END-IF
                   PERFORM 4200-WRITE-MOVEMENT-RECORD
                   ADD 1 TO WS-POSTED-COUNT
           END-REWRITE.
           MOVE MTR-ITEM-CODE TO SLC-ITEM-CODE
           MOVE MTR-LOCATION-CODE TO SLC-LOCATION-CODE
           MOVE WS-NEW-LOC-QTY TO SLC-QTY-ON-HAND
           MOVE WS-LOC-ALLOCATED TO SLC-QTY-ALLOCATED
           MOVE WS-LOC-MIN-LEVEL TO SLC-MIN-LEVEL
           MOVE WS-LOC-MAX-LEVEL TO SLC-MAX-LEVEL
           IF LOC-RECORD-MISSING
               WRITE STOCK-LOCATION-RECORD
                   INVALID KEY
               END-REWRITE
           END-IF.

       4180-UPDATE-LOT-BALANCES.
           IF MOVEMENT-RECEIPT
               PERFORM 6500-POST-LOT-RECEIPT
           ELSE
               MOVE WS-ENTRY-QTY TO WS-LOT-REMAINING
               IF WS-ENTRY-LOT-NUMBER = SPACES
                   SET LOT-FOUND TO TRUE
                   PERFORM 6200-ISSUE-EARLIEST-LOT
                       UNTIL WS-LOT-REMAINING = ZERO OR LOT-NOT-FOUND
               ELSE
                   PERFORM 6300-ISSUE-NAMED-LOT
               END-IF
               IF WS-LOT-REMAINING > ZERO
                   DISPLAY "ITEM " MTR-ITEM-CODE " - "
                       WS-LOT-REMAINING " COULD NOT BE TAKEN FROM "
                       "LOTS - CHECK THE EXPIRY EXCEPTIONS"
               END-IF
           END-IF.

       4200-WRITE-MOVEMENT-RECORD.
           ACCEPT MVT-DATE FROM DATE YYYYMMDD
           ACCEPT MVT-TIME FROM TIME
           MOVE WS-ENTRY-QTY TO MVT-QUANTITY
           MOVE ITEM-QTY-ON-HAND TO MVT-RESULT-QTY
           MOVE MTR-LOCATION-CODE TO MVT-LOCATION-CODE
           IF ITEM-UNIT-COST IS NUMERIC
               MOVE ITEM-UNIT-COST TO MVT-UNIT-COST
           ELSE
               MOVE ZERO TO MVT-UNIT-COST
           END-IF
           MOVE ZERO TO MVT-PO-NUMBER
           MOVE ZERO TO MVT-PO-LINE-NUMBER
           MOVE SPACE TO MVT-ADJUST-SIGN
           WRITE MOVEMENT-RECORD.

       4500-PRINT-REJECT-LINE.
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE.

       6000-TOTAL-USABLE-LOTS.
           MOVE ZERO TO WS-LOT-TOTAL
           PERFORM 6050-START-ITEM-LOTS
           PERFORM 6060-ADD-ONE-LOT
               UNTIL END-OF-ITEM-LOTS.

       6050-START-ITEM-LOTS.
           MOVE MTR-ITEM-CODE TO LOT-ITEM-CODE
           MOVE MTR-LOCATION-CODE TO LOT-LOCATION-CODE
           MOVE LOW-VALUES TO LOT-NUMBER
           START LOT-FILE KEY IS NOT LESS THAN LOT-KEY
               INVALID KEY SET END-OF-ITEM-LOTS TO TRUE
               NOT INVALID KEY SET NOT-END-OF-ITEM-LOTS TO TRUE
           END-START
           IF NOT-END-OF-ITEM-LOTS
               PERFORM 6070-READ-NEXT-LOT
           END-IF.

       6060-ADD-ONE-LOT.
           IF LOT-EXPIRY-DATE NOT < WS-TODAY
               ADD LOT-QTY-ON-HAND TO WS-LOT-TOTAL
           END-IF
           PERFORM 6070-READ-NEXT-LOT.

       6070-READ-NEXT-LOT.
           READ LOT-FILE NEXT RECORD
               AT END SET END-OF-ITEM-LOTS TO TRUE
           END-READ
           IF NOT-END-OF-ITEM-LOTS
               IF LOT-ITEM-CODE NOT = MTR-ITEM-CODE
                       OR LOT-LOCATION-CODE NOT = MTR-LOCATION-CODE
                   SET END-OF-ITEM-LOTS TO TRUE
               END-IF
           END-IF.

       6100-FIND-EARLIEST-LOT.
           SET LOT-NOT-FOUND TO TRUE
           MOVE 99999999 TO WS-EARLIEST-EXPIRY
           PERFORM 6050-START-ITEM-LOTS
           PERFORM 6150-CHECK-ONE-LOT
               UNTIL END-OF-ITEM-LOTS.

       6150-CHECK-ONE-LOT.
           IF LOT-EXPIRY-DATE NOT < WS-TODAY
                   AND LOT-QTY-ON-HAND > ZERO
                   AND LOT-EXPIRY-DATE < WS-EARLIEST-EXPIRY
               SET LOT-FOUND TO TRUE
               MOVE LOT-NUMBER TO WS-EARLIEST-LOT
               MOVE LOT-EXPIRY-DATE TO WS-EARLIEST-EXPIRY
           END-IF
           PERFORM 6070-READ-NEXT-LOT.

       6200-ISSUE-EARLIEST-LOT.
           PERFORM 6100-FIND-EARLIEST-LOT
           IF LOT-FOUND
               MOVE WS-EARLIEST-LOT TO WS-ENTRY-LOT-NUMBER
               PERFORM 6300-ISSUE-NAMED-LOT
               MOVE SPACES TO WS-ENTRY-LOT-NUMBER
           END-IF.

       6300-ISSUE-NAMED-LOT.
           MOVE MTR-ITEM-CODE TO LOT-ITEM-CODE
           MOVE MTR-LOCATION-CODE TO LOT-LOCATION-CODE
           MOVE WS-ENTRY-LOT-NUMBER TO LOT-NUMBER
           READ LOT-FILE
               INVALID KEY
                   DISPLAY "LOT " WS-ENTRY-LOT-NUMBER
                       " COULD NOT BE READ BACK"
                   SET LOT-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   PERFORM 6400-UPDATE-LOT-RECORD
           END-READ.

       6400-UPDATE-LOT-RECORD.
           IF LOT-QTY-ON-HAND < WS-LOT-REMAINING
               MOVE LOT-QTY-ON-HAND TO WS-LOT-TAKE-QTY
           ELSE
               MOVE WS-LOT-REMAINING TO WS-LOT-TAKE-QTY
           END-IF
           SUBTRACT WS-LOT-TAKE-QTY FROM LOT-QTY-ON-HAND
           SUBTRACT WS-LOT-TAKE-QTY FROM WS-LOT-REMAINING
           IF LOT-QTY-ON-HAND = ZERO
               DELETE LOT-FILE RECORD
                   INVALID KEY
                       DISPLAY "DELETE FAILED FOR LOT " LOT-NUMBER
               END-DELETE
           ELSE
               REWRITE LOT-BALANCE-RECORD
                   INVALID KEY
                       DISPLAY "REWRITE FAILED FOR LOT " LOT-NUMBER
               END-REWRITE
           END-IF.

       6500-POST-LOT-RECEIPT.
           MOVE MTR-ITEM-CODE TO LOT-ITEM-CODE
           MOVE MTR-LOCATION-CODE TO LOT-LOCATION-CODE
           MOVE WS-ENTRY-LOT-NUMBER TO LOT-NUMBER
           READ LOT-FILE
               INVALID KEY
                   MOVE WS-TODAY TO LOT-RECEIPT-DATE
                   MOVE WS-ENTRY-EXPIRY-DATE TO LOT-EXPIRY-DATE
                   MOVE WS-ENTRY-QTY TO LOT-QTY-ON-HAND
                   WRITE LOT-BALANCE-RECORD
                       INVALID KEY
                           DISPLAY "WRITE FAILED FOR LOT "
                               LOT-NUMBER
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-ENTRY-QTY TO LOT-QTY-ON-HAND
                   REWRITE LOT-BALANCE-RECORD
                       INVALID KEY
                           DISPLAY "REWRITE FAILED FOR LOT "
                               LOT-NUMBER
                   END-REWRITE
           END-READ.

       8000-PRINT-TOTALS.
           MOVE "TRANSACTIONS READ:" TO TL-CAPTION
           MOVE WS-READ-COUNT TO TL-COUNT
               CLOSE LOCATION-FILE
               CLOSE STOCK-LOC-FILE
               CLOSE MOVEMENT-FILE
               CLOSE LOT-FILE
               CLOSE TRANS-FILE
               CLOSE PRINT-FILE
           END-IF.
