           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-MVMT-FILE-STATUS.

           SELECT LOT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\lotbal.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOT-KEY
           FILE STATUS IS WS-LOT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  MOVEMENT-FILE.
           COPY MVMTREC.

       FD  LOT-FILE.
           COPY LOTBAL.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS PIC X(2).
       01  WS-LOCN-FILE-STATUS PIC X(2).
       01  WS-SLOC-FILE-STATUS PIC X(2).
       01  WS-MVMT-FILE-STATUS PIC X(2).
       01  WS-LOT-FILE-STATUS PIC X(2).

       01  WS-OPERATOR-ID PIC X(8).


       01  WS-FROM-QTY PIC 9(5).
       01  WS-TO-QTY PIC 9(5).
       01  WS-FROM-ALLOCATED PIC 9(5).
       01  WS-FROM-MIN-LEVEL PIC 9(5).
       01  WS-FROM-MAX-LEVEL PIC 9(5).
       01  WS-TO-ALLOCATED PIC 9(5).
       01  WS-TO-MIN-LEVEL PIC 9(5).
       01  WS-TO-MAX-LEVEL PIC 9(5).
       01  WS-NEW-FROM-QTY PIC 9(5).
       01  WS-NEW-TO-QTY PIC S9(7).

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
       01  WS-TODAY PIC 9(8).
       01  WS-LOT-TOTAL PIC 9(7).
       01  WS-LOT-REMAINING PIC 9(5).
       01  WS-LOT-TAKE-QTY PIC 9(5).
       01  WS-EARLIEST-LOT PIC X(10).
       01  WS-EARLIEST-EXPIRY PIC 9(8).
       01  WS-MOVED-LOT-NUMBER PIC X(10).
       01  WS-MOVED-RECEIPT-DATE PIC 9(8).
       01  WS-MOVED-EXPIRY-DATE PIC 9(8).

       77  WS-QTY-MAXIMUM PIC 9(5) VALUE 99999.

       77  WS-TRANSFER-COUNT PIC 9(5) COMP VALUE ZERO.
               ELSE
                   PERFORM 1200-OPEN-STOCK-LOC-FILE
                   PERFORM 1300-OPEN-MOVEMENT-FILE
                   PERFORM 1400-OPEN-LOT-FILE
                   ACCEPT WS-TODAY FROM DATE YYYYMMDD
                   SET ALL-FILES-ARE-OPEN TO TRUE
                   DISPLAY "Welcome to the Stock Transfer App"
                   DISPLAY "Please enter your operator ID:"
               OPEN EXTEND MOVEMENT-FILE
           END-IF.

       1400-OPEN-LOT-FILE.
           OPEN I-O LOT-FILE
           IF WS-LOT-FILE-STATUS = "35"
               OPEN OUTPUT LOT-FILE
               CLOSE LOT-FILE
               OPEN I-O LOT-FILE
           END-IF.

       2000-POST-ONE-TRANSFER.
           DISPLAY "Enter the item code (or END to finish):"
           ACCEPT WS-ENTRY-ITEM-CODE
                   DISPLAY "ITEM CODE NOT FOUND - TRANSFER "
                       "REJECTED"
                   SET TRANSFER-NOT-OK TO TRUE
               NOT INVALID KEY
                   IF ITEM-LOT-CONTROLLED = "Y"
                       SET ITEM-IS-LOT-CONTROLLED TO TRUE
                   ELSE
                       SET ITEM-NOT-LOT-CONTROLLED TO TRUE
                   END-IF
           END-READ
           IF TRANSFER-IS-OK
               PERFORM 2600-GET-FROM-LOCATION
           IF TRANSFER-IS-OK
               DISPLAY "Please enter the transfer quantity:"
               PERFORM 3100-GET-VALID-QUANTITY
               IF ITEM-IS-LOT-CONTROLLED
                   PERFORM 3400-GET-TRANSFER-LOT
               END-IF
           END-IF
           IF TRANSFER-IS-OK
               PERFORM 4000-APPLY-TRANSFER
           END-IF.

               SET QTY-IS-VALID TO TRUE
           END-IF.

       3400-GET-TRANSFER-LOT.
           DISPLAY "Enter the lot number to transfer (blank for "
               "first expiry first out):"
           ACCEPT WS-ENTRY-LOT-NUMBER
           IF WS-ENTRY-LOT-NUMBER = SPACES
               PERFORM 6000-TOTAL-USABLE-LOTS
               IF WS-LOT-TOTAL < WS-ENTRY-QTY
                   DISPLAY "ONLY " WS-LOT-TOTAL " IN UNEXPIRED LOTS "
                       "AT THE FROM LOCATION - TRANSFER REJECTED"
                   SET TRANSFER-NOT-OK TO TRUE
               END-IF
           ELSE
               MOVE WS-ENTRY-ITEM-CODE TO LOT-ITEM-CODE
               MOVE WS-FROM-LOCATION TO LOT-LOCATION-CODE
               MOVE WS-ENTRY-LOT-NUMBER TO LOT-NUMBER
               READ LOT-FILE
                   INVALID KEY
                       DISPLAY "LOT NOT HELD AT THE FROM LOCATION - "
                           "TRANSFER REJECTED"
                       SET TRANSFER-NOT-OK TO TRUE
                   NOT INVALID KEY
                       IF LOT-QTY-ON-HAND < WS-ENTRY-QTY
                           DISPLAY "TRANSFER EXCEEDS QUANTITY IN THE "
                               "LOT - TRANSFER REJECTED"
                           SET TRANSFER-NOT-OK TO TRUE
                       END-IF
               END-READ
           END-IF.

       4000-APPLY-TRANSFER.
           MOVE WS-ENTRY-ITEM-CODE TO SLC-ITEM-CODE
           MOVE WS-FROM-LOCATION TO SLC-LOCATION-CODE
                       "TRANSFER REJECTED"
                   SET TRANSFER-NOT-OK TO TRUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN SLC-QTY-ON-HAND < WS-ENTRY-QTY
                           DISPLAY "TRANSFER EXCEEDS QUANTITY AT THE "
                               "FROM LOCATION - TRANSFER REJECTED"
                           SET TRANSFER-NOT-OK TO TRUE
                       WHEN SLC-QTY-ON-HAND - SLC-QTY-ALLOCATED
                               < WS-ENTRY-QTY
                           DISPLAY "TRANSFER WOULD USE STOCK ALLOCATED "
                               "TO CUSTOMER ORDERS - TRANSFER REJECTED"
                           SET TRANSFER-NOT-OK TO TRUE
                       WHEN OTHER
                           MOVE SLC-QTY-ON-HAND TO WS-FROM-QTY
                           MOVE SLC-QTY-ALLOCATED TO WS-FROM-ALLOCATED
                           MOVE SLC-MIN-LEVEL TO WS-FROM-MIN-LEVEL
                           MOVE SLC-MAX-LEVEL TO WS-FROM-MAX-LEVEL
                   END-EVALUATE
           END-READ
           IF TRANSFER-IS-OK
               PERFORM 4100-READ-TO-RECORD
               ELSE
                   PERFORM 4200-UPDATE-FROM-RECORD
                   PERFORM 4300-UPDATE-TO-RECORD
                   IF ITEM-IS-LOT-CONTROLLED
                       PERFORM 4400-MOVE-LOT-BALANCES
                   END-IF
                   PERFORM 4500-WRITE-MOVEMENT-PAIR
                   ADD 1 TO WS-TRANSFER-COUNT
               END-IF
               INVALID KEY
                   SET TO-RECORD-MISSING TO TRUE
                   MOVE ZERO TO WS-TO-QTY
                   MOVE ZERO TO WS-TO-ALLOCATED
                   MOVE ZERO TO WS-TO-MIN-LEVEL
                   MOVE ZERO TO WS-TO-MAX-LEVEL
               NOT INVALID KEY
                   SET TO-RECORD-EXISTS TO TRUE
                   MOVE SLC-QTY-ON-HAND TO WS-TO-QTY
                   MOVE SLC-QTY-ALLOCATED TO WS-TO-ALLOCATED
                   MOVE SLC-MIN-LEVEL TO WS-TO-MIN-LEVEL
                   MOVE SLC-MAX-LEVEL TO WS-TO-MAX-LEVEL
           END-READ.

       4200-UPDATE-FROM-RECORD.
           MOVE WS-ENTRY-ITEM-CODE TO SLC-ITEM-CODE
           MOVE WS-FROM-LOCATION TO SLC-LOCATION-CODE
           MOVE WS-NEW-FROM-QTY TO SLC-QTY-ON-HAND
           MOVE WS-FROM-ALLOCATED TO SLC-QTY-ALLOCATED
           MOVE WS-FROM-MIN-LEVEL TO SLC-MIN-LEVEL
           MOVE WS-FROM-MAX-LEVEL TO SLC-MAX-LEVEL
           REWRITE STOCK-LOCATION-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED AT THE FROM LOCATION"
           MOVE WS-ENTRY-ITEM-CODE TO SLC-ITEM-CODE
           MOVE WS-TO-LOCATION TO SLC-LOCATION-CODE
           MOVE WS-NEW-TO-QTY TO SLC-QTY-ON-HAND
           MOVE WS-TO-ALLOCATED TO SLC-QTY-ALLOCATED
           MOVE WS-TO-MIN-LEVEL TO SLC-MIN-LEVEL
           MOVE WS-TO-MAX-LEVEL TO SLC-MAX-LEVEL
           IF TO-RECORD-MISSING
               WRITE STOCK-LOCATION-RECORD
                   INVALID KEY
               END-REWRITE
           END-IF.

       4400-MOVE-LOT-BALANCES.
           MOVE WS-ENTRY-QTY TO WS-LOT-REMAINING
           IF WS-ENTRY-LOT-NUMBER = SPACES
               SET LOT-FOUND TO TRUE
               PERFORM 6200-MOVE-EARLIEST-LOT
                   UNTIL WS-LOT-REMAINING = ZERO OR LOT-NOT-FOUND
           ELSE
               PERFORM 6300-MOVE-NAMED-LOT
           END-IF
           IF WS-LOT-REMAINING > ZERO
               DISPLAY WS-LOT-REMAINING " COULD NOT BE TAKEN "
                   "FROM LOTS - CHECK THE EXPIRY EXCEPTIONS"
           END-IF.

       4500-WRITE-MOVEMENT-PAIR.
           ACCEPT MVT-DATE FROM DATE YYYYMMDD
           ACCEPT MVT-TIME FROM TIME
           MOVE "O" TO MVT-TYPE
           MOVE WS-FROM-LOCATION TO MVT-LOCATION-CODE
           MOVE WS-NEW-FROM-QTY TO MVT-RESULT-QTY
           IF ITEM-UNIT-COST IS NUMERIC
               MOVE ITEM-UNIT-COST TO MVT-UNIT-COST
           ELSE
               MOVE ZERO TO MVT-UNIT-COST
           END-IF
           MOVE ZERO TO MVT-PO-NUMBER
           MOVE ZERO TO MVT-PO-LINE-NUMBER
           MOVE SPACE TO MVT-ADJUST-SIGN
           WRITE MOVEMENT-RECORD
           MOVE "T" TO MVT-TYPE
           MOVE WS-TO-LOCATION TO MVT-LOCATION-CODE
           MOVE WS-NEW-TO-QTY TO MVT-RESULT-QTY
           WRITE MOVEMENT-RECORD.

       6000-TOTAL-USABLE-LOTS.
           MOVE ZERO TO WS-LOT-TOTAL
           PERFORM 6050-START-ITEM-LOTS
           PERFORM 6060-ADD-ONE-LOT
               UNTIL END-OF-ITEM-LOTS.

       6050-START-ITEM-LOTS.
           MOVE WS-ENTRY-ITEM-CODE TO LOT-ITEM-CODE
           MOVE WS-FROM-LOCATION TO LOT-LOCATION-CODE
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
               IF LOT-ITEM-CODE NOT = WS-ENTRY-ITEM-CODE
                       OR LOT-LOCATION-CODE NOT = WS-FROM-LOCATION
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

       6200-MOVE-EARLIEST-LOT.
           PERFORM 6100-FIND-EARLIEST-LOT
           IF LOT-FOUND
               MOVE WS-EARLIEST-LOT TO WS-ENTRY-LOT-NUMBER
               PERFORM 6300-MOVE-NAMED-LOT
               MOVE SPACES TO WS-ENTRY-LOT-NUMBER
           END-IF.

       6300-MOVE-NAMED-LOT.
           MOVE WS-ENTRY-ITEM-CODE TO LOT-ITEM-CODE
           MOVE WS-FROM-LOCATION TO LOT-LOCATION-CODE
           MOVE WS-ENTRY-LOT-NUMBER TO LOT-NUMBER
           READ LOT-FILE
               INVALID KEY
                   DISPLAY "LOT " WS-ENTRY-LOT-NUMBER
                       " COULD NOT BE READ BACK"
                   SET LOT-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   MOVE LOT-NUMBER TO WS-MOVED-LOT-NUMBER
                   MOVE LOT-RECEIPT-DATE TO WS-MOVED-RECEIPT-DATE
                   MOVE LOT-EXPIRY-DATE TO WS-MOVED-EXPIRY-DATE
                   PERFORM 6400-UPDATE-LOT-RECORD
                   PERFORM 6500-ADD-TO-DESTINATION-LOT
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

       6500-ADD-TO-DESTINATION-LOT.
           MOVE WS-ENTRY-ITEM-CODE TO LOT-ITEM-CODE
           MOVE WS-TO-LOCATION TO LOT-LOCATION-CODE
           MOVE WS-MOVED-LOT-NUMBER TO LOT-NUMBER
           READ LOT-FILE
               INVALID KEY
                   MOVE WS-MOVED-RECEIPT-DATE TO LOT-RECEIPT-DATE
                   MOVE WS-MOVED-EXPIRY-DATE TO LOT-EXPIRY-DATE
                   MOVE WS-LOT-TAKE-QTY TO LOT-QTY-ON-HAND
                   WRITE LOT-BALANCE-RECORD
                       INVALID KEY
                           DISPLAY "WRITE FAILED FOR LOT "
                               LOT-NUMBER " AT THE TO LOCATION"
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-LOT-TAKE-QTY TO LOT-QTY-ON-HAND
                   REWRITE LOT-BALANCE-RECORD
                       INVALID KEY
                           DISPLAY "REWRITE FAILED FOR LOT "
                               LOT-NUMBER " AT THE TO LOCATION"
                   END-REWRITE
           END-READ.

       9000-TERMINATE.
           IF ALL-FILES-ARE-OPEN
               CLOSE ITEM-FILE
               CLOSE LOCATION-FILE
               CLOSE STOCK-LOC-FILE
               CLOSE MOVEMENT-FILE
               CLOSE LOT-FILE
               DISPLAY WS-TRANSFER-COUNT " TRANSFER(S) POSTED"
           END-IF.
