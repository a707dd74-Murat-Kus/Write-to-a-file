           RECORD KEY IS POR-KEY
           FILE STATUS IS WS-PO-FILE-STATUS.

           SELECT LOT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\lotbal.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOT-KEY
           FILE STATUS IS WS-LOT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PO-FILE.
           COPY PORDER.

       FD  LOT-FILE.
           COPY LOTBAL.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS PIC X(2).
       01  WS-SLOC-FILE-STATUS PIC X(2).
       01  WS-MVMT-FILE-STATUS PIC X(2).
       01  WS-PO-FILE-STATUS PIC X(2).
       01  WS-LOT-FILE-STATUS PIC X(2).

       01  WS-OPERATOR-ID PIC X(8).

       01  WS-ENTRY-QTY PIC 9(5).
       01  WS-NEW-QTY PIC S9(7).
       01  WS-LOC-QTY PIC 9(5).
       01  WS-LOC-ALLOCATED PIC 9(5).
       01  WS-LOC-MIN-LEVEL PIC 9(5).
       01  WS-LOC-MAX-LEVEL PIC 9(5).
       01  WS-NEW-LOC-QTY PIC S9(7).

       01  WS-COST-INPUT PIC X(10).
       01  WS-ENTRY-PO-NUMBER PIC 9(6).
       01  WS-MATCH-LINE-NUMBER PIC 9(3).

       01  WS-LOT-ITEM-SW PIC X(1).
           88 ITEM-IS-LOT-CONTROLLED VALUE "Y".
           88 ITEM-NOT-LOT-CONTROLLED VALUE "N".

       01  WS-LOT-SW PIC X(1).
           88 LOT-IS-VALID VALUE "Y".
           88 LOT-IS-INVALID VALUE "N".

       01  WS-LOT-FOUND-SW PIC X(1).
           88 LOT-FOUND VALUE "Y".
           88 LOT-NOT-FOUND VALUE "N".

       01  WS-LOT-EOF-SW PIC X(1).
           88 END-OF-ITEM-LOTS VALUE "Y".
           88 NOT-END-OF-ITEM-LOTS VALUE "N".

       01  WS-DATE-SW PIC X(1).
           88 DATE-IS-VALID VALUE "Y".
           88 DATE-IS-INVALID VALUE "N".

       01  WS-ENTRY-LOT-NUMBER PIC X(10).
       01  WS-EXPIRY-INPUT PIC X(8).
       01  WS-ENTRY-EXPIRY-DATE PIC 9(8).
       01  WS-TODAY PIC 9(8).
       01  WS-LOT-TOTAL PIC 9(7).
       01  WS-LOT-REMAINING PIC 9(5).
       01  WS-LOT-TAKE-QTY PIC 9(5).
       01  WS-EARLIEST-LOT PIC X(10).
       01  WS-EARLIEST-EXPIRY PIC 9(8).

       77  WS-QTY-MAXIMUM PIC 9(5) VALUE 99999.
       77  WS-COST-MAXIMUM PIC 9(5)V99 VALUE 99999.99.

                   PERFORM 1100-OPEN-MOVEMENT-FILE
                   PERFORM 1200-OPEN-STOCK-LOC-FILE
                   PERFORM 1300-OPEN-PO-FILE
                   PERFORM 1400-OPEN-LOT-FILE
                   ACCEPT WS-TODAY FROM DATE YYYYMMDD
                   SET ALL-FILES-ARE-OPEN TO TRUE
                   DISPLAY "Welcome to the Stock Movement App"
                   DISPLAY "Please enter your operator ID:"
               OPEN I-O PO-FILE
           END-IF.

       1400-OPEN-LOT-FILE.
           OPEN I-O LOT-FILE
           IF WS-LOT-FILE-STATUS = "35"
               OPEN OUTPUT LOT-FILE
               CLOSE LOT-FILE
               OPEN I-O LOT-FILE
           END-IF.

       2000-POST-ONE-MOVEMENT.
           DISPLAY "Enter the item code (or END to finish):"
           ACCEPT WS-ENTRY-ITEM-CODE
               INVALID KEY
                   DISPLAY "ITEM CODE NOT FOUND - MOVEMENT REJECTED"
               NOT INVALID KEY
                   IF ITEM-LOT-CONTROLLED = "Y"
                       SET ITEM-IS-LOT-CONTROLLED TO TRUE
                   ELSE
                       SET ITEM-NOT-LOT-CONTROLLED TO TRUE
                   END-IF
                   PERFORM 2600-GET-MOVEMENT-LOCATION
                   IF LOCATION-IS-VALID
                       PERFORM 3000-GET-MOVEMENT-TYPE
                           PERFORM 3200-GET-VALID-COST
                           PERFORM 3300-GET-PO-NUMBER
                       END-IF
                       SET LOT-IS-VALID TO TRUE
                       IF ITEM-IS-LOT-CONTROLLED
                           PERFORM 3400-GET-LOT-DETAILS
                       END-IF
                       IF LOT-IS-VALID
                           PERFORM 4000-UPDATE-ITEM-BALANCE
                       END-IF
                   END-IF
           END-READ.

               PERFORM 3360-READ-NEXT-PO-LINE
           END-IF.

       3400-GET-LOT-DETAILS.
           IF MOVEMENT-RECEIPT
               MOVE SPACES TO WS-ENTRY-LOT-NUMBER
               PERFORM 3410-PROMPT-RECEIPT-LOT
                   UNTIL WS-ENTRY-LOT-NUMBER NOT = SPACES
               SET DATE-IS-INVALID TO TRUE
               PERFORM 3450-PROMPT-EXPIRY-DATE
                   UNTIL DATE-IS-VALID
           ELSE
               DISPLAY "Enter the lot number to issue (blank for "
                   "first expiry first out):"
               ACCEPT WS-ENTRY-LOT-NUMBER
               IF WS-ENTRY-LOT-NUMBER = SPACES
                   PERFORM 3500-CHECK-FEFO-QUANTITY
               ELSE
                   PERFORM 3550-CHECK-NAMED-LOT
               END-IF
           END-IF.

       3410-PROMPT-RECEIPT-LOT.
           DISPLAY "Please enter the lot number received:"
           ACCEPT WS-ENTRY-LOT-NUMBER
           IF WS-ENTRY-LOT-NUMBER = SPACES
               DISPLAY "LOT NUMBER IS REQUIRED FOR A LOT CONTROLLED "
                   "ITEM - PLEASE RE-ENTER"
           END-IF.

       3450-PROMPT-EXPIRY-DATE.
           DISPLAY "Please enter the lot expiry date (YYYYMMDD):"
           ACCEPT WS-EXPIRY-INPUT
           IF WS-EXPIRY-INPUT IS NOT NUMERIC
               DISPLAY "DATE MUST BE 8 DIGITS - PLEASE RE-ENTER"
           ELSE
               MOVE WS-EXPIRY-INPUT TO WS-ENTRY-EXPIRY-DATE
               IF WS-ENTRY-EXPIRY-DATE < WS-TODAY
                   DISPLAY "LOT HAS ALREADY EXPIRED - PLEASE "
                       "RE-ENTER"
               ELSE
                   SET DATE-IS-VALID TO TRUE
               END-IF
           END-IF.

       3500-CHECK-FEFO-QUANTITY.
           PERFORM 6000-TOTAL-USABLE-LOTS
           IF WS-LOT-TOTAL < WS-ENTRY-QTY
               DISPLAY "ONLY " WS-LOT-TOTAL " IN UNEXPIRED LOTS AT "
                   "THE LOCATION - MOVEMENT REJECTED"
               SET LOT-IS-INVALID TO TRUE
           END-IF.

       3550-CHECK-NAMED-LOT.
           MOVE WS-ENTRY-ITEM-CODE TO LOT-ITEM-CODE
           MOVE WS-ENTRY-LOCATION TO LOT-LOCATION-CODE
           MOVE WS-ENTRY-LOT-NUMBER TO LOT-NUMBER
           READ LOT-FILE
               INVALID KEY
                   DISPLAY "LOT NOT HELD AT THE LOCATION - "
                       "MOVEMENT REJECTED"
                   SET LOT-IS-INVALID TO TRUE
               NOT INVALID KEY
                   IF LOT-QTY-ON-HAND < WS-ENTRY-QTY
                       DISPLAY "ISSUE EXCEEDS QUANTITY IN THE LOT - "
                           "MOVEMENT REJECTED"
                       SET LOT-IS-INVALID TO TRUE
                   END-IF
                   IF LOT-EXPIRY-DATE < WS-TODAY
                       DISPLAY "WARNING - LOT EXPIRED ON "
                           LOT-EXPIRY-DATE
                   END-IF
           END-READ.

       4000-UPDATE-ITEM-BALANCE.
           PERFORM 4050-READ-LOCATION-BALANCE
           IF MOVEMENT-RECEIPT
               WHEN WS-NEW-LOC-QTY < ZERO
                   DISPLAY "ISSUE EXCEEDS QUANTITY AT THE "
                       "LOCATION - MOVEMENT REJECTED"
               WHEN NOT MOVEMENT-RECEIPT
                       AND WS-NEW-LOC-QTY < WS-LOC-ALLOCATED
                   DISPLAY "ISSUE WOULD USE STOCK ALLOCATED TO "
                       "CUSTOMER ORDERS - MOVEMENT REJECTED"
               WHEN WS-NEW-QTY < ZERO
                   DISPLAY "ISSUE EXCEEDS QUANTITY ON HAND - "
                       "MOVEMENT REJECTED"
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

       4080-COMPUTE-AVERAGE-COST.
                   DISPLAY "REWRITE FAILED - MOVEMENT NOT POSTED"
               NOT INVALID KEY
                   PERFORM 4150-UPDATE-LOCATION-BALANCE
                   IF ITEM-IS-LOT-CONTROLLED
                       PERFORM 4180-UPDATE-LOT-BALANCES
                   END-IF
                   PERFORM 4200-WRITE-MOVEMENT-RECORD
                   IF MOVEMENT-RECEIPT AND PO-LINE-FOUND
                       PERFORM 4300-FLAG-PO-LINE-RECEIVED
           MOVE WS-ENTRY-ITEM-CODE TO SLC-ITEM-CODE
           MOVE WS-ENTRY-LOCATION TO SLC-LOCATION-CODE
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
                   DISPLAY WS-LOT-REMAINING " COULD NOT BE TAKEN "
                       "FROM LOTS - CHECK THE EXPIRY EXCEPTIONS"
               END-IF
           END-IF.

       4200-WRITE-MOVEMENT-RECORD.
           ACCEPT MVT-DATE FROM DATE YYYYMMDD
           ACCEPT MVT-TIME FROM TIME
           MOVE WS-ENTRY-QTY TO MVT-QUANTITY
           MOVE ITEM-QTY-ON-HAND TO MVT-RESULT-QTY
           MOVE WS-ENTRY-LOCATION TO MVT-LOCATION-CODE
           MOVE ZERO TO MVT-PO-NUMBER
           MOVE ZERO TO MVT-PO-LINE-NUMBER
           MOVE SPACE TO MVT-ADJUST-SIGN
           IF MOVEMENT-RECEIPT
               MOVE WS-ENTRY-COST TO MVT-UNIT-COST
               IF PO-LINE-FOUND
                   MOVE WS-ENTRY-PO-NUMBER TO MVT-PO-NUMBER
                   MOVE WS-MATCH-LINE-NUMBER TO MVT-PO-LINE-NUMBER
               END-IF
           ELSE
               IF ITEM-UNIT-COST IS NUMERIC
                   MOVE ITEM-UNIT-COST TO MVT-UNIT-COST
               ELSE
                   MOVE ZERO TO MVT-UNIT-COST
               END-IF
           END-IF
           WRITE MOVEMENT-RECORD.

       4300-FLAG-PO-LINE-RECEIVED.
                   END-REWRITE
           END-READ.

       6000-TOTAL-USABLE-LOTS.
           MOVE ZERO TO WS-LOT-TOTAL
           PERFORM 6050-START-ITEM-LOTS
           PERFORM 6060-ADD-ONE-LOT
               UNTIL END-OF-ITEM-LOTS.

       6050-START-ITEM-LOTS.
           MOVE WS-ENTRY-ITEM-CODE TO LOT-ITEM-CODE
           MOVE WS-ENTRY-LOCATION TO LOT-LOCATION-CODE
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
                       OR LOT-LOCATION-CODE NOT = WS-ENTRY-LOCATION
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
           MOVE WS-ENTRY-ITEM-CODE TO LOT-ITEM-CODE
           MOVE WS-ENTRY-LOCATION TO LOT-LOCATION-CODE
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
           MOVE WS-ENTRY-ITEM-CODE TO LOT-ITEM-CODE
           MOVE WS-ENTRY-LOCATION TO LOT-LOCATION-CODE
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
                   IF LOT-EXPIRY-DATE NOT = WS-ENTRY-EXPIRY-DATE
                       DISPLAY "LOT ALREADY HELD WITH EXPIRY "
                           LOT-EXPIRY-DATE " - EXISTING EXPIRY KEPT"
                   END-IF
                   ADD WS-ENTRY-QTY TO LOT-QTY-ON-HAND
                   REWRITE LOT-BALANCE-RECORD
                       INVALID KEY
                           DISPLAY "REWRITE FAILED FOR LOT "
                               LOT-NUMBER
                   END-REWRITE
           END-READ.

       9000-TERMINATE.
           IF ALL-FILES-ARE-OPEN
               CLOSE ITEM-FILE
               CLOSE STOCK-LOC-FILE
               CLOSE MOVEMENT-FILE
               CLOSE PO-FILE
               CLOSE LOT-FILE
               DISPLAY WS-MOVEMENT-COUNT " MOVEMENT(S) POSTED"
           END-IF.
