       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPLIER-RETURN.
      *********************************
      *AUTHOR. MURAT KUÞ.
      *DATE-WRITTEN. 31/07/2023.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ITEM-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\itemfile.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ITEM-CODE
           FILE STATUS IS WS-FILE-STATUS.

           SELECT LOCATION-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\locnfile.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOC-CODE
           FILE STATUS IS WS-LOCN-FILE-STATUS.

           SELECT STOCK-LOC-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\stockloc.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SLC-KEY
           FILE STATUS IS WS-SLOC-FILE-STATUS.

           SELECT MOVEMENT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\itemmvmt.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-MVMT-FILE-STATUS.

           SELECT PO-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\pofile.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS POR-KEY
           FILE STATUS IS WS-PO-FILE-STATUS.

           SELECT LOT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\lotbal.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOT-KEY
           FILE STATUS IS WS-LOT-FILE-STATUS.

           SELECT SUPPLIER-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\supplfil.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUP-CODE
           FILE STATUS IS WS-SUPP-FILE-STATUS.

           SELECT RETURN-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\suppret.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RTN-RETURN-NUMBER
           FILE STATUS IS WS-RTN-FILE-STATUS.

           SELECT RTNNUM-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\rtnnumct.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-RTNNUM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ITEM-FILE.
           COPY STOCKITM.

       FD  LOCATION-FILE.
           COPY LOCNREC.

       FD  STOCK-LOC-FILE.
           COPY STOCKLOC.

       FD  MOVEMENT-FILE.
           COPY MVMTREC.

       FD  PO-FILE.
           COPY PORDER.

       FD  LOT-FILE.
           COPY LOTBAL.

       FD  SUPPLIER-FILE.
           COPY SUPPLIER.

       FD  RETURN-FILE.
           COPY RTNREC.

       FD  RTNNUM-FILE.
       01  RTNNUM-RECORD.
        02 RNC-NEXT-RETURN-NUMBER PIC 9(6).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS PIC X(2).
       01  WS-LOCN-FILE-STATUS PIC X(2).
       01  WS-SLOC-FILE-STATUS PIC X(2).
       01  WS-MVMT-FILE-STATUS PIC X(2).
       01  WS-PO-FILE-STATUS PIC X(2).
       01  WS-LOT-FILE-STATUS PIC X(2).
       01  WS-SUPP-FILE-STATUS PIC X(2).
       01  WS-RTN-FILE-STATUS PIC X(2).
       01  WS-RTNNUM-FILE-STATUS PIC X(2).

           COPY RTNREASN.

       01  WS-OPERATOR-ID PIC X(8).

       01  WS-POSTING-SW PIC X(1).
           88 POSTING-FINISHED VALUE "Y".
           88 POSTING-NOT-FINISHED VALUE "N".

       01  WS-FILES-OPEN-SW PIC X(1).
           88 ALL-FILES-ARE-OPEN VALUE "Y".
           88 FILES-NOT-ALL-OPEN VALUE "N".

       01  WS-RETURN-SW PIC X(1).
           88 RETURN-IS-VALID VALUE "Y".
           88 RETURN-IS-INVALID VALUE "N".

       01  WS-LOC-RECORD-SW PIC X(1).
           88 LOC-RECORD-EXISTS VALUE "Y".
           88 LOC-RECORD-MISSING VALUE "N".

       01  WS-QTY-SW PIC X(1).
           88 QTY-IS-VALID VALUE "Y".
           88 QTY-IS-INVALID VALUE "N".

       01  WS-REASON-SW PIC X(1).
           88 REASON-IS-VALID VALUE "Y".
           88 REASON-IS-INVALID VALUE "N".

       01  WS-REPLACEMENT-SW PIC X(1).
           88 REPLACEMENT-EXPECTED VALUE "Y".
           88 NO-REPLACEMENT-EXPECTED VALUE "N".

       01  WS-MVMT-EOF-SW PIC X(1).
           88 END-OF-MOVEMENT-FILE VALUE "Y".
           88 NOT-END-OF-MOVEMENT-FILE VALUE "N".

       01  WS-RTN-EOF-SW PIC X(1).
           88 END-OF-RETURN-FILE VALUE "Y".
           88 NOT-END-OF-RETURN-FILE VALUE "N".

       01  WS-LOT-ITEM-SW PIC X(1).
           88 ITEM-IS-LOT-CONTROLLED VALUE "Y".
           88 ITEM-NOT-LOT-CONTROLLED VALUE "N".

       01  WS-LOT-FOUND-SW PIC X(1).
           88 LOT-FOUND VALUE "Y".
           88 LOT-NOT-FOUND VALUE "N".

       01  WS-LOT-EOF-SW PIC X(1).
           88 END-OF-ITEM-LOTS VALUE "Y".
           88 NOT-END-OF-ITEM-LOTS VALUE "N".

       01  WS-ENTRY-SUPPLIER-CODE PIC X(5).
       01  WS-ENTRY-ITEM-CODE PIC X(5).
       01  WS-ENTRY-LOCATION PIC X(3).
       01  WS-ENTRY-REASON PIC X(2).

       01  WS-PO-INPUT PIC X(6).
       01  WS-LINE-INPUT PIC X(3).
       01  WS-ENTRY-PO-NUMBER PIC 9(6).
       01  WS-ENTRY-LINE-NUMBER PIC 9(3).

       01  WS-QTY-INPUT PIC X(6).
       01  WS-QTY-NUMVAL-CHECK PIC S9(4) COMP.
       01  WS-QTY-CHECK PIC S9(7).
       01  WS-ENTRY-QTY PIC 9(5).

       01  WS-RECEIVED-QTY PIC 9(7).
       01  WS-RETURNED-QTY PIC 9(7).
       01  WS-RETURNABLE-QTY PIC 9(7).
       01  WS-AVAILABLE-QTY PIC 9(5).
       01  WS-LOC-QTY PIC 9(5).
       01  WS-LOC-ALLOCATED PIC 9(5).
       01  WS-LOC-MIN-LEVEL PIC 9(5).
       01  WS-LOC-MAX-LEVEL PIC 9(5).

       01  WS-RETURN-COST PIC 9(5)V99.
       01  WS-OLD-COST PIC 9(5)V99.
       01  WS-NEW-COST-CHECK PIC S9(9)V99.
       01  WS-NEW-COST PIC 9(5)V99.
       01  WS-NEXT-RETURN-NUMBER PIC 9(6).

       01  WS-ENTRY-LOT-NUMBER PIC X(10).
       01  WS-TODAY PIC 9(8).
       01  WS-LOT-TOTAL PIC 9(7).
       01  WS-LOT-REMAINING PIC 9(5).
       01  WS-LOT-TAKE-QTY PIC 9(5).
       01  WS-EARLIEST-LOT PIC X(10).
       01  WS-EARLIEST-EXPIRY PIC 9(8).

       77  WS-QTY-MAXIMUM PIC 9(5) VALUE 99999.
       77  WS-COST-MAXIMUM PIC 9(5)V99 VALUE 99999.99.

       77  WS-RETURN-COUNT PIC 9(5) COMP VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-POST-ONE-RETURN
               UNTIL POSTING-FINISHED
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           SET FILES-NOT-ALL-OPEN TO TRUE
           SET POSTING-FINISHED TO TRUE
           OPEN I-O ITEM-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ITEM FILE NOT FOUND - NO RETURNS POSTED"
           ELSE
               OPEN INPUT LOCATION-FILE
               IF WS-LOCN-FILE-STATUS NOT = "00"
                   DISPLAY "LOCATION FILE NOT FOUND - NO RETURNS "
                       "POSTED"
                   CLOSE ITEM-FILE
               ELSE
                   PERFORM 1050-OPEN-ORDER-FILES
               END-IF
           END-IF.

       1050-OPEN-ORDER-FILES.
           OPEN INPUT SUPPLIER-FILE
           IF WS-SUPP-FILE-STATUS NOT = "00"
               DISPLAY "SUPPLIER FILE NOT FOUND - NO RETURNS POSTED"
               CLOSE ITEM-FILE
               CLOSE LOCATION-FILE
           ELSE
               OPEN I-O PO-FILE
               IF WS-PO-FILE-STATUS NOT = "00"
                   DISPLAY "PURCHASE ORDER FILE NOT FOUND - NO "
                       "RETURNS POSTED"
                   CLOSE ITEM-FILE
                   CLOSE LOCATION-FILE
                   CLOSE SUPPLIER-FILE
               ELSE
                   PERFORM 1100-OPEN-MOVEMENT-FILE
                   PERFORM 1200-OPEN-STOCK-LOC-FILE
                   PERFORM 1300-OPEN-RETURN-FILE
                   PERFORM 1400-OPEN-LOT-FILE
                   PERFORM 1600-READ-RETURN-NUMBER-CONTROL
                   ACCEPT WS-TODAY FROM DATE YYYYMMDD
                   SET ALL-FILES-ARE-OPEN TO TRUE
                   DISPLAY "Welcome to the Return to Supplier App"
                   DISPLAY "Please enter your operator ID:"
                   ACCEPT WS-OPERATOR-ID
                   SET POSTING-NOT-FINISHED TO TRUE
               END-IF
           END-IF.

       1100-OPEN-MOVEMENT-FILE.
           OPEN EXTEND MOVEMENT-FILE
           IF WS-MVMT-FILE-STATUS = "35"
               OPEN OUTPUT MOVEMENT-FILE
               CLOSE MOVEMENT-FILE
               OPEN EXTEND MOVEMENT-FILE
           END-IF.

       1200-OPEN-STOCK-LOC-FILE.
           OPEN I-O STOCK-LOC-FILE
           IF WS-SLOC-FILE-STATUS = "35"
               OPEN OUTPUT STOCK-LOC-FILE
               CLOSE STOCK-LOC-FILE
               OPEN I-O STOCK-LOC-FILE
           END-IF.

       1300-OPEN-RETURN-FILE.
           OPEN I-O RETURN-FILE
           IF WS-RTN-FILE-STATUS = "35"
               OPEN OUTPUT RETURN-FILE
               CLOSE RETURN-FILE
               OPEN I-O RETURN-FILE
           END-IF.

       1400-OPEN-LOT-FILE.
           OPEN I-O LOT-FILE
           IF WS-LOT-FILE-STATUS = "35"
               OPEN OUTPUT LOT-FILE
               CLOSE LOT-FILE
               OPEN I-O LOT-FILE
           END-IF.

       1600-READ-RETURN-NUMBER-CONTROL.
           MOVE 1 TO WS-NEXT-RETURN-NUMBER
           OPEN INPUT RTNNUM-FILE
           IF WS-RTNNUM-FILE-STATUS = "00"
               READ RTNNUM-FILE
                   AT END CONTINUE
               END-READ
               IF RNC-NEXT-RETURN-NUMBER IS NUMERIC
                   MOVE RNC-NEXT-RETURN-NUMBER
                       TO WS-NEXT-RETURN-NUMBER
               END-IF
               CLOSE RTNNUM-FILE
           END-IF.

       1700-WRITE-RETURN-NUMBER-CONTROL.
           MOVE WS-NEXT-RETURN-NUMBER TO RNC-NEXT-RETURN-NUMBER
           OPEN OUTPUT RTNNUM-FILE
           WRITE RTNNUM-RECORD
           CLOSE RTNNUM-FILE.

       2000-POST-ONE-RETURN.
           DISPLAY "Enter the supplier code (or END to finish):"
           ACCEPT WS-ENTRY-SUPPLIER-CODE
           IF WS-ENTRY-SUPPLIER-CODE = "END"
                   OR WS-ENTRY-SUPPLIER-CODE = SPACES
               SET POSTING-FINISHED TO TRUE
           ELSE
               PERFORM 2500-PROCESS-RETURN
           END-IF.

       2500-PROCESS-RETURN.
           SET RETURN-IS-VALID TO TRUE
           MOVE WS-ENTRY-SUPPLIER-CODE TO SUP-CODE
           READ SUPPLIER-FILE
               INVALID KEY
                   DISPLAY "SUPPLIER CODE NOT FOUND - RETURN REJECTED"
                   SET RETURN-IS-INVALID TO TRUE
           END-READ
           IF RETURN-IS-VALID
               PERFORM 2600-GET-ORDER-LINE
           END-IF
           IF RETURN-IS-VALID
               PERFORM 2700-GET-RETURN-ITEM
           END-IF
           IF RETURN-IS-VALID
               PERFORM 2800-GET-RETURN-LOCATION
           END-IF
           IF RETURN-IS-VALID
               PERFORM 3000-FIND-RECEIPT-DETAILS
           END-IF
           IF RETURN-IS-VALID
               PERFORM 3200-GET-RETURN-QUANTITY
           END-IF
           IF RETURN-IS-VALID AND ITEM-IS-LOT-CONTROLLED
               PERFORM 3400-GET-RETURN-LOT
           END-IF
           IF RETURN-IS-VALID
               MOVE SPACES TO WS-ENTRY-REASON
               SET REASON-IS-INVALID TO TRUE
               PERFORM 3500-PROMPT-REASON-CODE
                   UNTIL REASON-IS-VALID
               MOVE SPACE TO WS-REPLACEMENT-SW
               PERFORM 3600-PROMPT-REPLACEMENT
                   UNTIL REPLACEMENT-EXPECTED
                       OR NO-REPLACEMENT-EXPECTED
               PERFORM 4000-POST-RETURN
           END-IF.

       2600-GET-ORDER-LINE.
           DISPLAY "Enter the purchase order number:"
           ACCEPT WS-PO-INPUT
           DISPLAY "Enter the purchase order line number:"
           ACCEPT WS-LINE-INPUT
           IF WS-PO-INPUT IS NOT NUMERIC
                   OR WS-LINE-INPUT IS NOT NUMERIC
               DISPLAY "PO NUMBER MUST BE 6 DIGITS AND LINE NUMBER 3 "
                   "DIGITS - RETURN REJECTED"
               SET RETURN-IS-INVALID TO TRUE
           ELSE
               MOVE WS-PO-INPUT TO WS-ENTRY-PO-NUMBER
               MOVE WS-LINE-INPUT TO WS-ENTRY-LINE-NUMBER
               MOVE WS-ENTRY-PO-NUMBER TO POR-PO-NUMBER
               MOVE WS-ENTRY-LINE-NUMBER TO POR-LINE-NUMBER
               READ PO-FILE
                   INVALID KEY
                       DISPLAY "PO LINE NOT FOUND - RETURN REJECTED"
                       SET RETURN-IS-INVALID TO TRUE
                   NOT INVALID KEY
                       PERFORM 2650-CHECK-ORDER-LINE
               END-READ
           END-IF.

       2650-CHECK-ORDER-LINE.
           EVALUATE TRUE
               WHEN POR-RECORD-TYPE NOT = "L"
                   DISPLAY "PO LINE NOT FOUND - RETURN REJECTED"
                   SET RETURN-IS-INVALID TO TRUE
               WHEN POR-SUPPLIER-CODE NOT = WS-ENTRY-SUPPLIER-CODE
                   DISPLAY "PO LINE IS FOR SUPPLIER "
                       POR-SUPPLIER-CODE " - RETURN REJECTED"
                   SET RETURN-IS-INVALID TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2700-GET-RETURN-ITEM.
           DISPLAY "Enter the item code:"
           ACCEPT WS-ENTRY-ITEM-CODE
           IF WS-ENTRY-ITEM-CODE NOT = POR-ITEM-CODE
               DISPLAY "PO LINE IS FOR ITEM " POR-ITEM-CODE
                   " - RETURN REJECTED"
               SET RETURN-IS-INVALID TO TRUE
           ELSE
               MOVE WS-ENTRY-ITEM-CODE TO ITEM-CODE
               READ ITEM-FILE
                   INVALID KEY
                       DISPLAY "ITEM CODE NOT FOUND - RETURN REJECTED"
                       SET RETURN-IS-INVALID TO TRUE
                   NOT INVALID KEY
                       IF ITEM-LOT-CONTROLLED = "Y"
                           SET ITEM-IS-LOT-CONTROLLED TO TRUE
                       ELSE
                           SET ITEM-NOT-LOT-CONTROLLED TO TRUE
                       END-IF
               END-READ
           END-IF.

       2800-GET-RETURN-LOCATION.
           DISPLAY "Enter the location code:"
           ACCEPT WS-ENTRY-LOCATION
           MOVE WS-ENTRY-LOCATION TO LOC-CODE
           READ LOCATION-FILE
               INVALID KEY
                   DISPLAY "LOCATION NOT ON LOCATION FILE - "
                       "RETURN REJECTED"
                   SET RETURN-IS-INVALID TO TRUE
           END-READ.

       3000-FIND-RECEIPT-DETAILS.
           MOVE ZERO TO WS-RECEIVED-QTY
           MOVE ZERO TO WS-RETURN-COST
           CLOSE MOVEMENT-FILE
           OPEN INPUT MOVEMENT-FILE
           IF WS-MVMT-FILE-STATUS = "00"
               SET NOT-END-OF-MOVEMENT-FILE TO TRUE
               PERFORM 3010-READ-MOVEMENT-RECORD
               PERFORM 3020-CHECK-ONE-MOVEMENT
                   UNTIL END-OF-MOVEMENT-FILE
               CLOSE MOVEMENT-FILE
           END-IF
           PERFORM 1100-OPEN-MOVEMENT-FILE
           IF WS-RECEIVED-QTY = ZERO
               IF POR-LINE-STATUS = "R"
                   MOVE POR-ORDER-QTY TO WS-RECEIVED-QTY
                   IF ITEM-UNIT-COST IS NUMERIC
                       MOVE ITEM-UNIT-COST TO WS-RETURN-COST
                   END-IF
                   DISPLAY "RECEIPT NOT ON MOVEMENT FILE - GOODS "
                       "RETURNED AT AVERAGE COST " WS-RETURN-COST
               ELSE
                   DISPLAY "NOTHING RECEIVED AGAINST THE PO LINE - "
                       "RETURN REJECTED"
                   SET RETURN-IS-INVALID TO TRUE
               END-IF
           END-IF
           IF RETURN-IS-VALID
               PERFORM 3100-TOTAL-EARLIER-RETURNS
               IF WS-RETURNED-QTY < WS-RECEIVED-QTY
                   COMPUTE WS-RETURNABLE-QTY =
                       WS-RECEIVED-QTY - WS-RETURNED-QTY
               ELSE
                   MOVE ZERO TO WS-RETURNABLE-QTY
                   DISPLAY "ALL GOODS RECEIVED ON THE PO LINE HAVE "
                       "BEEN RETURNED - RETURN REJECTED"
                   SET RETURN-IS-INVALID TO TRUE
               END-IF
           END-IF.

       3010-READ-MOVEMENT-RECORD.
           READ MOVEMENT-FILE
               AT END SET END-OF-MOVEMENT-FILE TO TRUE
           END-READ.

       3020-CHECK-ONE-MOVEMENT.
           IF MVT-TYPE = "R"
                   AND MVT-PO-NUMBER IS NUMERIC
                   AND MVT-PO-LINE-NUMBER IS NUMERIC
               IF MVT-PO-NUMBER = WS-ENTRY-PO-NUMBER
                       AND MVT-PO-LINE-NUMBER = WS-ENTRY-LINE-NUMBER
                   ADD MVT-QUANTITY TO WS-RECEIVED-QTY
                   IF MVT-UNIT-COST IS NUMERIC
                       MOVE MVT-UNIT-COST TO WS-RETURN-COST
                   END-IF
               END-IF
           END-IF
           PERFORM 3010-READ-MOVEMENT-RECORD.

       3100-TOTAL-EARLIER-RETURNS.
           MOVE ZERO TO WS-RETURNED-QTY
           MOVE ZERO TO RTN-RETURN-NUMBER
           START RETURN-FILE KEY IS NOT LESS THAN RTN-RETURN-NUMBER
               INVALID KEY SET END-OF-RETURN-FILE TO TRUE
               NOT INVALID KEY SET NOT-END-OF-RETURN-FILE TO TRUE
           END-START
           IF NOT-END-OF-RETURN-FILE
               PERFORM 3110-READ-NEXT-RETURN
           END-IF
           PERFORM 3120-ADD-ONE-RETURN
               UNTIL END-OF-RETURN-FILE.

       3110-READ-NEXT-RETURN.
           READ RETURN-FILE NEXT RECORD
               AT END SET END-OF-RETURN-FILE TO TRUE
           END-READ.

       3120-ADD-ONE-RETURN.
           IF RTN-PO-NUMBER = WS-ENTRY-PO-NUMBER
                   AND RTN-PO-LINE-NUMBER = WS-ENTRY-LINE-NUMBER
               ADD RTN-QUANTITY TO WS-RETURNED-QTY
           END-IF
           PERFORM 3110-READ-NEXT-RETURN.

       3200-GET-RETURN-QUANTITY.
           DISPLAY "Please enter the quantity returned:"
           PERFORM 3210-GET-VALID-QUANTITY
           MOVE WS-ENTRY-ITEM-CODE TO SLC-ITEM-CODE
           MOVE WS-ENTRY-LOCATION TO SLC-LOCATION-CODE
           READ STOCK-LOC-FILE
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
           END-READ
           IF WS-LOC-ALLOCATED > WS-LOC-QTY
               MOVE ZERO TO WS-AVAILABLE-QTY
           ELSE
               COMPUTE WS-AVAILABLE-QTY =
                   WS-LOC-QTY - WS-LOC-ALLOCATED
           END-IF
           EVALUATE TRUE
               WHEN WS-ENTRY-QTY > WS-RETURNABLE-QTY
                   DISPLAY "ONLY " WS-RETURNABLE-QTY " RECEIVED ON "
                       "THE PO LINE AND NOT YET RETURNED - RETURN "
                       "REJECTED"
                   SET RETURN-IS-INVALID TO TRUE
               WHEN WS-ENTRY-QTY > ITEM-QTY-ON-HAND
                   DISPLAY "RETURN EXCEEDS QUANTITY ON HAND - "
                       "RETURN REJECTED"
                   SET RETURN-IS-INVALID TO TRUE
               WHEN WS-ENTRY-QTY > WS-AVAILABLE-QTY
                   DISPLAY "ONLY " WS-AVAILABLE-QTY " AVAILABLE AT "
                       "THE LOCATION - RETURN REJECTED"
                   SET RETURN-IS-INVALID TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3210-GET-VALID-QUANTITY.
           SET QTY-IS-INVALID TO TRUE
           PERFORM 3220-PROMPT-AND-CHECK-QUANTITY
               UNTIL QTY-IS-VALID.

       3220-PROMPT-AND-CHECK-QUANTITY.
           ACCEPT WS-QTY-INPUT
           MOVE FUNCTION TEST-NUMVAL(WS-QTY-INPUT)
               TO WS-QTY-NUMVAL-CHECK
           IF WS-QTY-NUMVAL-CHECK NOT = ZERO
               DISPLAY "QUANTITY MUST BE NUMERIC - PLEASE RE-ENTER"
           ELSE
               COMPUTE WS-QTY-CHECK = FUNCTION NUMVAL(WS-QTY-INPUT)
               IF WS-QTY-CHECK < 1 OR WS-QTY-CHECK > WS-QTY-MAXIMUM
                   DISPLAY "QUANTITY MUST BE BETWEEN 1 AND 99999"
                       " - PLEASE RE-ENTER"
               ELSE
                   MOVE WS-QTY-CHECK TO WS-ENTRY-QTY
                   SET QTY-IS-VALID TO TRUE
               END-IF
           END-IF.

       3400-GET-RETURN-LOT.
           DISPLAY "Enter the lot number being returned (blank for "
               "first expiry first out):"
           ACCEPT WS-ENTRY-LOT-NUMBER
           IF WS-ENTRY-LOT-NUMBER = SPACES
               PERFORM 6000-TOTAL-USABLE-LOTS
               IF WS-LOT-TOTAL < WS-ENTRY-QTY
                   DISPLAY "ONLY " WS-LOT-TOTAL " IN UNEXPIRED LOTS "
                       "AT THE LOCATION - RETURN REJECTED"
                   SET RETURN-IS-INVALID TO TRUE
               END-IF
           ELSE
               MOVE WS-ENTRY-ITEM-CODE TO LOT-ITEM-CODE
               MOVE WS-ENTRY-LOCATION TO LOT-LOCATION-CODE
               MOVE WS-ENTRY-LOT-NUMBER TO LOT-NUMBER
               READ LOT-FILE
                   INVALID KEY
                       DISPLAY "LOT NOT HELD AT THE LOCATION - "
                           "RETURN REJECTED"
                       SET RETURN-IS-INVALID TO TRUE
                   NOT INVALID KEY
                       IF LOT-QTY-ON-HAND < WS-ENTRY-QTY
                           DISPLAY "RETURN EXCEEDS QUANTITY IN THE "
                               "LOT - RETURN REJECTED"
                           SET RETURN-IS-INVALID TO TRUE
                       END-IF
               END-READ
           END-IF.

       3500-PROMPT-REASON-CODE.
           PERFORM 3510-SHOW-ONE-REASON
               VARYING RSN-IDX FROM 1 BY 1
               UNTIL RSN-IDX > RSN-TABLE-MAXIMUM
           DISPLAY "Please enter the reason code:"
           ACCEPT WS-ENTRY-REASON
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-REASON)
               TO WS-ENTRY-REASON
           SET RSN-IDX TO 1
           SEARCH RSN-ENTRY
               AT END
                   DISPLAY "REASON CODE NOT RECOGNISED - PLEASE "
                       "RE-ENTER"
               WHEN RSN-CODE (RSN-IDX) = WS-ENTRY-REASON
                   SET REASON-IS-VALID TO TRUE
           END-SEARCH.

       3510-SHOW-ONE-REASON.
           DISPLAY RSN-CODE (RSN-IDX) " - " RSN-DESCRIPTION (RSN-IDX).

       3600-PROMPT-REPLACEMENT.
           DISPLAY "Is the supplier sending replacement goods "
               "(Y/N)?"
           ACCEPT WS-REPLACEMENT-SW
           MOVE FUNCTION UPPER-CASE(WS-REPLACEMENT-SW)
               TO WS-REPLACEMENT-SW
           IF NOT (REPLACEMENT-EXPECTED OR NO-REPLACEMENT-EXPECTED)
               DISPLAY "ANSWER MUST BE Y OR N - PLEASE RE-ENTER"
           END-IF.

       4000-POST-RETURN.
           PERFORM 4050-COMPUTE-AVERAGE-COST
           SUBTRACT WS-ENTRY-QTY FROM ITEM-QTY-ON-HAND
           MOVE WS-NEW-COST TO ITEM-UNIT-COST
           REWRITE STOCK-ITEMS
               INVALID KEY
                   DISPLAY "REWRITE FAILED - RETURN NOT POSTED"
               NOT INVALID KEY
                   PERFORM 4100-UPDATE-LOCATION-BALANCE
                   IF ITEM-IS-LOT-CONTROLLED
                       PERFORM 4150-UPDATE-LOT-BALANCES
                   END-IF
                   PERFORM 4200-WRITE-MOVEMENT-RECORD
                   IF REPLACEMENT-EXPECTED
                       PERFORM 4300-REOPEN-PO-LINE
                   END-IF
                   PERFORM 4400-WRITE-RETURN-RECORD
           END-REWRITE.

       4050-COMPUTE-AVERAGE-COST.
           IF ITEM-UNIT-COST IS NUMERIC
               MOVE ITEM-UNIT-COST TO WS-OLD-COST
           ELSE
               MOVE ZERO TO WS-OLD-COST
           END-IF
           IF ITEM-QTY-ON-HAND > WS-ENTRY-QTY
               COMPUTE WS-NEW-COST-CHECK ROUNDED =
                   (ITEM-QTY-ON-HAND * WS-OLD-COST
                       - WS-ENTRY-QTY * WS-RETURN-COST)
                   / (ITEM-QTY-ON-HAND - WS-ENTRY-QTY)
               EVALUATE TRUE
                   WHEN WS-NEW-COST-CHECK < ZERO
                       MOVE ZERO TO WS-NEW-COST
                   WHEN WS-NEW-COST-CHECK > WS-COST-MAXIMUM
                       MOVE WS-COST-MAXIMUM TO WS-NEW-COST
                   WHEN OTHER
                       MOVE WS-NEW-COST-CHECK TO WS-NEW-COST
               END-EVALUATE
           ELSE
               MOVE WS-OLD-COST TO WS-NEW-COST
           END-IF.

       4100-UPDATE-LOCATION-BALANCE.
           MOVE WS-ENTRY-ITEM-CODE TO SLC-ITEM-CODE
           MOVE WS-ENTRY-LOCATION TO SLC-LOCATION-CODE
           COMPUTE SLC-QTY-ON-HAND = WS-LOC-QTY - WS-ENTRY-QTY
           MOVE WS-LOC-ALLOCATED TO SLC-QTY-ALLOCATED
           MOVE WS-LOC-MIN-LEVEL TO SLC-MIN-LEVEL
           MOVE WS-LOC-MAX-LEVEL TO SLC-MAX-LEVEL
           REWRITE STOCK-LOCATION-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED FOR THE LOCATION "
                       "BALANCE"
           END-REWRITE.

       4150-UPDATE-LOT-BALANCES.
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
           END-IF.

       4200-WRITE-MOVEMENT-RECORD.
           ACCEPT MVT-DATE FROM DATE YYYYMMDD
           ACCEPT MVT-TIME FROM TIME
           MOVE WS-OPERATOR-ID TO MVT-OPERATOR-ID
           MOVE WS-ENTRY-ITEM-CODE TO MVT-ITEM-CODE
           MOVE "V" TO MVT-TYPE
           MOVE WS-ENTRY-QTY TO MVT-QUANTITY
           MOVE ITEM-QTY-ON-HAND TO MVT-RESULT-QTY
           MOVE WS-ENTRY-LOCATION TO MVT-LOCATION-CODE
           MOVE WS-RETURN-COST TO MVT-UNIT-COST
           MOVE WS-ENTRY-PO-NUMBER TO MVT-PO-NUMBER
           MOVE WS-ENTRY-LINE-NUMBER TO MVT-PO-LINE-NUMBER
           MOVE SPACE TO MVT-ADJUST-SIGN
           WRITE MOVEMENT-RECORD.

       4300-REOPEN-PO-LINE.
           MOVE WS-ENTRY-PO-NUMBER TO POR-PO-NUMBER
           MOVE WS-ENTRY-LINE-NUMBER TO POR-LINE-NUMBER
           READ PO-FILE
               INVALID KEY
                   DISPLAY "PO LINE COULD NOT BE READ BACK - "
                       "ORDER LINE NOT REOPENED"
               NOT INVALID KEY
                   IF POR-LINE-STATUS = "O"
                       ADD WS-ENTRY-QTY TO POR-ORDER-QTY
                   ELSE
                       MOVE WS-ENTRY-QTY TO POR-ORDER-QTY
                   END-IF
                   MOVE "O" TO POR-LINE-STATUS
                   MOVE ZERO TO POR-RECEIVED-DATE
                   REWRITE PURCHASE-ORDER-RECORD
                       INVALID KEY
                           DISPLAY "REWRITE FAILED FOR THE PO "
                               "LINE - ORDER LINE NOT REOPENED"
                       NOT INVALID KEY
                           DISPLAY "PO LINE REOPENED - "
                               POR-ORDER-QTY " NOW DUE FROM THE "
                               "SUPPLIER"
                   END-REWRITE
           END-READ.

       4400-WRITE-RETURN-RECORD.
           MOVE WS-NEXT-RETURN-NUMBER TO RTN-RETURN-NUMBER
           MOVE WS-TODAY TO RTN-RETURN-DATE
           MOVE WS-OPERATOR-ID TO RTN-OPERATOR-ID
           MOVE WS-ENTRY-SUPPLIER-CODE TO RTN-SUPPLIER-CODE
           MOVE WS-ENTRY-PO-NUMBER TO RTN-PO-NUMBER
           MOVE WS-ENTRY-LINE-NUMBER TO RTN-PO-LINE-NUMBER
           MOVE WS-ENTRY-ITEM-CODE TO RTN-ITEM-CODE
           MOVE WS-ENTRY-LOCATION TO RTN-LOCATION-CODE
           MOVE WS-ENTRY-QTY TO RTN-QUANTITY
           MOVE WS-RETURN-COST TO RTN-UNIT-COST
           MOVE WS-ENTRY-REASON TO RTN-REASON-CODE
           MOVE WS-REPLACEMENT-SW TO RTN-REPLACEMENT
           MOVE ZERO TO RTN-DEBIT-NOTE-NUMBER
           WRITE SUPPLIER-RETURN-RECORD
               INVALID KEY
                   DISPLAY "WRITE FAILED FOR RETURN "
                       WS-NEXT-RETURN-NUMBER
               NOT INVALID KEY
                   DISPLAY "RETURN " WS-NEXT-RETURN-NUMBER " POSTED"
                   ADD 1 TO WS-RETURN-COUNT
                   ADD 1 TO WS-NEXT-RETURN-NUMBER
                   PERFORM 1700-WRITE-RETURN-NUMBER-CONTROL
           END-WRITE.

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

       9000-TERMINATE.
           IF ALL-FILES-ARE-OPEN
               CLOSE ITEM-FILE
               CLOSE LOCATION-FILE
               CLOSE STOCK-LOC-FILE
               CLOSE MOVEMENT-FILE
               CLOSE PO-FILE
               CLOSE LOT-FILE
               CLOSE SUPPLIER-FILE
               CLOSE RETURN-FILE
               DISPLAY WS-RETURN-COUNT " RETURN(S) POSTED"
           END-IF.
