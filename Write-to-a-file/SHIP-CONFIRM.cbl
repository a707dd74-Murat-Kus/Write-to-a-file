       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHIP-CONFIRM.
      *********************************
      *AUTHOR. MURAT KUÞ.
      *DATE-WRITTEN. 26/07/2023.
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

           SELECT STOCK-LOC-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\stockloc.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SLC-KEY
           FILE STATUS IS WS-SLOC-FILE-STATUS.

           SELECT ORDER-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\custord.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COR-KEY
           FILE STATUS IS WS-ORDER-FILE-STATUS.

           SELECT MOVEMENT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\itemmvmt.dat"
           ORGANIZATION IS LINE SEQUENTIAL
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

       FD  ITEM-FILE.
           COPY STOCKITM.

       FD  STOCK-LOC-FILE.
           COPY STOCKLOC.

       FD  ORDER-FILE.
           COPY CUSTORD.

       FD  MOVEMENT-FILE.
           COPY MVMTREC.

       FD  LOT-FILE.
           COPY LOTBAL.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS PIC X(2).
       01  WS-SLOC-FILE-STATUS PIC X(2).
       01  WS-ORDER-FILE-STATUS PIC X(2).
       01  WS-MVMT-FILE-STATUS PIC X(2).
       01  WS-LOT-FILE-STATUS PIC X(2).

       01  WS-OPERATOR-ID PIC X(8).

       01  WS-FILES-OPEN-SW PIC X(1).
           88 ALL-FILES-ARE-OPEN VALUE "Y".
           88 FILES-NOT-ALL-OPEN VALUE "N".

       01  WS-CONFIRM-SW PIC X(1).
           88 CONFIRM-FINISHED VALUE "Y".
           88 CONFIRM-NOT-FINISHED VALUE "N".

       01  WS-LINE-EOF-SW PIC X(1).
           88 END-OF-ORDER-LINES VALUE "Y".
           88 NOT-END-OF-ORDER-LINES VALUE "N".

       01  WS-SHIP-SW PIC X(1).
           88 SHIPMENT-IS-OK VALUE "Y".
           88 SHIPMENT-NOT-OK VALUE "N".

       01  WS-QTY-SW PIC X(1).
           88 QTY-IS-VALID VALUE "Y".
           88 QTY-IS-INVALID VALUE "N".

       01  WS-ORDER-INPUT PIC X(6).
       01  WS-ENTRY-ORDER-NUMBER PIC 9(6).
       01  WS-TODAY PIC 9(8).

       01  WS-QTY-INPUT PIC X(6).
       01  WS-QTY-NUMVAL-CHECK PIC S9(4) COMP.
       01  WS-QTY-CHECK PIC S9(7).
       01  WS-SHIP-QTY PIC 9(5).

       01  WS-NEW-QTY PIC S9(7).
       01  WS-NEW-LOC-QTY PIC S9(7).
       01  WS-NEW-ALLOCATED PIC S9(7).

       01  WS-LOT-ITEM-SW PIC X(1).
           88 ITEM-IS-LOT-CONTROLLED VALUE "Y".
           88 ITEM-NOT-LOT-CONTROLLED VALUE "N".

       01  WS-LOT-FOUND-SW PIC X(1).
           88 LOT-FOUND VALUE "Y".
           88 LOT-NOT-FOUND VALUE "N".

       01  WS-LOT-EOF-SW PIC X(1).
           88 END-OF-ITEM-LOTS VALUE "Y".
           88 NOT-END-OF-ITEM-LOTS VALUE "N".

       01  WS-LOT-TOTAL PIC 9(7).
       01  WS-LOT-REMAINING PIC 9(5).
       01  WS-LOT-TAKE-QTY PIC 9(5).
       01  WS-EARLIEST-LOT PIC X(10).
       01  WS-EARLIEST-EXPIRY PIC 9(8).

       01  WS-LINE-DISPLAY.
           05 FILLER PIC X(5) VALUE "LINE ".
           05 LD-LINE-NUMBER PIC 9(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-ITEM-CODE PIC X(5).
           05 FILLER PIC X(4) VALUE " AT ".
           05 LD-LOCATION PIC X(3).
           05 FILLER PIC X(10) VALUE "  ORDERED ".
           05 LD-ORDERED PIC ZZZZ9.
           05 FILLER PIC X(12) VALUE "  ALLOCATED ".
           05 LD-ALLOCATED PIC ZZZZ9.

       77  WS-ORDER-COUNT PIC 9(5) COMP VALUE ZERO.
       77  WS-LINES-CLOSED PIC 9(5) COMP VALUE ZERO.
       77  WS-MOVEMENT-COUNT PIC 9(5) COMP VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CONFIRM-ONE-ORDER
               UNTIL CONFIRM-FINISHED
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           SET FILES-NOT-ALL-OPEN TO TRUE
           SET CONFIRM-FINISHED TO TRUE
           OPEN I-O ITEM-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ITEM FILE NOT FOUND - NO SHIPMENTS POSTED"
           ELSE
               OPEN I-O ORDER-FILE
               IF WS-ORDER-FILE-STATUS NOT = "00"
                   DISPLAY "CUSTOMER ORDER FILE NOT FOUND - NO "
                       "SHIPMENTS POSTED"
                   CLOSE ITEM-FILE
               ELSE
                   OPEN I-O STOCK-LOC-FILE
                   IF WS-SLOC-FILE-STATUS NOT = "00"
                       DISPLAY "STOCK LOCATION FILE NOT FOUND - NO "
                           "SHIPMENTS POSTED"
                       CLOSE ITEM-FILE
                       CLOSE ORDER-FILE
                   ELSE
                       PERFORM 1100-OPEN-MOVEMENT-FILE
                       PERFORM 1200-OPEN-LOT-FILE
                       ACCEPT WS-TODAY FROM DATE YYYYMMDD
                       SET ALL-FILES-ARE-OPEN TO TRUE
                       DISPLAY "Welcome to the Shipment Confirmation "
                           "App"
                       DISPLAY "Please enter your operator ID:"
                       ACCEPT WS-OPERATOR-ID
                       SET CONFIRM-NOT-FINISHED TO TRUE
                   END-IF
               END-IF
           END-IF.

       1100-OPEN-MOVEMENT-FILE.
           OPEN EXTEND MOVEMENT-FILE
           IF WS-MVMT-FILE-STATUS = "35"
               OPEN OUTPUT MOVEMENT-FILE
               CLOSE MOVEMENT-FILE
               OPEN EXTEND MOVEMENT-FILE
           END-IF.

       1200-OPEN-LOT-FILE.
           OPEN I-O LOT-FILE
           IF WS-LOT-FILE-STATUS = "35"
               OPEN OUTPUT LOT-FILE
               CLOSE LOT-FILE
               OPEN I-O LOT-FILE
           END-IF.

       2000-CONFIRM-ONE-ORDER.
           DISPLAY " "
           DISPLAY "Enter the customer order number (or END to "
               "finish):"
           ACCEPT WS-ORDER-INPUT
           EVALUATE TRUE
               WHEN WS-ORDER-INPUT = "END"
                       OR WS-ORDER-INPUT = SPACES
                   SET CONFIRM-FINISHED TO TRUE
               WHEN WS-ORDER-INPUT IS NOT NUMERIC
                   DISPLAY "ORDER NUMBER MUST BE 6 DIGITS - PLEASE "
                       "RE-ENTER"
               WHEN OTHER
                   MOVE WS-ORDER-INPUT TO WS-ENTRY-ORDER-NUMBER
                   PERFORM 2100-READ-ORDER-HEADER
           END-EVALUATE.

       2100-READ-ORDER-HEADER.
           MOVE WS-ENTRY-ORDER-NUMBER TO COR-ORDER-NUMBER
           MOVE ZERO TO COR-LINE-NUMBER
           READ ORDER-FILE
               INVALID KEY
                   DISPLAY "ORDER NOT FOUND - NOTHING CONFIRMED"
               NOT INVALID KEY
                   DISPLAY "ORDER " COR-ORDER-NUMBER " FOR "
                       COR-CUSTOMER-CODE " - " COR-CUSTOMER-NAME
                   PERFORM 3000-CONFIRM-ORDER-LINES
                   ADD 1 TO WS-ORDER-COUNT
           END-READ.

       3000-CONFIRM-ORDER-LINES.
           MOVE WS-ENTRY-ORDER-NUMBER TO COR-ORDER-NUMBER
           MOVE 1 TO COR-LINE-NUMBER
           START ORDER-FILE KEY IS NOT LESS THAN COR-KEY
               INVALID KEY SET END-OF-ORDER-LINES TO TRUE
               NOT INVALID KEY SET NOT-END-OF-ORDER-LINES TO TRUE
           END-START
           IF NOT-END-OF-ORDER-LINES
               PERFORM 3100-READ-NEXT-ORDER-LINE
               PERFORM 3200-CONFIRM-ONE-LINE
                   UNTIL END-OF-ORDER-LINES
           END-IF.

       3100-READ-NEXT-ORDER-LINE.
           READ ORDER-FILE NEXT RECORD
               AT END SET END-OF-ORDER-LINES TO TRUE
           END-READ
           IF NOT-END-OF-ORDER-LINES
                   AND COR-ORDER-NUMBER NOT = WS-ENTRY-ORDER-NUMBER
               SET END-OF-ORDER-LINES TO TRUE
           END-IF.

       3200-CONFIRM-ONE-LINE.
           IF COR-RECORD-TYPE = "L"
                   AND COR-LINE-STATUS NOT = "C"
               MOVE COR-LINE-NUMBER TO LD-LINE-NUMBER
               MOVE COR-ITEM-CODE TO LD-ITEM-CODE
               MOVE COR-LOCATION-CODE TO LD-LOCATION
               MOVE COR-QTY-ORDERED TO LD-ORDERED
               MOVE COR-QTY-ALLOCATED TO LD-ALLOCATED
               DISPLAY WS-LINE-DISPLAY
               PERFORM 3300-GET-SHIPPED-QUANTITY
               SET SHIPMENT-IS-OK TO TRUE
               IF WS-SHIP-QTY > ZERO
                   PERFORM 4000-POST-ISSUE
               END-IF
               IF SHIPMENT-IS-OK
                   PERFORM 4500-RELEASE-ALLOCATION
               END-IF
               IF SHIPMENT-IS-OK
                   PERFORM 4700-CLOSE-ORDER-LINE
               END-IF
           END-IF
           PERFORM 3100-READ-NEXT-ORDER-LINE.

       3300-GET-SHIPPED-QUANTITY.
           IF COR-QTY-ALLOCATED = ZERO
               DISPLAY "NOTHING ALLOCATED - LINE CLOSED SHORT"
               MOVE ZERO TO WS-SHIP-QTY
           ELSE
               SET QTY-IS-INVALID TO TRUE
               PERFORM 3310-PROMPT-AND-CHECK-QUANTITY
                   UNTIL QTY-IS-VALID
           END-IF.

       3310-PROMPT-AND-CHECK-QUANTITY.
           DISPLAY "Enter the quantity shipped (blank for the "
               "allocated quantity):"
           ACCEPT WS-QTY-INPUT
           IF WS-QTY-INPUT = SPACES
               MOVE COR-QTY-ALLOCATED TO WS-SHIP-QTY
               SET QTY-IS-VALID TO TRUE
           ELSE
               MOVE FUNCTION TEST-NUMVAL(WS-QTY-INPUT)
                   TO WS-QTY-NUMVAL-CHECK
               IF WS-QTY-NUMVAL-CHECK NOT = ZERO
                   DISPLAY "QUANTITY MUST BE NUMERIC - PLEASE "
                       "RE-ENTER"
               ELSE
                   COMPUTE WS-QTY-CHECK =
                       FUNCTION NUMVAL(WS-QTY-INPUT)
                   IF WS-QTY-CHECK < ZERO
                           OR WS-QTY-CHECK > COR-QTY-ALLOCATED
                       DISPLAY "QUANTITY MUST BE BETWEEN 0 AND THE "
                           "ALLOCATED QUANTITY - PLEASE RE-ENTER"
                   ELSE
                       MOVE WS-QTY-CHECK TO WS-SHIP-QTY
                       SET QTY-IS-VALID TO TRUE
                   END-IF
               END-IF
           END-IF.

       4000-POST-ISSUE.
           MOVE COR-ITEM-CODE TO ITEM-CODE
           READ ITEM-FILE
               INVALID KEY
                   DISPLAY "ITEM CODE NOT FOUND - LINE LEFT OPEN"
                   SET SHIPMENT-NOT-OK TO TRUE
               NOT INVALID KEY
                   IF ITEM-LOT-CONTROLLED = "Y"
                       SET ITEM-IS-LOT-CONTROLLED TO TRUE
                       PERFORM 6000-TOTAL-USABLE-LOTS
                   ELSE
                       SET ITEM-NOT-LOT-CONTROLLED TO TRUE
                   END-IF
           END-READ
           IF SHIPMENT-IS-OK
               PERFORM 4100-READ-LOCATION-BALANCE
           END-IF
           IF SHIPMENT-IS-OK
               COMPUTE WS-NEW-QTY = ITEM-QTY-ON-HAND - WS-SHIP-QTY
               COMPUTE WS-NEW-LOC-QTY =
                   SLC-QTY-ON-HAND - WS-SHIP-QTY
               EVALUATE TRUE
                   WHEN WS-NEW-LOC-QTY < ZERO
                       DISPLAY "SHIPMENT EXCEEDS QUANTITY AT THE "
                           "LOCATION - LINE LEFT OPEN"
                       SET SHIPMENT-NOT-OK TO TRUE
                   WHEN WS-NEW-QTY < ZERO
                       DISPLAY "SHIPMENT EXCEEDS QUANTITY ON HAND - "
                           "LINE LEFT OPEN"
                       SET SHIPMENT-NOT-OK TO TRUE
                   WHEN ITEM-IS-LOT-CONTROLLED
                           AND WS-LOT-TOTAL < WS-SHIP-QTY
                       DISPLAY "ONLY " WS-LOT-TOTAL " IN UNEXPIRED "
                           "LOTS AT THE LOCATION - LINE LEFT OPEN"
                       SET SHIPMENT-NOT-OK TO TRUE
                   WHEN OTHER
                       MOVE WS-NEW-QTY TO ITEM-QTY-ON-HAND
                       PERFORM 4200-REWRITE-ITEM-RECORD
               END-EVALUATE
           END-IF.

       4100-READ-LOCATION-BALANCE.
           MOVE COR-ITEM-CODE TO SLC-ITEM-CODE
           MOVE COR-LOCATION-CODE TO SLC-LOCATION-CODE
           READ STOCK-LOC-FILE
               INVALID KEY
                   DISPLAY "NO STOCK HELD AT THE LOCATION - LINE "
                       "LEFT OPEN"
                   SET SHIPMENT-NOT-OK TO TRUE
           END-READ.

       4200-REWRITE-ITEM-RECORD.
           REWRITE STOCK-ITEMS
               INVALID KEY
                   DISPLAY "REWRITE FAILED - LINE LEFT OPEN"
                   SET SHIPMENT-NOT-OK TO TRUE
               NOT INVALID KEY
                   MOVE WS-NEW-LOC-QTY TO SLC-QTY-ON-HAND
                   IF ITEM-IS-LOT-CONTROLLED
                       PERFORM 4250-ISSUE-FROM-LOTS
                   END-IF
                   PERFORM 4300-WRITE-MOVEMENT-RECORD
                   ADD 1 TO WS-MOVEMENT-COUNT
           END-REWRITE.

       4250-ISSUE-FROM-LOTS.
           MOVE WS-SHIP-QTY TO WS-LOT-REMAINING
           SET LOT-FOUND TO TRUE
           PERFORM 6200-ISSUE-EARLIEST-LOT
               UNTIL WS-LOT-REMAINING = ZERO OR LOT-NOT-FOUND
           IF WS-LOT-REMAINING > ZERO
               DISPLAY WS-LOT-REMAINING " COULD NOT BE TAKEN "
                   "FROM LOTS - CHECK THE EXPIRY EXCEPTIONS"
           END-IF.

       4300-WRITE-MOVEMENT-RECORD.
           ACCEPT MVT-DATE FROM DATE YYYYMMDD
           ACCEPT MVT-TIME FROM TIME
           MOVE WS-OPERATOR-ID TO MVT-OPERATOR-ID
           MOVE ITEM-CODE TO MVT-ITEM-CODE
           MOVE "I" TO MVT-TYPE
           MOVE WS-SHIP-QTY TO MVT-QUANTITY
           MOVE ITEM-QTY-ON-HAND TO MVT-RESULT-QTY
           MOVE COR-LOCATION-CODE TO MVT-LOCATION-CODE
           IF ITEM-UNIT-COST IS NUMERIC
               MOVE ITEM-UNIT-COST TO MVT-UNIT-COST
           ELSE
               MOVE ZERO TO MVT-UNIT-COST
           END-IF
           MOVE ZERO TO MVT-PO-NUMBER
           MOVE ZERO TO MVT-PO-LINE-NUMBER
           MOVE SPACE TO MVT-ADJUST-SIGN
           WRITE MOVEMENT-RECORD.

       4500-RELEASE-ALLOCATION.
           IF COR-QTY-ALLOCATED > ZERO
               IF WS-SHIP-QTY = ZERO
                   PERFORM 4100-READ-LOCATION-BALANCE
               END-IF
               IF SHIPMENT-IS-OK
                   PERFORM 4600-REWRITE-LOCATION-BALANCE
               END-IF
           END-IF.

       4600-REWRITE-LOCATION-BALANCE.
           COMPUTE WS-NEW-ALLOCATED =
               SLC-QTY-ALLOCATED - COR-QTY-ALLOCATED
           IF WS-NEW-ALLOCATED < ZERO
               MOVE ZERO TO SLC-QTY-ALLOCATED
           ELSE
               MOVE WS-NEW-ALLOCATED TO SLC-QTY-ALLOCATED
           END-IF
           REWRITE STOCK-LOCATION-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED FOR THE LOCATION "
                       "BALANCE"
           END-REWRITE.

       4700-CLOSE-ORDER-LINE.
           MOVE WS-SHIP-QTY TO COR-QTY-SHIPPED
           MOVE "C" TO COR-LINE-STATUS
           MOVE WS-TODAY TO COR-SHIPPED-DATE
           REWRITE CUSTOMER-ORDER-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED FOR THE ORDER LINE"
               NOT INVALID KEY
                   ADD 1 TO WS-LINES-CLOSED
           END-REWRITE.

       6000-TOTAL-USABLE-LOTS.
           MOVE ZERO TO WS-LOT-TOTAL
           PERFORM 6050-START-ITEM-LOTS
           PERFORM 6060-ADD-ONE-LOT
               UNTIL END-OF-ITEM-LOTS.

       6050-START-ITEM-LOTS.
           MOVE COR-ITEM-CODE TO LOT-ITEM-CODE
           MOVE COR-LOCATION-CODE TO LOT-LOCATION-CODE
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
               IF LOT-ITEM-CODE NOT = COR-ITEM-CODE
                       OR LOT-LOCATION-CODE NOT = COR-LOCATION-CODE
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
               MOVE COR-ITEM-CODE TO LOT-ITEM-CODE
               MOVE COR-LOCATION-CODE TO LOT-LOCATION-CODE
               MOVE WS-EARLIEST-LOT TO LOT-NUMBER
               READ LOT-FILE
                   INVALID KEY
                       DISPLAY "LOT " WS-EARLIEST-LOT
                           " COULD NOT BE READ BACK"
                       SET LOT-NOT-FOUND TO TRUE
                   NOT INVALID KEY
                       PERFORM 6400-UPDATE-LOT-RECORD
               END-READ
           END-IF.

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
               CLOSE STOCK-LOC-FILE
               CLOSE ORDER-FILE
               CLOSE MOVEMENT-FILE
               CLOSE LOT-FILE
               DISPLAY WS-ORDER-COUNT " ORDER(S) CONFIRMED"
               DISPLAY WS-LINES-CLOSED " ORDER LINE(S) CLOSED"
               DISPLAY WS-MOVEMENT-COUNT " ISSUE MOVEMENT(S) POSTED"
           END-IF.
