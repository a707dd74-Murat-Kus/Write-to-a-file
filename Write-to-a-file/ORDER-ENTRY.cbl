       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDER-ENTRY.
      *********************************
      *AUTHOR. MURAT KUÞ.
      *DATE-WRITTEN. 24/07/2023.
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

           SELECT ORDER-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\custord.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COR-KEY
           FILE STATUS IS WS-ORDER-FILE-STATUS.

           SELECT ORDNUM-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\ordnumct.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-ORDNUM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ITEM-FILE.
           COPY STOCKITM.

       FD  LOCATION-FILE.
           COPY LOCNREC.

       FD  STOCK-LOC-FILE.
           COPY STOCKLOC.

       FD  ORDER-FILE.
           COPY CUSTORD.

       FD  ORDNUM-FILE.
       01  ORDNUM-RECORD.
        02 ONC-NEXT-ORDER-NUMBER PIC 9(6).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS PIC X(2).
       01  WS-LOCN-FILE-STATUS PIC X(2).
       01  WS-SLOC-FILE-STATUS PIC X(2).
       01  WS-ORDER-FILE-STATUS PIC X(2).
       01  WS-ORDNUM-FILE-STATUS PIC X(2).

       01  WS-OPERATOR-ID PIC X(8).

       01  WS-FILES-OPEN-SW PIC X(1).
           88 ALL-FILES-ARE-OPEN VALUE "Y".
           88 FILES-NOT-ALL-OPEN VALUE "N".

       01  WS-ENTRY-SW PIC X(1).
           88 ENTRY-FINISHED VALUE "Y".
           88 ENTRY-NOT-FINISHED VALUE "N".

       01  WS-LINES-SW PIC X(1).
           88 LINES-FINISHED VALUE "Y".
           88 LINES-NOT-FINISHED VALUE "N".

       01  WS-LINE-OK-SW PIC X(1).
           88 LINE-IS-OK VALUE "Y".
           88 LINE-NOT-OK VALUE "N".

       01  WS-LOC-RECORD-SW PIC X(1).
           88 LOC-RECORD-EXISTS VALUE "Y".
           88 LOC-RECORD-MISSING VALUE "N".

       01  WS-DATE-SW PIC X(1).
           88 DATE-IS-VALID VALUE "Y".
           88 DATE-IS-INVALID VALUE "N".

       01  WS-QTY-SW PIC X(1).
           88 QTY-IS-VALID VALUE "Y".
           88 QTY-IS-INVALID VALUE "N".

       01  WS-ENTRY-CUSTOMER PIC X(8).
       01  WS-ENTRY-CUST-NAME PIC X(30).
       01  WS-ENTRY-ITEM-CODE PIC X(5).
       01  WS-ENTRY-LOCATION PIC X(3).

       01  WS-DATE-INPUT PIC X(8).
       01  WS-REQUESTED-DATE PIC 9(8).
       01  WS-TODAY PIC 9(8).

       01  WS-QTY-INPUT PIC X(6).
       01  WS-QTY-NUMVAL-CHECK PIC S9(4) COMP.
       01  WS-QTY-CHECK PIC S9(7).
       01  WS-ENTRY-QTY PIC 9(5).

       01  WS-AVAILABLE-QTY PIC S9(7).
       01  WS-ALLOCATE-QTY PIC 9(5).
       01  WS-SHORT-QTY PIC 9(5).

       01  WS-NEXT-ORDER-NUMBER PIC 9(6) VALUE 1.
       01  WS-LINE-NUMBER PIC 9(3).

       77  WS-QTY-MAXIMUM PIC 9(5) VALUE 99999.
       77  WS-LINE-MAXIMUM PIC 9(3) VALUE 999.

       01  WS-AVAILABILITY-LINE.
           05 FILLER PIC X(9) VALUE "ON HAND: ".
           05 AV-ON-HAND PIC ZZZZ9.
           05 FILLER PIC X(14) VALUE "  ALLOCATED: ".
           05 AV-ALLOCATED PIC ZZZZ9.
           05 FILLER PIC X(14) VALUE "  AVAILABLE: ".
           05 AV-AVAILABLE PIC -ZZZZ9.

       01  WS-ALLOCATION-LINE.
           05 FILLER PIC X(5) VALUE "LINE ".
           05 AL-LINE-NUMBER PIC 9(3).
           05 FILLER PIC X(13) VALUE " - ALLOCATED ".
           05 AL-ALLOCATED PIC ZZZZ9.
           05 FILLER PIC X(4) VALUE " OF ".
           05 AL-ORDERED PIC ZZZZ9.
           05 FILLER PIC X(8) VALUE ", SHORT ".
           05 AL-SHORT PIC ZZZZ9.

       77  WS-ORDER-COUNT PIC 9(5) COMP VALUE ZERO.
       77  WS-LINE-COUNT PIC 9(5) COMP VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF ALL-FILES-ARE-OPEN
               PERFORM 2000-ENTER-ONE-ORDER
                   UNTIL ENTRY-FINISHED
               DISPLAY WS-ORDER-COUNT " CUSTOMER ORDER(S) ENTERED"
               DISPLAY WS-LINE-COUNT " ORDER LINE(S) WRITTEN"
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           SET FILES-NOT-ALL-OPEN TO TRUE
           SET ENTRY-FINISHED TO TRUE
           OPEN INPUT ITEM-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ITEM FILE NOT FOUND - NO ORDERS ENTERED"
           ELSE
               OPEN INPUT LOCATION-FILE
               IF WS-LOCN-FILE-STATUS NOT = "00"
                   DISPLAY "LOCATION FILE NOT FOUND - NO ORDERS "
                       "ENTERED"
                   CLOSE ITEM-FILE
               ELSE
                   PERFORM 1100-OPEN-ORDER-FILE
                   PERFORM 1200-OPEN-STOCK-LOC-FILE
                   PERFORM 1300-READ-ORDER-NUMBER-CONTROL
                   ACCEPT WS-TODAY FROM DATE YYYYMMDD
                   SET ALL-FILES-ARE-OPEN TO TRUE
                   DISPLAY "Welcome to the Customer Order Entry App"
                   DISPLAY "Please enter your operator ID:"
                   ACCEPT WS-OPERATOR-ID
                   SET ENTRY-NOT-FINISHED TO TRUE
               END-IF
           END-IF.

       1100-OPEN-ORDER-FILE.
           OPEN I-O ORDER-FILE
           IF WS-ORDER-FILE-STATUS = "35"
               OPEN OUTPUT ORDER-FILE
               CLOSE ORDER-FILE
               OPEN I-O ORDER-FILE
           END-IF.

       1200-OPEN-STOCK-LOC-FILE.
           OPEN I-O STOCK-LOC-FILE
           IF WS-SLOC-FILE-STATUS = "35"
               OPEN OUTPUT STOCK-LOC-FILE
               CLOSE STOCK-LOC-FILE
               OPEN I-O STOCK-LOC-FILE
           END-IF.

       1300-READ-ORDER-NUMBER-CONTROL.
           MOVE 1 TO WS-NEXT-ORDER-NUMBER
           OPEN INPUT ORDNUM-FILE
           IF WS-ORDNUM-FILE-STATUS = "00"
               READ ORDNUM-FILE
                   AT END CONTINUE
               END-READ
               IF ONC-NEXT-ORDER-NUMBER IS NUMERIC
                   MOVE ONC-NEXT-ORDER-NUMBER TO WS-NEXT-ORDER-NUMBER
               END-IF
               CLOSE ORDNUM-FILE
           END-IF.

       1400-WRITE-ORDER-NUMBER-CONTROL.
           MOVE WS-NEXT-ORDER-NUMBER TO ONC-NEXT-ORDER-NUMBER
           OPEN OUTPUT ORDNUM-FILE
           WRITE ORDNUM-RECORD
           CLOSE ORDNUM-FILE.

       2000-ENTER-ONE-ORDER.
           DISPLAY " "
           DISPLAY "Enter the customer code (or END to finish):"
           ACCEPT WS-ENTRY-CUSTOMER
           IF WS-ENTRY-CUSTOMER = "END"
                   OR WS-ENTRY-CUSTOMER = SPACES
               SET ENTRY-FINISHED TO TRUE
           ELSE
               DISPLAY "Please enter the customer name:"
               ACCEPT WS-ENTRY-CUST-NAME
               PERFORM 2100-GET-REQUESTED-DATE
               PERFORM 3000-RAISE-ONE-ORDER
           END-IF.

       2100-GET-REQUESTED-DATE.
           SET DATE-IS-INVALID TO TRUE
           PERFORM 2110-PROMPT-REQUESTED-DATE
               UNTIL DATE-IS-VALID.

       2110-PROMPT-REQUESTED-DATE.
           DISPLAY "Enter the requested delivery date (YYYYMMDD, "
               "blank for today):"
           ACCEPT WS-DATE-INPUT
           IF WS-DATE-INPUT = SPACES
               MOVE WS-TODAY TO WS-REQUESTED-DATE
               SET DATE-IS-VALID TO TRUE
           ELSE
               IF WS-DATE-INPUT IS NOT NUMERIC
                   DISPLAY "DATE MUST BE 8 DIGITS - PLEASE RE-ENTER"
               ELSE
                   MOVE WS-DATE-INPUT TO WS-REQUESTED-DATE
                   IF WS-REQUESTED-DATE < WS-TODAY
                       DISPLAY "REQUESTED DATE IS BEFORE TODAY - "
                           "PLEASE RE-ENTER"
                   ELSE
                       SET DATE-IS-VALID TO TRUE
                   END-IF
               END-IF
           END-IF.

       3000-RAISE-ONE-ORDER.
           MOVE ZERO TO WS-LINE-NUMBER
           PERFORM 4100-WRITE-ORDER-HEADER
           SET LINES-NOT-FINISHED TO TRUE
           PERFORM 3100-ENTER-ONE-ORDER-LINE
               UNTIL LINES-FINISHED
           IF WS-LINE-NUMBER = ZERO
               MOVE WS-NEXT-ORDER-NUMBER TO COR-ORDER-NUMBER
               MOVE ZERO TO COR-LINE-NUMBER
               DELETE ORDER-FILE
                   INVALID KEY CONTINUE
               END-DELETE
               DISPLAY "NO LINES ACCEPTED - ORDER NOT ENTERED"
           ELSE
               DISPLAY "CUSTOMER ORDER " WS-NEXT-ORDER-NUMBER
                   " ENTERED WITH " WS-LINE-NUMBER " LINE(S)"
               ADD 1 TO WS-ORDER-COUNT
               ADD 1 TO WS-NEXT-ORDER-NUMBER
               PERFORM 1400-WRITE-ORDER-NUMBER-CONTROL
           END-IF.

       3100-ENTER-ONE-ORDER-LINE.
           IF WS-LINE-NUMBER >= WS-LINE-MAXIMUM
               DISPLAY "ORDER IS FULL - NO MORE LINES ACCEPTED"
               SET LINES-FINISHED TO TRUE
           ELSE
               DISPLAY "Enter the item code (or END to finish the "
                   "order):"
               ACCEPT WS-ENTRY-ITEM-CODE
               IF WS-ENTRY-ITEM-CODE = "END"
                       OR WS-ENTRY-ITEM-CODE = SPACES
                   SET LINES-FINISHED TO TRUE
               ELSE
                   PERFORM 3200-CHECK-ORDER-LINE
                   IF LINE-IS-OK
                       PERFORM 3400-SHOW-AVAILABILITY
                       DISPLAY "Please enter the quantity ordered:"
                       PERFORM 3500-GET-VALID-QUANTITY
                       PERFORM 3600-ALLOCATE-ORDER-LINE
                   END-IF
               END-IF
           END-IF.

       3200-CHECK-ORDER-LINE.
           SET LINE-IS-OK TO TRUE
           MOVE WS-ENTRY-ITEM-CODE TO ITEM-CODE
           READ ITEM-FILE
               INVALID KEY
                   DISPLAY "ITEM CODE NOT FOUND - LINE REJECTED"
                   SET LINE-NOT-OK TO TRUE
               NOT INVALID KEY
                   DISPLAY ITEM-CODE " - " ITEM-NAME
                   PERFORM 3300-GET-LINE-LOCATION
           END-READ.

       3300-GET-LINE-LOCATION.
           DISPLAY "Enter the location to supply from:"
           ACCEPT WS-ENTRY-LOCATION
           MOVE WS-ENTRY-LOCATION TO LOC-CODE
           READ LOCATION-FILE
               INVALID KEY
                   DISPLAY "LOCATION NOT ON LOCATION FILE - "
                       "LINE REJECTED"
                   SET LINE-NOT-OK TO TRUE
           END-READ.

       3400-SHOW-AVAILABILITY.
           MOVE WS-ENTRY-ITEM-CODE TO SLC-ITEM-CODE
           MOVE WS-ENTRY-LOCATION TO SLC-LOCATION-CODE
           READ STOCK-LOC-FILE
               INVALID KEY
                   SET LOC-RECORD-MISSING TO TRUE
                   MOVE ZERO TO AV-ON-HAND
                   MOVE ZERO TO AV-ALLOCATED
                   MOVE ZERO TO WS-AVAILABLE-QTY
               NOT INVALID KEY
                   SET LOC-RECORD-EXISTS TO TRUE
                   MOVE SLC-QTY-ON-HAND TO AV-ON-HAND
                   MOVE SLC-QTY-ALLOCATED TO AV-ALLOCATED
                   COMPUTE WS-AVAILABLE-QTY =
                       SLC-QTY-ON-HAND - SLC-QTY-ALLOCATED
           END-READ
           MOVE WS-AVAILABLE-QTY TO AV-AVAILABLE
           DISPLAY WS-AVAILABILITY-LINE.

       3500-GET-VALID-QUANTITY.
           SET QTY-IS-INVALID TO TRUE
           PERFORM 3510-PROMPT-AND-CHECK-QUANTITY
               UNTIL QTY-IS-VALID.

       3510-PROMPT-AND-CHECK-QUANTITY.
           ACCEPT WS-QTY-INPUT
           MOVE FUNCTION TEST-NUMVAL(WS-QTY-INPUT)
               TO WS-QTY-NUMVAL-CHECK
           IF WS-QTY-NUMVAL-CHECK NOT = ZERO
               DISPLAY "QUANTITY MUST BE NUMERIC - PLEASE RE-ENTER"
           ELSE
               COMPUTE WS-QTY-CHECK = FUNCTION NUMVAL(WS-QTY-INPUT)
               PERFORM 3550-CHECK-QUANTITY-RANGE
               IF QTY-IS-INVALID
                   DISPLAY "QUANTITY MUST BE BETWEEN 1 AND 99999"
                       " - PLEASE RE-ENTER"
               END-IF
           END-IF.

       3550-CHECK-QUANTITY-RANGE.
           IF WS-QTY-CHECK < 1 OR WS-QTY-CHECK > WS-QTY-MAXIMUM
               SET QTY-IS-INVALID TO TRUE
           ELSE
               MOVE WS-QTY-CHECK TO WS-ENTRY-QTY
               SET QTY-IS-VALID TO TRUE
           END-IF.

       3600-ALLOCATE-ORDER-LINE.
           EVALUATE TRUE
               WHEN WS-AVAILABLE-QTY <= ZERO
                   MOVE ZERO TO WS-ALLOCATE-QTY
               WHEN WS-AVAILABLE-QTY < WS-ENTRY-QTY
                   MOVE WS-AVAILABLE-QTY TO WS-ALLOCATE-QTY
               WHEN OTHER
                   MOVE WS-ENTRY-QTY TO WS-ALLOCATE-QTY
           END-EVALUATE
           COMPUTE WS-SHORT-QTY = WS-ENTRY-QTY - WS-ALLOCATE-QTY
           PERFORM 4200-WRITE-ORDER-LINE
           IF LINE-IS-OK AND WS-ALLOCATE-QTY > ZERO
               PERFORM 4300-UPDATE-ALLOCATED-QTY
           END-IF.

       4100-WRITE-ORDER-HEADER.
           MOVE SPACES TO CUSTOMER-ORDER-RECORD
           MOVE WS-NEXT-ORDER-NUMBER TO COR-ORDER-NUMBER
           MOVE ZERO TO COR-LINE-NUMBER
           MOVE "H" TO COR-RECORD-TYPE
           MOVE WS-ENTRY-CUSTOMER TO COR-CUSTOMER-CODE
           MOVE WS-ENTRY-CUST-NAME TO COR-CUSTOMER-NAME
           MOVE WS-TODAY TO COR-ORDER-DATE
           MOVE WS-REQUESTED-DATE TO COR-REQUESTED-DATE
           MOVE WS-OPERATOR-ID TO COR-OPERATOR-ID
           MOVE ZERO TO COR-QTY-ORDERED
           MOVE ZERO TO COR-QTY-ALLOCATED
           MOVE ZERO TO COR-QTY-SHIPPED
           MOVE ZERO TO COR-SHIPPED-DATE
           WRITE CUSTOMER-ORDER-RECORD
               INVALID KEY
                   DISPLAY "WRITE FAILED FOR ORDER HEADER "
                       WS-NEXT-ORDER-NUMBER
           END-WRITE.

       4200-WRITE-ORDER-LINE.
           MOVE SPACES TO CUSTOMER-ORDER-RECORD
           MOVE WS-NEXT-ORDER-NUMBER TO COR-ORDER-NUMBER
           COMPUTE COR-LINE-NUMBER = WS-LINE-NUMBER + 1
           MOVE "L" TO COR-RECORD-TYPE
           MOVE WS-ENTRY-CUSTOMER TO COR-CUSTOMER-CODE
           MOVE WS-ENTRY-CUST-NAME TO COR-CUSTOMER-NAME
           MOVE WS-TODAY TO COR-ORDER-DATE
           MOVE WS-REQUESTED-DATE TO COR-REQUESTED-DATE
           MOVE WS-OPERATOR-ID TO COR-OPERATOR-ID
           MOVE WS-ENTRY-ITEM-CODE TO COR-ITEM-CODE
           MOVE WS-ENTRY-LOCATION TO COR-LOCATION-CODE
           MOVE WS-ENTRY-QTY TO COR-QTY-ORDERED
           MOVE WS-ALLOCATE-QTY TO COR-QTY-ALLOCATED
           MOVE ZERO TO COR-QTY-SHIPPED
           IF WS-SHORT-QTY = ZERO
               MOVE "A" TO COR-LINE-STATUS
           ELSE
               MOVE "O" TO COR-LINE-STATUS
           END-IF
           MOVE ZERO TO COR-SHIPPED-DATE
           WRITE CUSTOMER-ORDER-RECORD
               INVALID KEY
                   DISPLAY "WRITE FAILED FOR ORDER LINE - LINE "
                       "NOT ENTERED"
                   SET LINE-NOT-OK TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-LINE-NUMBER
                   ADD 1 TO WS-LINE-COUNT
                   MOVE WS-LINE-NUMBER TO AL-LINE-NUMBER
                   MOVE WS-ALLOCATE-QTY TO AL-ALLOCATED
                   MOVE WS-ENTRY-QTY TO AL-ORDERED
                   MOVE WS-SHORT-QTY TO AL-SHORT
                   DISPLAY WS-ALLOCATION-LINE
           END-WRITE.

       4300-UPDATE-ALLOCATED-QTY.
           MOVE WS-ENTRY-ITEM-CODE TO SLC-ITEM-CODE
           MOVE WS-ENTRY-LOCATION TO SLC-LOCATION-CODE
           READ STOCK-LOC-FILE
               INVALID KEY
                   DISPLAY "LOCATION BALANCE COULD NOT BE READ "
                       "BACK - ALLOCATION NOT RECORDED"
               NOT INVALID KEY
                   ADD WS-ALLOCATE-QTY TO SLC-QTY-ALLOCATED
                   REWRITE STOCK-LOCATION-RECORD
                       INVALID KEY
                           DISPLAY "REWRITE FAILED FOR THE LOCATION "
                               "BALANCE - ALLOCATION NOT RECORDED"
                   END-REWRITE
           END-READ.

       9000-TERMINATE.
           IF ALL-FILES-ARE-OPEN
               CLOSE ITEM-FILE
               CLOSE LOCATION-FILE
               CLOSE STOCK-LOC-FILE
               CLOSE ORDER-FILE
           END-IF.
