       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVOICE-ENTRY.
      *********************************
      *AUTHOR. MURAT KUÞ.
      *DATE-WRITTEN. 28/07/2023.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SUPPLIER-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\supplfil.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUP-CODE
           FILE STATUS IS WS-SUPP-FILE-STATUS.

           SELECT PO-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\pofile.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS POR-KEY
           FILE STATUS IS WS-PO-FILE-STATUS.

           SELECT INVOICE-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\suppinv.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INV-KEY
           FILE STATUS IS WS-INV-FILE-STATUS.

           SELECT INVNUM-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\invnumct.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-INVNUM-FILE-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\opermast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS WS-OPER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  SUPPLIER-FILE.
           COPY SUPPLIER.

       FD  PO-FILE.
           COPY PORDER.

       FD  INVOICE-FILE.
           COPY SUPPINV.

       FD  INVNUM-FILE.
       01  INVNUM-RECORD.
        02 INC-NEXT-ENTRY-NUMBER PIC 9(6).

       FD  OPERATOR-FILE.
           COPY OPERMAST.

       WORKING-STORAGE SECTION.

       01  WS-SUPP-FILE-STATUS PIC X(2).
       01  WS-PO-FILE-STATUS PIC X(2).
       01  WS-INV-FILE-STATUS PIC X(2).
       01  WS-INVNUM-FILE-STATUS PIC X(2).
       01  WS-OPER-FILE-STATUS PIC X(2).

       01  WS-OPERATOR-ID PIC X(8).
       01  WS-PASSWORD-INPUT PIC X(8).

       01  WS-OPERATOR-LEVEL PIC 9(1) VALUE ZERO.
           88 OPERATOR-IS-SUPERVISOR VALUE 2.

       01  WS-SIGN-ON-SW PIC X(1).
           88 SIGN-ON-OK VALUE "Y".
           88 SIGN-ON-FAILED VALUE "N".

       77  WS-SIGN-ON-TRIES PIC 9(1) COMP VALUE ZERO.
       77  WS-SIGN-ON-MAXIMUM PIC 9(1) COMP VALUE 3.

       01  WS-FUNCTION-SW PIC X(1).
           88 FUNCTION-ENTER VALUE "1".
           88 FUNCTION-RELEASE VALUE "2".

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

       01  WS-INVOICE-EOF-SW PIC X(1).
           88 END-OF-INVOICE-FILE VALUE "Y".
           88 NOT-END-OF-INVOICE-FILE VALUE "N".

       01  WS-DUPLICATE-SW PIC X(1).
           88 DUPLICATE-FOUND VALUE "Y".
           88 DUPLICATE-NOT-FOUND VALUE "N".

       01  WS-RELEASE-SW PIC X(1).
           88 RELEASE-FINISHED VALUE "Y".
           88 RELEASE-NOT-FINISHED VALUE "N".

       01  WS-CONFIRM-SW PIC X(1).
           88 CONFIRM-YES VALUE "Y".
           88 CONFIRM-NO VALUE "N".

       01  WS-DATE-SW PIC X(1).
           88 DATE-IS-VALID VALUE "Y".
           88 DATE-IS-INVALID VALUE "N".

       01  WS-QTY-SW PIC X(1).
           88 QTY-IS-VALID VALUE "Y".
           88 QTY-IS-INVALID VALUE "N".

       01  WS-PRICE-SW PIC X(1).
           88 PRICE-IS-VALID VALUE "Y".
           88 PRICE-IS-INVALID VALUE "N".

       01  WS-ENTRY-SUPPLIER PIC X(5).
       01  WS-ENTRY-INVOICE-NUMBER PIC X(12).
       01  WS-INVOICE-DATE PIC 9(8).
       01  WS-DUPLICATE-ENTRY PIC 9(6).

       01  WS-DATE-INPUT PIC X(8).
       01  WS-TODAY PIC 9(8).

       01  WS-PO-INPUT PIC X(6).
       01  WS-ENTRY-PO-NUMBER PIC 9(6).
       01  WS-ENTRY-PO-LINE PIC 9(3).

       01  WS-QTY-INPUT PIC X(6).
       01  WS-QTY-NUMVAL-CHECK PIC S9(4) COMP.
       01  WS-QTY-CHECK PIC S9(7).
       01  WS-ENTRY-QTY PIC 9(5).

       01  WS-PRICE-INPUT PIC X(9).
       01  WS-PRICE-NUMVAL-CHECK PIC S9(4) COMP.
       01  WS-PRICE-CHECK PIC S9(7)V99.
       01  WS-ENTRY-PRICE PIC 9(5)V99.

       01  WS-RELEASE-INPUT PIC X(6).
       01  WS-RELEASE-ENTRY PIC 9(6).

       01  WS-NEXT-ENTRY-NUMBER PIC 9(6) VALUE 1.
       01  WS-LINE-NUMBER PIC 9(3).

       77  WS-QTY-MAXIMUM PIC 9(5) VALUE 99999.
       77  WS-PRICE-MAXIMUM PIC 9(5)V99 VALUE 99999.99.
       77  WS-LINE-MAXIMUM PIC 9(3) VALUE 999.
       77  WS-PO-LINE-MAXIMUM PIC 9(3) VALUE 999.

       01  WS-PO-LINE-DISPLAY.
           05 FILLER PIC X(5) VALUE "ITEM ".
           05 PL-ITEM-CODE PIC X(5).
           05 FILLER PIC X(11) VALUE "  ORDERED: ".
           05 PL-ORDER-QTY PIC ZZZZ9.
           05 FILLER PIC X(10) VALUE "  STATUS: ".
           05 PL-LINE-STATUS PIC X(1).

       01  WS-HELD-LINE.
           05 HL-ENTRY-NUMBER PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 HL-SUPPLIER-CODE PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 HL-INVOICE-NUMBER PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 HL-HOLD-REASON PIC X(30).

       77  WS-INVOICE-COUNT PIC 9(5) COMP VALUE ZERO.
       77  WS-LINE-COUNT PIC 9(5) COMP VALUE ZERO.
       77  WS-HELD-COUNT PIC 9(5) COMP VALUE ZERO.
       77  WS-RELEASED-COUNT PIC 9(5) COMP VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF ALL-FILES-ARE-OPEN
               EVALUATE TRUE
                   WHEN FUNCTION-ENTER
                       SET ENTRY-NOT-FINISHED TO TRUE
                       PERFORM 2000-ENTER-ONE-INVOICE
                           UNTIL ENTRY-FINISHED
                       DISPLAY WS-INVOICE-COUNT
                           " SUPPLIER INVOICE(S) ENTERED"
                       DISPLAY WS-LINE-COUNT
                           " INVOICE LINE(S) WRITTEN"
                   WHEN FUNCTION-RELEASE
                       IF OPERATOR-IS-SUPERVISOR
                           PERFORM 5000-RELEASE-HELD-INVOICES
                       ELSE
                           DISPLAY "RELEASES ARE RESTRICTED TO "
                               "SUPERVISORS - NO ACTION TAKEN"
                       END-IF
                   WHEN OTHER
                       DISPLAY "INVALID SELECTION - NO ACTION TAKEN"
               END-EVALUATE
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           SET FILES-NOT-ALL-OPEN TO TRUE
           DISPLAY "Welcome to the Supplier Invoice Entry App"
           PERFORM 1500-SIGN-ON-OPERATOR
           IF SIGN-ON-OK
               OPEN INPUT SUPPLIER-FILE
               IF WS-SUPP-FILE-STATUS NOT = "00"
                   DISPLAY "SUPPLIER FILE NOT FOUND - NO INVOICES "
                       "ENTERED"
               ELSE
                   OPEN INPUT PO-FILE
                   IF WS-PO-FILE-STATUS NOT = "00"
                       DISPLAY "PURCHASE ORDER FILE NOT FOUND - NO "
                           "INVOICES ENTERED"
                       CLOSE SUPPLIER-FILE
                   ELSE
                       PERFORM 1100-OPEN-INVOICE-FILE
                       PERFORM 1200-READ-ENTRY-NUMBER-CONTROL
                       ACCEPT WS-TODAY FROM DATE YYYYMMDD
                       SET ALL-FILES-ARE-OPEN TO TRUE
                       PERFORM 1700-DISPLAY-MENU
                   END-IF
               END-IF
           END-IF.

       1100-OPEN-INVOICE-FILE.
           OPEN I-O INVOICE-FILE
           IF WS-INV-FILE-STATUS = "35"
               OPEN OUTPUT INVOICE-FILE
               CLOSE INVOICE-FILE
               OPEN I-O INVOICE-FILE
           END-IF.

       1200-READ-ENTRY-NUMBER-CONTROL.
           MOVE 1 TO WS-NEXT-ENTRY-NUMBER
           OPEN INPUT INVNUM-FILE
           IF WS-INVNUM-FILE-STATUS = "00"
               READ INVNUM-FILE
                   AT END CONTINUE
               END-READ
               IF INC-NEXT-ENTRY-NUMBER IS NUMERIC
                   MOVE INC-NEXT-ENTRY-NUMBER TO WS-NEXT-ENTRY-NUMBER
               END-IF
               CLOSE INVNUM-FILE
           END-IF.

       1300-WRITE-ENTRY-NUMBER-CONTROL.
           MOVE WS-NEXT-ENTRY-NUMBER TO INC-NEXT-ENTRY-NUMBER
           OPEN OUTPUT INVNUM-FILE
           WRITE INVNUM-RECORD
           CLOSE INVNUM-FILE.

       1500-SIGN-ON-OPERATOR.
           SET SIGN-ON-FAILED TO TRUE
           OPEN INPUT OPERATOR-FILE
           IF WS-OPER-FILE-STATUS NOT = "00"
               DISPLAY "OPERATOR FILE NOT FOUND - SIGN ON NOT "
                   "POSSIBLE"
           ELSE
               PERFORM 1600-TRY-SIGN-ON
                   UNTIL SIGN-ON-OK
                       OR WS-SIGN-ON-TRIES >= WS-SIGN-ON-MAXIMUM
               IF SIGN-ON-FAILED
                   DISPLAY "SIGN ON FAILED - ACCESS DENIED"
               END-IF
               CLOSE OPERATOR-FILE
           END-IF.

       1600-TRY-SIGN-ON.
           ADD 1 TO WS-SIGN-ON-TRIES
           DISPLAY "Please enter your operator ID:"
           ACCEPT WS-OPERATOR-ID
           MOVE WS-OPERATOR-ID TO OPR-ID
           READ OPERATOR-FILE
               INVALID KEY
                   DISPLAY "OPERATOR ID NOT KNOWN - SIGN ON "
                       "REJECTED"
               NOT INVALID KEY
                   DISPLAY "Please enter your password:"
                   ACCEPT WS-PASSWORD-INPUT
                   IF WS-PASSWORD-INPUT = OPR-PASSWORD
                       MOVE OPR-AUTH-LEVEL TO WS-OPERATOR-LEVEL
                       SET SIGN-ON-OK TO TRUE
                   ELSE
                       DISPLAY "PASSWORD INCORRECT - SIGN ON "
                           "REJECTED"
                   END-IF
           END-READ.

       1700-DISPLAY-MENU.
           DISPLAY "1 - ENTER SUPPLIER INVOICES"
           IF OPERATOR-IS-SUPERVISOR
               DISPLAY "2 - RELEASE INVOICES HELD BY THE MATCH"
           END-IF
           DISPLAY "Please enter your choice:"
           ACCEPT WS-FUNCTION-SW.

       2000-ENTER-ONE-INVOICE.
           DISPLAY " "
           DISPLAY "Enter the supplier code (or END to finish):"
           ACCEPT WS-ENTRY-SUPPLIER
           IF WS-ENTRY-SUPPLIER = "END"
                   OR WS-ENTRY-SUPPLIER = SPACES
               SET ENTRY-FINISHED TO TRUE
           ELSE
               MOVE WS-ENTRY-SUPPLIER TO SUP-CODE
               READ SUPPLIER-FILE
                   INVALID KEY
                       DISPLAY "SUPPLIER CODE NOT FOUND - INVOICE "
                           "REJECTED"
                   NOT INVALID KEY
                       DISPLAY "SUPPLIER: " SUP-NAME
                       PERFORM 2100-GET-INVOICE-NUMBER
                       PERFORM 2200-GET-INVOICE-DATE
                       PERFORM 3000-RECORD-ONE-INVOICE
               END-READ
           END-IF.

       2100-GET-INVOICE-NUMBER.
           MOVE SPACES TO WS-ENTRY-INVOICE-NUMBER
           PERFORM 2110-PROMPT-INVOICE-NUMBER
               UNTIL WS-ENTRY-INVOICE-NUMBER NOT = SPACES
           PERFORM 2150-CHECK-DUPLICATE-INVOICE
           IF DUPLICATE-FOUND
               DISPLAY "INVOICE NUMBER ALREADY ON FILE AS ENTRY "
                   WS-DUPLICATE-ENTRY " - IT WILL BE HELD AS A "
                   "DUPLICATE"
           END-IF.

       2110-PROMPT-INVOICE-NUMBER.
           DISPLAY "Please enter the supplier's invoice number:"
           ACCEPT WS-ENTRY-INVOICE-NUMBER
           IF WS-ENTRY-INVOICE-NUMBER = SPACES
               DISPLAY "INVOICE NUMBER IS REQUIRED - PLEASE RE-ENTER"
           END-IF.

       2150-CHECK-DUPLICATE-INVOICE.
           SET DUPLICATE-NOT-FOUND TO TRUE
           MOVE ZERO TO INV-ENTRY-NUMBER
           MOVE ZERO TO INV-LINE-NUMBER
           START INVOICE-FILE KEY IS NOT LESS THAN INV-KEY
               INVALID KEY SET END-OF-INVOICE-FILE TO TRUE
               NOT INVALID KEY SET NOT-END-OF-INVOICE-FILE TO TRUE
           END-START
           IF NOT-END-OF-INVOICE-FILE
               PERFORM 2160-READ-NEXT-INVOICE
               PERFORM 2170-CHECK-ONE-HEADER
                   UNTIL END-OF-INVOICE-FILE OR DUPLICATE-FOUND
           END-IF.

       2160-READ-NEXT-INVOICE.
           READ INVOICE-FILE NEXT RECORD
               AT END SET END-OF-INVOICE-FILE TO TRUE
           END-READ.

       2170-CHECK-ONE-HEADER.
           IF INV-RECORD-TYPE = "H"
                   AND INV-SUPPLIER-CODE = WS-ENTRY-SUPPLIER
                   AND INV-INVOICE-NUMBER = WS-ENTRY-INVOICE-NUMBER
               SET DUPLICATE-FOUND TO TRUE
               MOVE INV-ENTRY-NUMBER TO WS-DUPLICATE-ENTRY
           ELSE
               PERFORM 2160-READ-NEXT-INVOICE
           END-IF.

       2200-GET-INVOICE-DATE.
           SET DATE-IS-INVALID TO TRUE
           PERFORM 2210-PROMPT-INVOICE-DATE
               UNTIL DATE-IS-VALID.

       2210-PROMPT-INVOICE-DATE.
           DISPLAY "Enter the invoice date (YYYYMMDD, blank for "
               "today):"
           ACCEPT WS-DATE-INPUT
           IF WS-DATE-INPUT = SPACES
               MOVE WS-TODAY TO WS-INVOICE-DATE
               SET DATE-IS-VALID TO TRUE
           ELSE
               IF WS-DATE-INPUT IS NOT NUMERIC
                   DISPLAY "DATE MUST BE 8 DIGITS - PLEASE RE-ENTER"
               ELSE
                   MOVE WS-DATE-INPUT TO WS-INVOICE-DATE
                   IF WS-INVOICE-DATE > WS-TODAY
                       DISPLAY "INVOICE DATE IS AFTER TODAY - "
                           "PLEASE RE-ENTER"
                   ELSE
                       SET DATE-IS-VALID TO TRUE
                   END-IF
               END-IF
           END-IF.

       3000-RECORD-ONE-INVOICE.
           MOVE ZERO TO WS-LINE-NUMBER
           PERFORM 4100-WRITE-INVOICE-HEADER
           SET LINES-NOT-FINISHED TO TRUE
           PERFORM 3100-ENTER-ONE-INVOICE-LINE
               UNTIL LINES-FINISHED
           IF WS-LINE-NUMBER = ZERO
               MOVE WS-NEXT-ENTRY-NUMBER TO INV-ENTRY-NUMBER
               MOVE ZERO TO INV-LINE-NUMBER
               DELETE INVOICE-FILE
                   INVALID KEY CONTINUE
               END-DELETE
               DISPLAY "NO LINES ACCEPTED - INVOICE NOT ENTERED"
           ELSE
               DISPLAY "INVOICE " WS-ENTRY-INVOICE-NUMBER
                   " ENTERED AS ENTRY " WS-NEXT-ENTRY-NUMBER
                   " WITH " WS-LINE-NUMBER " LINE(S)"
               ADD 1 TO WS-INVOICE-COUNT
               ADD 1 TO WS-NEXT-ENTRY-NUMBER
               PERFORM 1300-WRITE-ENTRY-NUMBER-CONTROL
           END-IF.

       3100-ENTER-ONE-INVOICE-LINE.
           IF WS-LINE-NUMBER >= WS-LINE-MAXIMUM
               DISPLAY "INVOICE IS FULL - NO MORE LINES ACCEPTED"
               SET LINES-FINISHED TO TRUE
           ELSE
               DISPLAY "Enter the purchase order number (or blank "
                   "to finish):"
               ACCEPT WS-PO-INPUT
               IF WS-PO-INPUT = SPACES
                   SET LINES-FINISHED TO TRUE
               ELSE
                   PERFORM 3200-CHECK-PO-LINE
                   IF LINE-IS-OK
                       DISPLAY "Please enter the quantity invoiced:"
                       PERFORM 3300-GET-VALID-QUANTITY
                       PERFORM 3400-GET-VALID-PRICE
                       PERFORM 4200-WRITE-INVOICE-LINE
                   END-IF
               END-IF
           END-IF.

       3200-CHECK-PO-LINE.
           SET LINE-NOT-OK TO TRUE
           IF WS-PO-INPUT IS NOT NUMERIC
               DISPLAY "PO NUMBER MUST BE 6 DIGITS - LINE REJECTED"
           ELSE
               MOVE WS-PO-INPUT TO WS-ENTRY-PO-NUMBER
               DISPLAY "Enter the PO line number:"
               PERFORM 3250-GET-PO-LINE-NUMBER
               IF QTY-IS-VALID
                   PERFORM 3260-READ-PO-LINE
               END-IF
           END-IF.

       3250-GET-PO-LINE-NUMBER.
           SET QTY-IS-INVALID TO TRUE
           ACCEPT WS-QTY-INPUT
           MOVE FUNCTION TEST-NUMVAL(WS-QTY-INPUT)
               TO WS-QTY-NUMVAL-CHECK
           IF WS-QTY-NUMVAL-CHECK NOT = ZERO
               DISPLAY "PO LINE NUMBER MUST BE NUMERIC - LINE "
                   "REJECTED"
           ELSE
               COMPUTE WS-QTY-CHECK = FUNCTION NUMVAL(WS-QTY-INPUT)
               IF WS-QTY-CHECK < 1
                       OR WS-QTY-CHECK > WS-PO-LINE-MAXIMUM
                   DISPLAY "PO LINE NUMBER MUST BE BETWEEN 1 AND "
                       "999 - LINE REJECTED"
               ELSE
                   MOVE WS-QTY-CHECK TO WS-ENTRY-PO-LINE
                   SET QTY-IS-VALID TO TRUE
               END-IF
           END-IF.

       3260-READ-PO-LINE.
           MOVE WS-ENTRY-PO-NUMBER TO POR-PO-NUMBER
           MOVE WS-ENTRY-PO-LINE TO POR-LINE-NUMBER
           READ PO-FILE
               INVALID KEY
                   DISPLAY "PO LINE NOT FOUND - LINE REJECTED"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN POR-RECORD-TYPE NOT = "L"
                           DISPLAY "NOT AN ORDER LINE - LINE "
                               "REJECTED"
                       WHEN POR-SUPPLIER-CODE NOT = WS-ENTRY-SUPPLIER
                           DISPLAY "ORDER IS FOR SUPPLIER "
                               POR-SUPPLIER-CODE " - LINE REJECTED"
                       WHEN OTHER
                           MOVE POR-ITEM-CODE TO PL-ITEM-CODE
                           MOVE POR-ORDER-QTY TO PL-ORDER-QTY
                           MOVE POR-LINE-STATUS TO PL-LINE-STATUS
                           DISPLAY WS-PO-LINE-DISPLAY
                           SET LINE-IS-OK TO TRUE
                   END-EVALUATE
           END-READ.

       3300-GET-VALID-QUANTITY.
           SET QTY-IS-INVALID TO TRUE
           PERFORM 3310-PROMPT-AND-CHECK-QUANTITY
               UNTIL QTY-IS-VALID.

       3310-PROMPT-AND-CHECK-QUANTITY.
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

       3400-GET-VALID-PRICE.
           SET PRICE-IS-INVALID TO TRUE
           PERFORM 3410-PROMPT-AND-CHECK-PRICE
               UNTIL PRICE-IS-VALID.

       3410-PROMPT-AND-CHECK-PRICE.
           DISPLAY "Please enter the unit price invoiced:"
           ACCEPT WS-PRICE-INPUT
           MOVE FUNCTION TEST-NUMVAL(WS-PRICE-INPUT)
               TO WS-PRICE-NUMVAL-CHECK
           IF WS-PRICE-NUMVAL-CHECK NOT = ZERO
               DISPLAY "UNIT PRICE MUST BE NUMERIC - PLEASE RE-ENTER"
           ELSE
               COMPUTE WS-PRICE-CHECK =
                   FUNCTION NUMVAL(WS-PRICE-INPUT)
               IF WS-PRICE-CHECK < ZERO
                       OR WS-PRICE-CHECK > WS-PRICE-MAXIMUM
                   DISPLAY "UNIT PRICE MUST BE BETWEEN 0 AND "
                       "99999.99 - PLEASE RE-ENTER"
               ELSE
                   MOVE WS-PRICE-CHECK TO WS-ENTRY-PRICE
                   SET PRICE-IS-VALID TO TRUE
               END-IF
           END-IF.

       4100-WRITE-INVOICE-HEADER.
           MOVE SPACES TO SUPPLIER-INVOICE-RECORD
           MOVE WS-NEXT-ENTRY-NUMBER TO INV-ENTRY-NUMBER
           MOVE ZERO TO INV-LINE-NUMBER
           MOVE "H" TO INV-RECORD-TYPE
           MOVE WS-ENTRY-SUPPLIER TO INV-SUPPLIER-CODE
           MOVE WS-ENTRY-INVOICE-NUMBER TO INV-INVOICE-NUMBER
           MOVE WS-INVOICE-DATE TO INV-INVOICE-DATE
           MOVE WS-TODAY TO INV-ENTERED-DATE
           MOVE WS-OPERATOR-ID TO INV-OPERATOR-ID
           MOVE ZERO TO INV-PO-NUMBER
           MOVE ZERO TO INV-PO-LINE-NUMBER
           MOVE SPACES TO INV-ITEM-CODE
           MOVE ZERO TO INV-QTY-INVOICED
           MOVE ZERO TO INV-UNIT-PRICE
           MOVE "O" TO INV-STATUS
           MOVE SPACES TO INV-HOLD-REASON
           MOVE WS-TODAY TO INV-STATUS-DATE
           MOVE SPACES TO INV-RELEASED-BY
           WRITE SUPPLIER-INVOICE-RECORD
               INVALID KEY
                   DISPLAY "WRITE FAILED FOR INVOICE HEADER "
                       WS-NEXT-ENTRY-NUMBER
           END-WRITE.

       4200-WRITE-INVOICE-LINE.
           MOVE SPACES TO SUPPLIER-INVOICE-RECORD
           MOVE WS-NEXT-ENTRY-NUMBER TO INV-ENTRY-NUMBER
           ADD 1 TO WS-LINE-NUMBER
           MOVE WS-LINE-NUMBER TO INV-LINE-NUMBER
           MOVE "L" TO INV-RECORD-TYPE
           MOVE WS-ENTRY-SUPPLIER TO INV-SUPPLIER-CODE
           MOVE WS-ENTRY-INVOICE-NUMBER TO INV-INVOICE-NUMBER
           MOVE WS-INVOICE-DATE TO INV-INVOICE-DATE
           MOVE WS-TODAY TO INV-ENTERED-DATE
           MOVE WS-OPERATOR-ID TO INV-OPERATOR-ID
           MOVE WS-ENTRY-PO-NUMBER TO INV-PO-NUMBER
           MOVE WS-ENTRY-PO-LINE TO INV-PO-LINE-NUMBER
           MOVE POR-ITEM-CODE TO INV-ITEM-CODE
           MOVE WS-ENTRY-QTY TO INV-QTY-INVOICED
           MOVE WS-ENTRY-PRICE TO INV-UNIT-PRICE
           MOVE "O" TO INV-STATUS
           MOVE SPACES TO INV-HOLD-REASON
           MOVE WS-TODAY TO INV-STATUS-DATE
           MOVE SPACES TO INV-RELEASED-BY
           WRITE SUPPLIER-INVOICE-RECORD
               INVALID KEY
                   DISPLAY "WRITE FAILED FOR INVOICE LINE - LINE "
                       "NOT ADDED"
                   SUBTRACT 1 FROM WS-LINE-NUMBER
               NOT INVALID KEY
                   ADD 1 TO WS-LINE-COUNT
           END-WRITE.

       5000-RELEASE-HELD-INVOICES.
           PERFORM 5100-LIST-HELD-INVOICES
           IF WS-HELD-COUNT = ZERO
               DISPLAY "NO INVOICES ARE ON HOLD"
           ELSE
               SET RELEASE-NOT-FINISHED TO TRUE
               PERFORM 5200-RELEASE-ONE-INVOICE
                   UNTIL RELEASE-FINISHED
               DISPLAY WS-RELEASED-COUNT
                   " INVOICE(S) RELEASED FOR PAYMENT"
           END-IF.

       5100-LIST-HELD-INVOICES.
           MOVE ZERO TO WS-HELD-COUNT
           MOVE ZERO TO INV-ENTRY-NUMBER
           MOVE ZERO TO INV-LINE-NUMBER
           START INVOICE-FILE KEY IS NOT LESS THAN INV-KEY
               INVALID KEY SET END-OF-INVOICE-FILE TO TRUE
               NOT INVALID KEY SET NOT-END-OF-INVOICE-FILE TO TRUE
           END-START
           IF NOT-END-OF-INVOICE-FILE
               DISPLAY "ENTRY   SUPP   INVOICE       REASON HELD"
               PERFORM 2160-READ-NEXT-INVOICE
               PERFORM 5150-LIST-ONE-HEADER
                   UNTIL END-OF-INVOICE-FILE
           END-IF.

       5150-LIST-ONE-HEADER.
           IF INV-RECORD-TYPE = "H" AND INV-STATUS = "H"
               MOVE INV-ENTRY-NUMBER TO HL-ENTRY-NUMBER
               MOVE INV-SUPPLIER-CODE TO HL-SUPPLIER-CODE
               MOVE INV-INVOICE-NUMBER TO HL-INVOICE-NUMBER
               MOVE INV-HOLD-REASON TO HL-HOLD-REASON
               DISPLAY WS-HELD-LINE
               ADD 1 TO WS-HELD-COUNT
           END-IF
           PERFORM 2160-READ-NEXT-INVOICE.

       5200-RELEASE-ONE-INVOICE.
           DISPLAY " "
           DISPLAY "Enter the entry number to release (or blank "
               "to finish):"
           ACCEPT WS-RELEASE-INPUT
           IF WS-RELEASE-INPUT = SPACES
               SET RELEASE-FINISHED TO TRUE
           ELSE
               IF WS-RELEASE-INPUT IS NOT NUMERIC
                   DISPLAY "ENTRY NUMBER MUST BE 6 DIGITS - NOT "
                       "RELEASED"
               ELSE
                   MOVE WS-RELEASE-INPUT TO WS-RELEASE-ENTRY
                   PERFORM 5300-RELEASE-ENTRY
               END-IF
           END-IF.

       5300-RELEASE-ENTRY.
           MOVE WS-RELEASE-ENTRY TO INV-ENTRY-NUMBER
           MOVE ZERO TO INV-LINE-NUMBER
           READ INVOICE-FILE
               INVALID KEY
                   DISPLAY "INVOICE ENTRY NOT FOUND - NOT RELEASED"
               NOT INVALID KEY
                   IF INV-STATUS NOT = "H"
                       DISPLAY "INVOICE IS NOT ON HOLD - NOT "
                           "RELEASED"
                   ELSE
                       DISPLAY "INVOICE " INV-INVOICE-NUMBER
                           " FROM " INV-SUPPLIER-CODE
                       DISPLAY "HELD: " INV-HOLD-REASON
                       MOVE SPACE TO WS-CONFIRM-SW
                       PERFORM 5400-PROMPT-CONFIRM-RELEASE
                           UNTIL CONFIRM-YES OR CONFIRM-NO
                       IF CONFIRM-YES
                           PERFORM 5500-REWRITE-RELEASED-HEADER
                       END-IF
                   END-IF
           END-READ.

       5400-PROMPT-CONFIRM-RELEASE.
           DISPLAY "Release this invoice for payment? (Y/N):"
           ACCEPT WS-CONFIRM-SW
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM-SW) TO WS-CONFIRM-SW
           IF NOT (CONFIRM-YES OR CONFIRM-NO)
               DISPLAY "ANSWER MUST BE Y OR N - PLEASE RE-ENTER"
           END-IF.

       5500-REWRITE-RELEASED-HEADER.
           MOVE "R" TO INV-STATUS
           MOVE WS-TODAY TO INV-STATUS-DATE
           MOVE WS-OPERATOR-ID TO INV-RELEASED-BY
           REWRITE SUPPLIER-INVOICE-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED - INVOICE NOT RELEASED"
               NOT INVALID KEY
                   DISPLAY "INVOICE RELEASED - IT WILL BE SENT FOR "
                       "PAYMENT BY THE NEXT MATCH RUN"
                   ADD 1 TO WS-RELEASED-COUNT
           END-REWRITE.

       9000-TERMINATE.
           IF ALL-FILES-ARE-OPEN
               CLOSE SUPPLIER-FILE
               CLOSE PO-FILE
               CLOSE INVOICE-FILE
           END-IF.
