       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVOICE-MATCH.
      *********************************
      *AUTHOR. MURAT KUÞ.
      *DATE-WRITTEN. 28/07/2023.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT INVOICE-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\suppinv.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INV-KEY
           FILE STATUS IS WS-INV-FILE-STATUS.

           SELECT PO-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\pofile.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS POR-KEY
           FILE STATUS IS WS-PO-FILE-STATUS.

           SELECT MOVEMENT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\itemmvmt.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-MVMT-FILE-STATUS.

           SELECT PAYMENT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\payextr.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-PAY-FILE-STATUS.

           SELECT PRINT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\invmatch.prt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  INVOICE-FILE.
           COPY SUPPINV.

       FD  PO-FILE.
           COPY PORDER.

       FD  MOVEMENT-FILE.
           COPY MVMTREC.

       FD  PAYMENT-FILE.
       01  PAYMENT-EXTRACT-RECORD.
        02 PAY-SUPPLIER-CODE PIC X(5).
        02 PAY-INVOICE-NUMBER PIC X(12).
        02 PAY-INVOICE-DATE PIC 9(8).
        02 PAY-ENTRY-NUMBER PIC 9(6).
        02 PAY-AMOUNT PIC 9(9)V99.
        02 PAY-APPROVED-DATE PIC 9(8).
        02 PAY-APPROVAL-TYPE PIC X(1).
        02 PAY-RELEASED-BY PIC X(8).

       FD  PRINT-FILE.
       01  PRINT-REC PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-INV-FILE-STATUS PIC X(2).
       01  WS-PO-FILE-STATUS PIC X(2).
       01  WS-MVMT-FILE-STATUS PIC X(2).
       01  WS-PAY-FILE-STATUS PIC X(2).

       01  WS-FILES-OPEN-SW PIC X(1).
           88 ALL-FILES-ARE-OPEN VALUE "Y".
           88 FILES-NOT-ALL-OPEN VALUE "N".

       01  WS-MVMT-EOF-SW PIC X(1).
           88 END-OF-MOVEMENT-FILE VALUE "Y".
           88 NOT-END-OF-MOVEMENT-FILE VALUE "N".

       01  WS-INVOICE-EOF-SW PIC X(1).
           88 END-OF-INVOICE-FILE VALUE "Y".
           88 NOT-END-OF-INVOICE-FILE VALUE "N".

       01  WS-INVOICE-LINES-SW PIC X(1).
           88 END-OF-INVOICE-LINES VALUE "Y".
           88 NOT-END-OF-INVOICE-LINES VALUE "N".

       01  WS-RECEIPT-FOUND-SW PIC X(1).
           88 RECEIPT-FOUND VALUE "Y".
           88 RECEIPT-NOT-FOUND VALUE "N".

       01  WS-RECEIPT-FULL-SW PIC X(1) VALUE "N".
           88 RECEIPT-TABLE-FULL VALUE "Y".
           88 RECEIPT-TABLE-NOT-FULL VALUE "N".

       01  WS-HEADER-FULL-SW PIC X(1) VALUE "N".
           88 HEADER-TABLE-FULL VALUE "Y".
           88 HEADER-TABLE-NOT-FULL VALUE "N".

       01  WS-INVOICE-RESULT-SW PIC X(1).
           88 INVOICE-MATCHED VALUE "Y".
           88 INVOICE-HELD VALUE "N".

       01  WS-TOLERANCE-SW PIC X(1).
           88 TOLERANCE-IS-VALID VALUE "Y".
           88 TOLERANCE-IS-INVALID VALUE "N".

       01  WS-RECEIPT-TABLE.
           05 WS-RECEIPT-ENTRY OCCURS 2000 TIMES
                   INDEXED BY RC-IDX.
              10 WS-RCP-PO-NUMBER PIC 9(6).
              10 WS-RCP-LINE-NUMBER PIC 9(3).
              10 WS-RCP-QTY PIC 9(7).
              10 WS-RCP-VALUE PIC 9(10)V99.
              10 WS-RCP-RETURN-QTY PIC 9(7).
              10 WS-RCP-RETURN-VALUE PIC 9(10)V99.

       77  WS-RECEIPT-TOTAL PIC 9(4) COMP VALUE ZERO.
       77  WS-RECEIPT-MAXIMUM PIC 9(4) COMP VALUE 2000.

       01  WS-HEADER-TABLE.
           05 WS-HEADER-ENTRY OCCURS 2000 TIMES
                   INDEXED BY IH-IDX.
              10 WS-HDR-ENTRY-NUMBER PIC 9(6).
              10 WS-HDR-SUPPLIER-CODE PIC X(5).
              10 WS-HDR-INVOICE-NUMBER PIC X(12).
              10 WS-HDR-STATUS PIC X(1).

       77  WS-HEADER-TOTAL PIC 9(4) COMP VALUE ZERO.
       77  WS-HEADER-MAXIMUM PIC 9(4) COMP VALUE 2000.
       77  WS-HEADER-SUB PIC 9(4) COMP VALUE ZERO.

       01  WS-TOLERANCE-INPUT PIC X(6).
       01  WS-TOL-NUMVAL-CHECK PIC S9(4) COMP.
       01  WS-TOL-CHECK PIC S9(5)V99.
       01  WS-PRICE-TOLERANCE PIC 9(2)V99 VALUE 2.
       01  WS-QTY-TOLERANCE PIC 9(5) VALUE ZERO.

       77  WS-PRICE-TOL-MAXIMUM PIC 9(2)V99 VALUE 99.99.
       77  WS-QTY-TOL-MAXIMUM PIC 9(5) VALUE 99999.

       01  WS-TODAY PIC 9(8).
       01  WS-CURRENT-ENTRY PIC 9(6).
       01  WS-INVOICE-REASON PIC X(25).
       01  WS-LINE-REASON PIC X(25).
       01  WS-INVOICE-VALUE PIC 9(10)V99.
       01  WS-LINE-VALUE PIC 9(10)V99.
       01  WS-INVOICE-LINES PIC 9(3).

       01  WS-ORDER-QTY PIC 9(5).
       01  WS-RECEIVED-QTY PIC 9(7).
       01  WS-RECEIVED-COST PIC 9(5)V99.
       01  WS-RETURNED-QTY PIC 9(7).
       01  WS-NET-QTY-CHECK PIC S9(7).
       01  WS-NET-VALUE-CHECK PIC S9(10)V99.
       01  WS-QTY-VARIANCE PIC S9(7).
       01  WS-PRICE-VARIANCE PIC S9(5)V99.
       01  WS-PRICE-LIMIT PIC 9(7)V9999.

       77  WS-MAX-LINES-PER-PAGE PIC 9(2) VALUE 55.
       77  WS-LINE-COUNT PIC 9(2) COMP VALUE ZERO.
       77  WS-PAGE-COUNT PIC 9(3) COMP VALUE ZERO.
       77  WS-CHECKED-COUNT PIC 9(5) COMP VALUE ZERO.
       77  WS-APPROVED-COUNT PIC 9(5) COMP VALUE ZERO.
       77  WS-HELD-COUNT PIC 9(5) COMP VALUE ZERO.
       77  WS-DUPLICATE-COUNT PIC 9(5) COMP VALUE ZERO.
       77  WS-RELEASED-COUNT PIC 9(5) COMP VALUE ZERO.
       77  WS-LINES-HELD-COUNT PIC 9(5) COMP VALUE ZERO.
       01  WS-EXTRACT-VALUE PIC 9(13)V99 VALUE ZERO.
       01  WS-HELD-VALUE PIC 9(13)V99 VALUE ZERO.

       01  WS-REPORT-HEADING.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(25) VALUE "SUPPLIER INVOICE MATCH".
           05 FILLER PIC X(6)  VALUE "PAGE ".
           05 HD-PAGE-NO PIC ZZ9.
           05 FILLER PIC X(36) VALUE SPACES.

       01  WS-DATE-LINE.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(6)  VALUE "AS AT ".
           05 DT-RUN-DATE PIC 9(8).
           05 FILLER PIC X(18) VALUE "  PRICE TOLERANCE ".
           05 DT-PRICE-TOL PIC Z9.99.
           05 FILLER PIC X(16) VALUE "%  QTY TOLERANCE".
           05 DT-QTY-TOL PIC ZZZZ9.
           05 FILLER PIC X(12) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05 FILLER PIC X(1)  VALUE SPACES.
           05 FILLER PIC X(7)  VALUE "PO".
           05 FILLER PIC X(4)  VALUE "LN".
           05 FILLER PIC X(6)  VALUE "ITEM".
           05 FILLER PIC X(6)  VALUE "INVQTY".
           05 FILLER PIC X(6)  VALUE "ORDQTY".
           05 FILLER PIC X(7)  VALUE " RCVQTY".
           05 FILLER PIC X(9)  VALUE "INV PRICE".
           05 FILLER PIC X(9)  VALUE " RCV COST".
           05 FILLER PIC X(25) VALUE " RESULT".

       01  WS-INVOICE-LINE.
           05 FILLER PIC X(1)  VALUE SPACES.
           05 FILLER PIC X(6)  VALUE "ENTRY ".
           05 IL-ENTRY-NUMBER PIC 9(6).
           05 FILLER PIC X(11) VALUE "  SUPPLIER ".
           05 IL-SUPPLIER-CODE PIC X(5).
           05 FILLER PIC X(10) VALUE "  INVOICE ".
           05 IL-INVOICE-NUMBER PIC X(12).
           05 FILLER PIC X(7)  VALUE "  DATED".
           05 FILLER PIC X(1)  VALUE SPACES.
           05 IL-INVOICE-DATE PIC 9(8).
           05 FILLER PIC X(13) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05 FILLER PIC X(1)  VALUE SPACES.
           05 DL-PO-NUMBER PIC 9(6).
           05 FILLER PIC X(1)  VALUE SPACES.
           05 DL-PO-LINE PIC 9(3).
           05 FILLER PIC X(1)  VALUE SPACES.
           05 DL-ITEM-CODE PIC X(5).
           05 FILLER PIC X(1)  VALUE SPACES.
           05 DL-INVOICE-QTY PIC ZZZZ9.
           05 FILLER PIC X(1)  VALUE SPACES.
           05 DL-ORDER-QTY PIC ZZZZ9.
           05 FILLER PIC X(1)  VALUE SPACES.
           05 DL-RECEIVED-QTY PIC ZZZZZ9.
           05 FILLER PIC X(1)  VALUE SPACES.
           05 DL-INVOICE-PRICE PIC ZZZZ9.99.
           05 FILLER PIC X(1)  VALUE SPACES.
           05 DL-RECEIVED-COST PIC ZZZZ9.99.
           05 FILLER PIC X(1)  VALUE SPACES.
           05 DL-REASON PIC X(25).

       01  WS-RESULT-LINE.
           05 FILLER PIC X(3)  VALUE SPACES.
           05 RL-RESULT PIC X(40).
           05 FILLER PIC X(15) VALUE "INVOICE VALUE ".
           05 RL-INVOICE-VALUE PIC Z(8)9.99.
           05 FILLER PIC X(10) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 TL-CAPTION PIC X(30).
           05 TL-COUNT PIC ZZZZ9.
           05 FILLER PIC X(43) VALUE SPACES.

       01  WS-VALUE-LINE.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 VL-CAPTION PIC X(30).
           05 VL-TOTAL PIC Z(12)9.99.
           05 FILLER PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF ALL-FILES-ARE-OPEN
               PERFORM 2000-LOAD-RECEIPTS
               PERFORM 2500-LOAD-INVOICE-HEADERS
               MOVE ZERO TO WS-HEADER-SUB
               PERFORM 4000-PROCESS-ONE-INVOICE
                   UNTIL WS-HEADER-SUB >= WS-HEADER-TOTAL
               PERFORM 8000-PRINT-TOTALS
               DISPLAY WS-APPROVED-COUNT
                   " INVOICE(S) APPROVED FOR PAYMENT"
               DISPLAY WS-HELD-COUNT " INVOICE(S) HELD"
               DISPLAY WS-RELEASED-COUNT
                   " RELEASED INVOICE(S) SENT FOR PAYMENT"
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           SET FILES-NOT-ALL-OPEN TO TRUE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           DISPLAY "Welcome to the Supplier Invoice Match App"
           OPEN I-O INVOICE-FILE
           IF WS-INV-FILE-STATUS NOT = "00"
               DISPLAY "INVOICE FILE NOT FOUND - NO INVOICES "
                   "MATCHED"
           ELSE
               OPEN INPUT PO-FILE
               IF WS-PO-FILE-STATUS NOT = "00"
                   DISPLAY "PURCHASE ORDER FILE NOT FOUND - NO "
                       "INVOICES MATCHED"
                   CLOSE INVOICE-FILE
               ELSE
                   OPEN INPUT MOVEMENT-FILE
                   IF WS-MVMT-FILE-STATUS NOT = "00"
                       DISPLAY "MOVEMENT FILE NOT FOUND - NO "
                           "INVOICES MATCHED"
                       CLOSE INVOICE-FILE
                       CLOSE PO-FILE
                   ELSE
                       PERFORM 1100-OPEN-PAYMENT-FILE
                       PERFORM 1200-GET-TOLERANCES
                       OPEN OUTPUT PRINT-FILE
                       SET ALL-FILES-ARE-OPEN TO TRUE
                       PERFORM 3000-PRINT-HEADINGS
                       PERFORM 3100-PRINT-DATE-LINE
                   END-IF
               END-IF
           END-IF.

       1100-OPEN-PAYMENT-FILE.
           OPEN EXTEND PAYMENT-FILE
           IF WS-PAY-FILE-STATUS = "35"
               OPEN OUTPUT PAYMENT-FILE
               CLOSE PAYMENT-FILE
               OPEN EXTEND PAYMENT-FILE
           END-IF.

       1200-GET-TOLERANCES.
           SET TOLERANCE-IS-INVALID TO TRUE
           PERFORM 1210-PROMPT-PRICE-TOLERANCE
               UNTIL TOLERANCE-IS-VALID
           SET TOLERANCE-IS-INVALID TO TRUE
           PERFORM 1250-PROMPT-QTY-TOLERANCE
               UNTIL TOLERANCE-IS-VALID.

       1210-PROMPT-PRICE-TOLERANCE.
           DISPLAY "Enter the unit price tolerance in percent "
               "(blank for 2):"
           ACCEPT WS-TOLERANCE-INPUT
           IF WS-TOLERANCE-INPUT = SPACES
               MOVE 2 TO WS-PRICE-TOLERANCE
               SET TOLERANCE-IS-VALID TO TRUE
           ELSE
               MOVE FUNCTION TEST-NUMVAL(WS-TOLERANCE-INPUT)
                   TO WS-TOL-NUMVAL-CHECK
               IF WS-TOL-NUMVAL-CHECK NOT = ZERO
                   DISPLAY "TOLERANCE MUST BE NUMERIC - PLEASE "
                       "RE-ENTER"
               ELSE
                   COMPUTE WS-TOL-CHECK =
                       FUNCTION NUMVAL(WS-TOLERANCE-INPUT)
                   IF WS-TOL-CHECK < ZERO
                           OR WS-TOL-CHECK > WS-PRICE-TOL-MAXIMUM
                       DISPLAY "TOLERANCE MUST BE BETWEEN 0 AND "
                           "99.99 - PLEASE RE-ENTER"
                   ELSE
                       MOVE WS-TOL-CHECK TO WS-PRICE-TOLERANCE
                       SET TOLERANCE-IS-VALID TO TRUE
                   END-IF
               END-IF
           END-IF.

       1250-PROMPT-QTY-TOLERANCE.
           DISPLAY "Enter the quantity tolerance in units "
               "(blank for 0):"
           ACCEPT WS-TOLERANCE-INPUT
           IF WS-TOLERANCE-INPUT = SPACES
               MOVE ZERO TO WS-QTY-TOLERANCE
               SET TOLERANCE-IS-VALID TO TRUE
           ELSE
               MOVE FUNCTION TEST-NUMVAL(WS-TOLERANCE-INPUT)
                   TO WS-TOL-NUMVAL-CHECK
               IF WS-TOL-NUMVAL-CHECK NOT = ZERO
                   DISPLAY "TOLERANCE MUST BE NUMERIC - PLEASE "
                       "RE-ENTER"
               ELSE
                   COMPUTE WS-TOL-CHECK =
                       FUNCTION NUMVAL(WS-TOLERANCE-INPUT)
                   IF WS-TOL-CHECK < ZERO
                           OR WS-TOL-CHECK > WS-QTY-TOL-MAXIMUM
                       DISPLAY "TOLERANCE MUST BE BETWEEN 0 AND "
                           "99999 - PLEASE RE-ENTER"
                   ELSE
                       MOVE WS-TOL-CHECK TO WS-QTY-TOLERANCE
                       SET TOLERANCE-IS-VALID TO TRUE
                   END-IF
               END-IF
           END-IF.

       2000-LOAD-RECEIPTS.
           SET NOT-END-OF-MOVEMENT-FILE TO TRUE
           PERFORM 2100-READ-MOVEMENT-RECORD
           PERFORM 2200-TALLY-RECEIPT-RECORD
               UNTIL END-OF-MOVEMENT-FILE.

       2100-READ-MOVEMENT-RECORD.
           READ MOVEMENT-FILE
               AT END SET END-OF-MOVEMENT-FILE TO TRUE
           END-READ.

       2200-TALLY-RECEIPT-RECORD.
           IF (MVT-TYPE = "R" OR MVT-TYPE = "V")
                   AND MVT-PO-NUMBER IS NUMERIC
                   AND MVT-PO-LINE-NUMBER IS NUMERIC
                   AND MVT-UNIT-COST IS NUMERIC
               IF MVT-PO-NUMBER > ZERO
                   PERFORM 2300-FIND-RECEIPT-ENTRY
                   IF MVT-TYPE = "R"
                       IF RECEIPT-FOUND
                           ADD MVT-QUANTITY TO WS-RCP-QTY (RC-IDX)
                           COMPUTE WS-RCP-VALUE (RC-IDX) =
                               WS-RCP-VALUE (RC-IDX)
                               + MVT-QUANTITY * MVT-UNIT-COST
                       ELSE
                           PERFORM 2350-ADD-RECEIPT-ENTRY
                       END-IF
                   ELSE
                       IF RECEIPT-FOUND
                           ADD MVT-QUANTITY
                               TO WS-RCP-RETURN-QTY (RC-IDX)
                           COMPUTE WS-RCP-RETURN-VALUE (RC-IDX) =
                               WS-RCP-RETURN-VALUE (RC-IDX)
                               + MVT-QUANTITY * MVT-UNIT-COST
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM 2100-READ-MOVEMENT-RECORD.

       2300-FIND-RECEIPT-ENTRY.
           SET RECEIPT-NOT-FOUND TO TRUE
           SET RC-IDX TO 1
           SEARCH WS-RECEIPT-ENTRY
               AT END
                   CONTINUE
               WHEN RC-IDX > WS-RECEIPT-TOTAL
                   CONTINUE
               WHEN WS-RCP-PO-NUMBER (RC-IDX) = MVT-PO-NUMBER
                       AND WS-RCP-LINE-NUMBER (RC-IDX)
                           = MVT-PO-LINE-NUMBER
                   SET RECEIPT-FOUND TO TRUE
           END-SEARCH.

       2350-ADD-RECEIPT-ENTRY.
           IF WS-RECEIPT-TOTAL < WS-RECEIPT-MAXIMUM
               ADD 1 TO WS-RECEIPT-TOTAL
               SET RC-IDX TO WS-RECEIPT-TOTAL
               MOVE MVT-PO-NUMBER TO WS-RCP-PO-NUMBER (RC-IDX)
               MOVE MVT-PO-LINE-NUMBER TO WS-RCP-LINE-NUMBER (RC-IDX)
               MOVE MVT-QUANTITY TO WS-RCP-QTY (RC-IDX)
               COMPUTE WS-RCP-VALUE (RC-IDX) =
                   MVT-QUANTITY * MVT-UNIT-COST
               MOVE ZERO TO WS-RCP-RETURN-QTY (RC-IDX)
               MOVE ZERO TO WS-RCP-RETURN-VALUE (RC-IDX)
           ELSE
               IF RECEIPT-TABLE-NOT-FULL
                   SET RECEIPT-TABLE-FULL TO TRUE
                   DISPLAY "RECEIPT TABLE FULL - LATER RECEIPTS "
                       "WILL NOT BE MATCHED"
               END-IF
           END-IF.

       2500-LOAD-INVOICE-HEADERS.
           MOVE ZERO TO INV-ENTRY-NUMBER
           MOVE ZERO TO INV-LINE-NUMBER
           START INVOICE-FILE KEY IS NOT LESS THAN INV-KEY
               INVALID KEY SET END-OF-INVOICE-FILE TO TRUE
               NOT INVALID KEY SET NOT-END-OF-INVOICE-FILE TO TRUE
           END-START
           IF NOT-END-OF-INVOICE-FILE
               PERFORM 2600-READ-NEXT-INVOICE
               PERFORM 2700-COLLECT-ONE-HEADER
                   UNTIL END-OF-INVOICE-FILE
           END-IF.

       2600-READ-NEXT-INVOICE.
           READ INVOICE-FILE NEXT RECORD
               AT END SET END-OF-INVOICE-FILE TO TRUE
           END-READ.

       2700-COLLECT-ONE-HEADER.
           IF INV-RECORD-TYPE = "H"
               IF WS-HEADER-TOTAL < WS-HEADER-MAXIMUM
                   ADD 1 TO WS-HEADER-TOTAL
                   SET IH-IDX TO WS-HEADER-TOTAL
                   MOVE INV-ENTRY-NUMBER
                       TO WS-HDR-ENTRY-NUMBER (IH-IDX)
                   MOVE INV-SUPPLIER-CODE
                       TO WS-HDR-SUPPLIER-CODE (IH-IDX)
                   MOVE INV-INVOICE-NUMBER
                       TO WS-HDR-INVOICE-NUMBER (IH-IDX)
                   MOVE INV-STATUS TO WS-HDR-STATUS (IH-IDX)
               ELSE
                   IF HEADER-TABLE-NOT-FULL
                       SET HEADER-TABLE-FULL TO TRUE
                       DISPLAY "INVOICE TABLE FULL - LATER "
                           "INVOICES WILL NOT BE MATCHED"
                   END-IF
               END-IF
           END-IF
           PERFORM 2600-READ-NEXT-INVOICE.

       3000-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO HD-PAGE-NO
           WRITE PRINT-REC FROM WS-REPORT-HEADING
               AFTER ADVANCING PAGE
           WRITE PRINT-REC FROM WS-COLUMN-HEADING
               AFTER ADVANCING 2 LINES
           MOVE ZERO TO WS-LINE-COUNT.

       3100-PRINT-DATE-LINE.
           MOVE WS-TODAY TO DT-RUN-DATE
           MOVE WS-PRICE-TOLERANCE TO DT-PRICE-TOL
           MOVE WS-QTY-TOLERANCE TO DT-QTY-TOL
           WRITE PRINT-REC FROM WS-DATE-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       3900-CHECK-PAGE-FULL.
           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 3000-PRINT-HEADINGS
           END-IF.

       4000-PROCESS-ONE-INVOICE.
           ADD 1 TO WS-HEADER-SUB
           SET IH-IDX TO WS-HEADER-SUB
           MOVE WS-HDR-ENTRY-NUMBER (IH-IDX) TO WS-CURRENT-ENTRY
           EVALUATE WS-HDR-STATUS (IH-IDX)
               WHEN "O"
                   PERFORM 4100-MATCH-OPEN-INVOICE
               WHEN "R"
                   PERFORM 4800-EXTRACT-RELEASED-INVOICE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       4100-MATCH-OPEN-INVOICE.
           ADD 1 TO WS-CHECKED-COUNT
           SET INVOICE-MATCHED TO TRUE
           MOVE SPACES TO WS-INVOICE-REASON
           MOVE ZERO TO WS-INVOICE-VALUE
           MOVE ZERO TO WS-INVOICE-LINES
           PERFORM 4150-READ-INVOICE-HEADER
           PERFORM 4200-PRINT-INVOICE-LINE
           PERFORM 4250-CHECK-DUPLICATE-NUMBER
           PERFORM 4300-START-INVOICE-LINES
           PERFORM 4400-MATCH-ONE-LINE
               UNTIL END-OF-INVOICE-LINES
           IF WS-INVOICE-LINES = ZERO AND INVOICE-MATCHED
               SET INVOICE-HELD TO TRUE
               MOVE "NO LINES ON THE INVOICE" TO WS-INVOICE-REASON
           END-IF
           PERFORM 4150-READ-INVOICE-HEADER
           IF INVOICE-MATCHED
               PERFORM 4700-APPROVE-INVOICE
           ELSE
               PERFORM 4750-HOLD-INVOICE
           END-IF.

       4150-READ-INVOICE-HEADER.
           MOVE WS-CURRENT-ENTRY TO INV-ENTRY-NUMBER
           MOVE ZERO TO INV-LINE-NUMBER
           READ INVOICE-FILE
               INVALID KEY
                   DISPLAY "INVOICE HEADER " WS-CURRENT-ENTRY
                       " COULD NOT BE READ BACK"
           END-READ.

       4200-PRINT-INVOICE-LINE.
           MOVE INV-ENTRY-NUMBER TO IL-ENTRY-NUMBER
           MOVE INV-SUPPLIER-CODE TO IL-SUPPLIER-CODE
           MOVE INV-INVOICE-NUMBER TO IL-INVOICE-NUMBER
           MOVE INV-INVOICE-DATE TO IL-INVOICE-DATE
           PERFORM 3900-CHECK-PAGE-FULL
           WRITE PRINT-REC FROM WS-INVOICE-LINE
               AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-COUNT.

       4250-CHECK-DUPLICATE-NUMBER.
           SET IH-IDX TO 1
           SEARCH WS-HEADER-ENTRY
               AT END
                   CONTINUE
               WHEN IH-IDX >= WS-HEADER-SUB
                   CONTINUE
               WHEN WS-HDR-SUPPLIER-CODE (IH-IDX)
                       = WS-HDR-SUPPLIER-CODE (WS-HEADER-SUB)
                       AND WS-HDR-INVOICE-NUMBER (IH-IDX)
                           = WS-HDR-INVOICE-NUMBER (WS-HEADER-SUB)
                   SET INVOICE-HELD TO TRUE
                   MOVE "DUPLICATE INVOICE NUMBER"
                       TO WS-INVOICE-REASON
                   ADD 1 TO WS-DUPLICATE-COUNT
           END-SEARCH.

       4300-START-INVOICE-LINES.
           MOVE WS-CURRENT-ENTRY TO INV-ENTRY-NUMBER
           MOVE 1 TO INV-LINE-NUMBER
           START INVOICE-FILE KEY IS NOT LESS THAN INV-KEY
               INVALID KEY SET END-OF-INVOICE-LINES TO TRUE
               NOT INVALID KEY SET NOT-END-OF-INVOICE-LINES TO TRUE
           END-START
           IF NOT-END-OF-INVOICE-LINES
               PERFORM 4350-READ-NEXT-INVOICE-LINE
           END-IF.

       4350-READ-NEXT-INVOICE-LINE.
           READ INVOICE-FILE NEXT RECORD
               AT END SET END-OF-INVOICE-LINES TO TRUE
           END-READ
           IF NOT-END-OF-INVOICE-LINES
                   AND INV-ENTRY-NUMBER NOT = WS-CURRENT-ENTRY
               SET END-OF-INVOICE-LINES TO TRUE
           END-IF.

       4400-MATCH-ONE-LINE.
           ADD 1 TO WS-INVOICE-LINES
           MOVE SPACES TO WS-LINE-REASON
           MOVE ZERO TO WS-ORDER-QTY
           MOVE ZERO TO WS-RECEIVED-QTY
           MOVE ZERO TO WS-RECEIVED-COST
           COMPUTE WS-LINE-VALUE =
               INV-QTY-INVOICED * INV-UNIT-PRICE
           ADD WS-LINE-VALUE TO WS-INVOICE-VALUE
           MOVE INV-PO-NUMBER TO POR-PO-NUMBER
           MOVE INV-PO-LINE-NUMBER TO POR-LINE-NUMBER
           READ PO-FILE
               INVALID KEY
                   MOVE "PO LINE NOT ON FILE" TO WS-LINE-REASON
               NOT INVALID KEY
                   PERFORM 4450-CHECK-AGAINST-ORDER
           END-READ
           IF WS-LINE-REASON = SPACES
               MOVE "M" TO INV-STATUS
               MOVE "MATCHED" TO DL-REASON
           ELSE
               MOVE "H" TO INV-STATUS
               MOVE WS-LINE-REASON TO DL-REASON
               ADD 1 TO WS-LINES-HELD-COUNT
               IF INVOICE-MATCHED
                   SET INVOICE-HELD TO TRUE
                   MOVE WS-LINE-REASON TO WS-INVOICE-REASON
               END-IF
           END-IF
           MOVE WS-LINE-REASON TO INV-HOLD-REASON
           MOVE WS-TODAY TO INV-STATUS-DATE
           REWRITE SUPPLIER-INVOICE-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED FOR INVOICE LINE "
                       INV-KEY
           END-REWRITE
           PERFORM 4600-PRINT-DETAIL-LINE
           PERFORM 4350-READ-NEXT-INVOICE-LINE.

       4450-CHECK-AGAINST-ORDER.
           MOVE POR-ORDER-QTY TO WS-ORDER-QTY
           PERFORM 4500-FIND-LINE-RECEIPT
           IF RECEIPT-FOUND AND WS-RETURNED-QTY > ZERO
               MOVE WS-RECEIVED-QTY TO WS-ORDER-QTY
           END-IF
           EVALUATE TRUE
               WHEN POR-RECORD-TYPE NOT = "L"
                   MOVE "PO LINE NOT ON FILE" TO WS-LINE-REASON
               WHEN POR-SUPPLIER-CODE NOT = INV-SUPPLIER-CODE
                   MOVE "ORDER FOR OTHER SUPPLIER" TO WS-LINE-REASON
               WHEN POR-LINE-STATUS NOT = "R"
                   MOVE "GOODS NOT RECEIVED" TO WS-LINE-REASON
               WHEN RECEIPT-NOT-FOUND
                   MOVE "RECEIPT NOT ON MVMT FILE" TO WS-LINE-REASON
               WHEN OTHER
                   PERFORM 4550-CHECK-VARIANCES
           END-EVALUATE.

       4500-FIND-LINE-RECEIPT.
           SET RECEIPT-NOT-FOUND TO TRUE
           MOVE ZERO TO WS-RETURNED-QTY
           SET RC-IDX TO 1
           SEARCH WS-RECEIPT-ENTRY
               AT END
                   CONTINUE
               WHEN RC-IDX > WS-RECEIPT-TOTAL
                   CONTINUE
               WHEN WS-RCP-PO-NUMBER (RC-IDX) = INV-PO-NUMBER
                       AND WS-RCP-LINE-NUMBER (RC-IDX)
                           = INV-PO-LINE-NUMBER
                   SET RECEIPT-FOUND TO TRUE
                   PERFORM 4510-NET-OFF-RETURNS
           END-SEARCH.

       4510-NET-OFF-RETURNS.
           MOVE WS-RCP-RETURN-QTY (RC-IDX) TO WS-RETURNED-QTY
           COMPUTE WS-NET-QTY-CHECK =
               WS-RCP-QTY (RC-IDX) - WS-RCP-RETURN-QTY (RC-IDX)
           COMPUTE WS-NET-VALUE-CHECK =
               WS-RCP-VALUE (RC-IDX) - WS-RCP-RETURN-VALUE (RC-IDX)
           IF WS-NET-QTY-CHECK > ZERO
               MOVE WS-NET-QTY-CHECK TO WS-RECEIVED-QTY
               IF WS-NET-VALUE-CHECK > ZERO
                   COMPUTE WS-RECEIVED-COST ROUNDED =
                       WS-NET-VALUE-CHECK / WS-NET-QTY-CHECK
               END-IF
           ELSE
               MOVE ZERO TO WS-RECEIVED-QTY
           END-IF.

       4550-CHECK-VARIANCES.
           COMPUTE WS-QTY-VARIANCE =
               INV-QTY-INVOICED - WS-ORDER-QTY
           IF WS-QTY-VARIANCE < ZERO
               COMPUTE WS-QTY-VARIANCE = ZERO - WS-QTY-VARIANCE
           END-IF
           IF WS-QTY-VARIANCE > WS-QTY-TOLERANCE
               MOVE "QTY DIFFERS FROM ORDER" TO WS-LINE-REASON
           END-IF
           COMPUTE WS-QTY-VARIANCE =
               INV-QTY-INVOICED - WS-RECEIVED-QTY
           IF WS-QTY-VARIANCE < ZERO
               COMPUTE WS-QTY-VARIANCE = ZERO - WS-QTY-VARIANCE
           END-IF
           IF WS-QTY-VARIANCE > WS-QTY-TOLERANCE
               MOVE "QTY DIFFERS FROM RECEIPT" TO WS-LINE-REASON
           END-IF
           COMPUTE WS-PRICE-VARIANCE =
               INV-UNIT-PRICE - WS-RECEIVED-COST
           IF WS-PRICE-VARIANCE < ZERO
               COMPUTE WS-PRICE-VARIANCE = ZERO - WS-PRICE-VARIANCE
           END-IF
           COMPUTE WS-PRICE-LIMIT =
               WS-RECEIVED-COST * WS-PRICE-TOLERANCE / 100
           IF WS-PRICE-VARIANCE > WS-PRICE-LIMIT
               MOVE "PRICE OUTSIDE TOLERANCE" TO WS-LINE-REASON
           END-IF.

       4600-PRINT-DETAIL-LINE.
           MOVE INV-PO-NUMBER TO DL-PO-NUMBER
           MOVE INV-PO-LINE-NUMBER TO DL-PO-LINE
           MOVE INV-ITEM-CODE TO DL-ITEM-CODE
           MOVE INV-QTY-INVOICED TO DL-INVOICE-QTY
           MOVE WS-ORDER-QTY TO DL-ORDER-QTY
           MOVE WS-RECEIVED-QTY TO DL-RECEIVED-QTY
           MOVE INV-UNIT-PRICE TO DL-INVOICE-PRICE
           MOVE WS-RECEIVED-COST TO DL-RECEIVED-COST
           PERFORM 3900-CHECK-PAGE-FULL
           WRITE PRINT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       4700-APPROVE-INVOICE.
           MOVE "A" TO INV-STATUS
           MOVE SPACES TO INV-HOLD-REASON
           MOVE WS-TODAY TO INV-STATUS-DATE
           REWRITE SUPPLIER-INVOICE-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED FOR INVOICE HEADER "
                       WS-CURRENT-ENTRY
               NOT INVALID KEY
                   MOVE "M" TO PAY-APPROVAL-TYPE
                   MOVE SPACES TO PAY-RELEASED-BY
                   PERFORM 4900-WRITE-PAYMENT-EXTRACT
                   ADD 1 TO WS-APPROVED-COUNT
                   MOVE "APPROVED FOR PAYMENT" TO RL-RESULT
                   PERFORM 4950-PRINT-RESULT-LINE
           END-REWRITE.

       4750-HOLD-INVOICE.
           MOVE "H" TO INV-STATUS
           MOVE WS-INVOICE-REASON TO INV-HOLD-REASON
           MOVE WS-TODAY TO INV-STATUS-DATE
           REWRITE SUPPLIER-INVOICE-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED FOR INVOICE HEADER "
                       WS-CURRENT-ENTRY
               NOT INVALID KEY
                   ADD 1 TO WS-HELD-COUNT
                   ADD WS-INVOICE-VALUE TO WS-HELD-VALUE
                   MOVE SPACES TO RL-RESULT
                   STRING "HELD - " DELIMITED BY SIZE
                       WS-INVOICE-REASON DELIMITED BY SIZE
                       INTO RL-RESULT
                   END-STRING
                   PERFORM 4950-PRINT-RESULT-LINE
           END-REWRITE.

       4800-EXTRACT-RELEASED-INVOICE.
           MOVE ZERO TO WS-INVOICE-VALUE
           PERFORM 4300-START-INVOICE-LINES
           PERFORM 4850-ADD-RELEASED-LINE
               UNTIL END-OF-INVOICE-LINES
           PERFORM 4150-READ-INVOICE-HEADER
           PERFORM 4200-PRINT-INVOICE-LINE
           MOVE "R" TO PAY-APPROVAL-TYPE
           MOVE INV-RELEASED-BY TO PAY-RELEASED-BY
           MOVE "A" TO INV-STATUS
           MOVE WS-TODAY TO INV-STATUS-DATE
           REWRITE SUPPLIER-INVOICE-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED FOR INVOICE HEADER "
                       WS-CURRENT-ENTRY
               NOT INVALID KEY
                   PERFORM 4900-WRITE-PAYMENT-EXTRACT
                   ADD 1 TO WS-RELEASED-COUNT
                   MOVE SPACES TO RL-RESULT
                   STRING "RELEASED BY " DELIMITED BY SIZE
                       INV-RELEASED-BY DELIMITED BY SPACE
                       " - SENT FOR PAYMENT" DELIMITED BY SIZE
                       INTO RL-RESULT
                   END-STRING
                   PERFORM 4950-PRINT-RESULT-LINE
           END-REWRITE.

       4850-ADD-RELEASED-LINE.
           COMPUTE WS-LINE-VALUE =
               INV-QTY-INVOICED * INV-UNIT-PRICE
           ADD WS-LINE-VALUE TO WS-INVOICE-VALUE
           PERFORM 4350-READ-NEXT-INVOICE-LINE.

       4900-WRITE-PAYMENT-EXTRACT.
           MOVE INV-SUPPLIER-CODE TO PAY-SUPPLIER-CODE
           MOVE INV-INVOICE-NUMBER TO PAY-INVOICE-NUMBER
           MOVE INV-INVOICE-DATE TO PAY-INVOICE-DATE
           MOVE INV-ENTRY-NUMBER TO PAY-ENTRY-NUMBER
           MOVE WS-INVOICE-VALUE TO PAY-AMOUNT
           MOVE WS-TODAY TO PAY-APPROVED-DATE
           WRITE PAYMENT-EXTRACT-RECORD
           ADD WS-INVOICE-VALUE TO WS-EXTRACT-VALUE.

       4950-PRINT-RESULT-LINE.
           MOVE WS-INVOICE-VALUE TO RL-INVOICE-VALUE
           PERFORM 3900-CHECK-PAGE-FULL
           WRITE PRINT-REC FROM WS-RESULT-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       8000-PRINT-TOTALS.
           MOVE "INVOICES MATCHED THIS RUN" TO TL-CAPTION
           MOVE WS-CHECKED-COUNT TO TL-COUNT
           WRITE PRINT-REC FROM WS-TOTAL-LINE
               AFTER ADVANCING 3 LINES
           MOVE "APPROVED FOR PAYMENT" TO TL-CAPTION
           MOVE WS-APPROVED-COUNT TO TL-COUNT
           WRITE PRINT-REC FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "HELD FOR A SUPERVISOR" TO TL-CAPTION
           MOVE WS-HELD-COUNT TO TL-COUNT
           WRITE PRINT-REC FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "  OF WHICH DUPLICATES" TO TL-CAPTION
           MOVE WS-DUPLICATE-COUNT TO TL-COUNT
           WRITE PRINT-REC FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "INVOICE LINES HELD" TO TL-CAPTION
           MOVE WS-LINES-HELD-COUNT TO TL-COUNT
           WRITE PRINT-REC FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "RELEASED AND SENT FOR PAYMENT" TO TL-CAPTION
           MOVE WS-RELEASED-COUNT TO TL-COUNT
           WRITE PRINT-REC FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "VALUE SENT FOR PAYMENT" TO VL-CAPTION
           MOVE WS-EXTRACT-VALUE TO VL-TOTAL
           WRITE PRINT-REC FROM WS-VALUE-LINE
               AFTER ADVANCING 2 LINES
           MOVE "VALUE HELD" TO VL-CAPTION
           MOVE WS-HELD-VALUE TO VL-TOTAL
           WRITE PRINT-REC FROM WS-VALUE-LINE
               AFTER ADVANCING 1 LINE.

       9000-TERMINATE.
           IF ALL-FILES-ARE-OPEN
               CLOSE INVOICE-FILE
               CLOSE PO-FILE
               CLOSE MOVEMENT-FILE
               CLOSE PAYMENT-FILE
               CLOSE PRINT-FILE
           END-IF.
