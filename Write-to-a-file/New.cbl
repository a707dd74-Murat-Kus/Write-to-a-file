           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT STOCK-LOC-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\stockloc.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SLC-KEY
           FILE STATUS IS WS-SLOC-FILE-STATUS.

           SELECT PO-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\pofile.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS POR-KEY
           FILE STATUS IS WS-PO-FILE-STATUS.

           SELECT BOM-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\bomfile.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BOM-KEY
           FILE STATUS IS WS-BOM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

        02 TRANS-SUPPLIER-CODE PIC X(5).
        02 TRANS-UNIT-COST PIC 9(5)V99.
        02 TRANS-GROUP-CODE PIC X(3).
        02 TRANS-LOT-CONTROLLED PIC X(1).

       FD  AUDIT-FILE.
           COPY AUDITREC.
       FD  JOURNAL-FILE.
           COPY CHGJRNL.

       FD  STOCK-LOC-FILE.
           COPY STOCKLOC.

       FD  PO-FILE.
           COPY PORDER.

       FD  BOM-FILE.
           COPY BOMREC.

       WORKING-STORAGE SECTION.

           COPY STOCKITM
                         ==ITEM-UNIT-COST==     BY
                             ==WS-ITEM-UNIT-COST==
                         ==ITEM-GROUP-CODE==    BY
                             ==WS-ITEM-GROUP-CODE==
                         ==ITEM-LOT-CONTROLLED== BY
                             ==WS-ITEM-LOT-CONTROLLED==.

       01  WS-FILE-STATUS PIC X(2).
       01  WS-TRANS-FILE-STATUS PIC X(2).
       01  WS-OPER-FILE-STATUS PIC X(2).
       01  WS-CKPT-FILE-STATUS PIC X(2).
       01  WS-JRNL-FILE-STATUS PIC X(2).
       01  WS-SLOC-FILE-STATUS PIC X(2).
       01  WS-PO-FILE-STATUS PIC X(2).
       01  WS-BOM-FILE-STATUS PIC X(2).

       01  WS-BEFORE-IMAGE PIC X(80).

           88 COST-IS-VALID VALUE "Y".
           88 COST-IS-INVALID VALUE "N".

       01  WS-LOT-FLAG-SW PIC X(1).
           88 LOT-FLAG-IS-VALID VALUE "Y".
           88 LOT-FLAG-IS-INVALID VALUE "N".

       01  WS-ENTRY-LOT-FLAG PIC X(1).
           88 LOT-FLAG-ENTERED-YES VALUE "Y".
           88 LOT-FLAG-ENTERED-NO VALUE "N".

       01  WS-IN-USE-SW PIC X(1).
           88 ITEM-IS-IN-USE VALUE "Y".
           88 ITEM-NOT-IN-USE VALUE "N".

       01  WS-SLOC-EOF-SW PIC X(1).
           88 END-OF-ITEM-BALANCES VALUE "Y".
           88 NOT-END-OF-ITEM-BALANCES VALUE "N".

       01  WS-PO-EOF-SW PIC X(1).
           88 END-OF-PO-FILE VALUE "Y".
           88 NOT-END-OF-PO-FILE VALUE "N".

       01  WS-BOM-EOF-SW PIC X(1).
           88 END-OF-BOM-FILE VALUE "Y".
           88 NOT-END-OF-BOM-FILE VALUE "N".

       01  WS-PRICE-INPUT PIC X(10).
       01  WS-PRICE-NUMVAL-CHECK PIC S9(4) COMP.
       01  WS-PRICE-CHECK PIC S9(7)V99.
       77  WS-BATCH-WRITE-COUNT PIC 9(5) COMP VALUE ZERO.
       77  WS-TRANS-RECORD-COUNT PIC 9(5) COMP VALUE ZERO.
       77  WS-CHECKPOINT-COUNT PIC 9(5) COMP VALUE ZERO.
       77  WS-OPEN-LINE-COUNT PIC 9(5) COMP VALUE ZERO.
       77  WS-BOM-USE-COUNT PIC 9(5) COMP VALUE ZERO.


       PROCEDURE DIVISION.
           DISPLAY "Please enter the supplier code:"
           ACCEPT WS-ITEM-SUPPLIER-CODE
           DISPLAY "Please enter the product group code:"
           ACCEPT WS-ITEM-GROUP-CODE
           PERFORM 2400-GET-VALID-LOT-FLAG
           MOVE WS-ENTRY-LOT-FLAG TO WS-ITEM-LOT-CONTROLLED.

       2200-GET-VALID-PRICE.
           SET PRICE-IS-INVALID TO TRUE
               SET QTY-IS-VALID TO TRUE
           END-IF.

       2400-GET-VALID-LOT-FLAG.
           SET LOT-FLAG-IS-INVALID TO TRUE
           PERFORM 2410-PROMPT-AND-CHECK-LOT-FLAG
               UNTIL LOT-FLAG-IS-VALID.

       2410-PROMPT-AND-CHECK-LOT-FLAG.
           DISPLAY "Is the item lot controlled (Y/N):"
           ACCEPT WS-ENTRY-LOT-FLAG
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-LOT-FLAG)
               TO WS-ENTRY-LOT-FLAG
           IF LOT-FLAG-ENTERED-YES OR LOT-FLAG-ENTERED-NO
               SET LOT-FLAG-IS-VALID TO TRUE
           ELSE
               DISPLAY "LOT CONTROL MUST BE Y OR N - PLEASE RE-ENTER"
           END-IF.

       2500-ADD-NEW-ITEM.
           PERFORM 2000-GET-ITEM-ENTRY
           PERFORM 3000-CHECK-FOR-DUPLICATE
           MOVE TRANS-REORDER-POINT TO WS-ITEM-REORDER-POINT
           MOVE TRANS-SUPPLIER-CODE TO WS-ITEM-SUPPLIER-CODE
           MOVE TRANS-GROUP-CODE TO WS-ITEM-GROUP-CODE
           IF TRANS-LOT-CONTROLLED = "Y" OR TRANS-LOT-CONTROLLED = "y"
               MOVE "Y" TO WS-ITEM-LOT-CONTROLLED
           ELSE
               MOVE "N" TO WS-ITEM-LOT-CONTROLLED
           END-IF
           MOVE TRANS-ITEM-PRICE TO WS-PRICE-CHECK
           SET PRICE-IS-INVALID TO TRUE
           PERFORM 2250-CHECK-PRICE-RANGE
           DISPLAY "Enter the new supplier code:"
           ACCEPT ITEM-SUPPLIER-CODE
           DISPLAY "Enter the new product group code:"
           ACCEPT ITEM-GROUP-CODE
           PERFORM 2400-GET-VALID-LOT-FLAG
           MOVE WS-ENTRY-LOT-FLAG TO ITEM-LOT-CONTROLLED.

       6200-REWRITE-ITEM-RECORD.
           REWRITE STOCK-ITEMS
               NOT INVALID KEY
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE STOCK-ITEMS TO WS-BEFORE-IMAGE
                   PERFORM 7050-CHECK-ITEM-IN-USE
                   IF ITEM-NOT-IN-USE
                       PERFORM 7100-DELETE-ITEM-RECORD
                   END-IF
           END-READ.

       7050-CHECK-ITEM-IN-USE.
           SET ITEM-NOT-IN-USE TO TRUE
           IF ITEM-QTY-ON-HAND IS NUMERIC
                   AND ITEM-QTY-ON-HAND > ZERO
               DISPLAY "ITEM STILL HAS " ITEM-QTY-ON-HAND
                   " ON HAND - DELETE REJECTED"
               SET ITEM-IS-IN-USE TO TRUE
           END-IF
           PERFORM 7200-CHECK-ITEM-BALANCES
           PERFORM 7300-CHECK-OPEN-ORDER-LINES
           PERFORM 7500-CHECK-BOM-REFERENCES.

       7100-DELETE-ITEM-RECORD.
           DELETE ITEM-FILE
               INVALID KEY
               NOT INVALID KEY
                   MOVE "D" TO JRN-ACTION
                   PERFORM 8000-WRITE-JOURNAL-RECORD
                   PERFORM 7400-REMOVE-EMPTY-BALANCES
                   DISPLAY "ITEM DELETED"
           END-DELETE.

       7200-CHECK-ITEM-BALANCES.
           OPEN INPUT STOCK-LOC-FILE
           IF WS-SLOC-FILE-STATUS = "00"
               PERFORM 7210-START-ITEM-BALANCES
               PERFORM 7230-CHECK-ONE-BALANCE
                   UNTIL END-OF-ITEM-BALANCES
               CLOSE STOCK-LOC-FILE
           END-IF.

       7210-START-ITEM-BALANCES.
           MOVE WS-ITEM-CODE TO SLC-ITEM-CODE
           MOVE LOW-VALUES TO SLC-LOCATION-CODE
           START STOCK-LOC-FILE KEY IS NOT LESS THAN SLC-KEY
               INVALID KEY SET END-OF-ITEM-BALANCES TO TRUE
               NOT INVALID KEY SET NOT-END-OF-ITEM-BALANCES TO TRUE
           END-START
           IF NOT-END-OF-ITEM-BALANCES
               PERFORM 7220-READ-NEXT-BALANCE
           END-IF.

       7220-READ-NEXT-BALANCE.
           READ STOCK-LOC-FILE NEXT RECORD
               AT END SET END-OF-ITEM-BALANCES TO TRUE
           END-READ
           IF NOT-END-OF-ITEM-BALANCES
                   AND SLC-ITEM-CODE NOT = WS-ITEM-CODE
               SET END-OF-ITEM-BALANCES TO TRUE
           END-IF.

       7230-CHECK-ONE-BALANCE.
           IF SLC-QTY-ON-HAND > ZERO OR SLC-QTY-ALLOCATED > ZERO
               DISPLAY "ITEM STILL HAS A BALANCE AT LOCATION "
                   SLC-LOCATION-CODE " - DELETE REJECTED"
               SET ITEM-IS-IN-USE TO TRUE
           END-IF
           PERFORM 7220-READ-NEXT-BALANCE.

       7300-CHECK-OPEN-ORDER-LINES.
           MOVE ZERO TO WS-OPEN-LINE-COUNT
           OPEN INPUT PO-FILE
           IF WS-PO-FILE-STATUS = "00"
               SET NOT-END-OF-PO-FILE TO TRUE
               PERFORM 7310-READ-PO-RECORD
               PERFORM 7320-CHECK-ONE-ORDER-LINE
                   UNTIL END-OF-PO-FILE
               CLOSE PO-FILE
           END-IF
           IF WS-OPEN-LINE-COUNT > ZERO
               DISPLAY "ITEM IS ON " WS-OPEN-LINE-COUNT
                   " OPEN PURCHASE ORDER LINE(S) - DELETE REJECTED"
               SET ITEM-IS-IN-USE TO TRUE
           END-IF.

       7310-READ-PO-RECORD.
           READ PO-FILE
               AT END SET END-OF-PO-FILE TO TRUE
           END-READ.

       7320-CHECK-ONE-ORDER-LINE.
           IF POR-RECORD-TYPE = "L"
                   AND POR-LINE-STATUS = "O"
                   AND POR-ITEM-CODE = WS-ITEM-CODE
               ADD 1 TO WS-OPEN-LINE-COUNT
           END-IF
           PERFORM 7310-READ-PO-RECORD.

       7400-REMOVE-EMPTY-BALANCES.
           OPEN I-O STOCK-LOC-FILE
           IF WS-SLOC-FILE-STATUS = "00"
               PERFORM 7210-START-ITEM-BALANCES
               PERFORM 7410-REMOVE-ONE-BALANCE
                   UNTIL END-OF-ITEM-BALANCES
               CLOSE STOCK-LOC-FILE
           END-IF.

       7410-REMOVE-ONE-BALANCE.
           DELETE STOCK-LOC-FILE RECORD
               INVALID KEY
                   DISPLAY "DELETE FAILED FOR THE EMPTY BALANCE AT "
                       "LOCATION " SLC-LOCATION-CODE
           END-DELETE
           PERFORM 7220-READ-NEXT-BALANCE.

       7500-CHECK-BOM-REFERENCES.
           MOVE ZERO TO WS-BOM-USE-COUNT
           OPEN INPUT BOM-FILE
           IF WS-BOM-FILE-STATUS = "00"
               SET NOT-END-OF-BOM-FILE TO TRUE
               PERFORM 7510-READ-BOM-RECORD
               PERFORM 7520-CHECK-ONE-BOM-RECORD
                   UNTIL END-OF-BOM-FILE
               CLOSE BOM-FILE
           END-IF
           IF WS-BOM-USE-COUNT > ZERO
               DISPLAY "ITEM IS STILL USED ON " WS-BOM-USE-COUNT
                   " BILL OF MATERIALS RECORD(S) - DELETE REJECTED"
               SET ITEM-IS-IN-USE TO TRUE
           END-IF.

       7510-READ-BOM-RECORD.
           READ BOM-FILE
               AT END SET END-OF-BOM-FILE TO TRUE
           END-READ.

       7520-CHECK-ONE-BOM-RECORD.
           IF BOM-KIT-CODE = WS-ITEM-CODE
                   OR BOM-COMPONENT-CODE = WS-ITEM-CODE
               ADD 1 TO WS-BOM-USE-COUNT
           END-IF
           PERFORM 7510-READ-BOM-RECORD.

       8000-WRITE-JOURNAL-RECORD.
           MOVE "ITEM" TO JRN-FILE-ID
           MOVE WS-OPERATOR-ID TO JRN-OPERATOR-ID
