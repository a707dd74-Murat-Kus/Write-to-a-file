           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT ITEM-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\itemfile.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ITEM-CODE
           FILE STATUS IS WS-ITEM-FILE-STATUS.

           SELECT PO-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\pofile.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS POR-KEY
           FILE STATUS IS WS-PO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  JOURNAL-FILE.
           COPY CHGJRNL.

       FD  ITEM-FILE.
           COPY STOCKITM.

       FD  PO-FILE.
           COPY PORDER.

       WORKING-STORAGE SECTION.

           COPY SUPPLIER

       01  WS-FILE-STATUS PIC X(2).
       01  WS-JRNL-FILE-STATUS PIC X(2).
       01  WS-ITEM-FILE-STATUS PIC X(2).
       01  WS-PO-FILE-STATUS PIC X(2).

       01  WS-OPERATOR-ID PIC X(8).
       01  WS-BEFORE-IMAGE PIC X(80).
           88 FUNCTION-UPDATE VALUE "2".
           88 FUNCTION-DELETE VALUE "3".

       01  WS-IN-USE-SW PIC X(1).
           88 SUPPLIER-IS-IN-USE VALUE "Y".
           88 SUPPLIER-NOT-IN-USE VALUE "N".

       01  WS-ITEM-EOF-SW PIC X(1).
           88 END-OF-ITEM-FILE VALUE "Y".
           88 NOT-END-OF-ITEM-FILE VALUE "N".

       01  WS-PO-EOF-SW PIC X(1).
           88 END-OF-PO-FILE VALUE "Y".
           88 NOT-END-OF-PO-FILE VALUE "N".

       01  WS-LEAD-SW PIC X(1).
           88 LEAD-IS-VALID VALUE "Y".
           88 LEAD-IS-INVALID VALUE "N".

       77  WS-LEAD-MAXIMUM PIC 9(3) VALUE 999.

       77  WS-ITEM-USE-COUNT PIC 9(5) COMP VALUE ZERO.
       77  WS-OPEN-LINE-COUNT PIC 9(5) COMP VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
               NOT INVALID KEY
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE SUPPLIER-RECORD TO WS-BEFORE-IMAGE
                   PERFORM 7050-CHECK-SUPPLIER-IN-USE
                   IF SUPPLIER-NOT-IN-USE
                       PERFORM 7100-DELETE-SUPPLIER-RECORD
                   END-IF
           END-READ.

       7050-CHECK-SUPPLIER-IN-USE.
           SET SUPPLIER-NOT-IN-USE TO TRUE
           PERFORM 7200-COUNT-SUPPLIER-ITEMS
           IF WS-ITEM-USE-COUNT > ZERO
               DISPLAY "SUPPLIER IS STILL NAMED ON " WS-ITEM-USE-COUNT
                   " ITEM(S) - DELETE REJECTED"
               SET SUPPLIER-IS-IN-USE TO TRUE
           END-IF
           PERFORM 7300-COUNT-OPEN-ORDER-LINES
           IF WS-OPEN-LINE-COUNT > ZERO
               DISPLAY "SUPPLIER IS STILL NAMED ON "
                   WS-OPEN-LINE-COUNT
                   " OPEN PURCHASE ORDER LINE(S) - DELETE REJECTED"
               SET SUPPLIER-IS-IN-USE TO TRUE
           END-IF.

       7100-DELETE-SUPPLIER-RECORD.
           DELETE SUPPLIER-FILE
               INVALID KEY
                   DISPLAY "SUPPLIER DELETED"
           END-DELETE.

       7200-COUNT-SUPPLIER-ITEMS.
           MOVE ZERO TO WS-ITEM-USE-COUNT
           OPEN INPUT ITEM-FILE
           IF WS-ITEM-FILE-STATUS = "00"
               SET NOT-END-OF-ITEM-FILE TO TRUE
               PERFORM 7210-READ-ITEM-RECORD
               PERFORM 7220-CHECK-ONE-ITEM
                   UNTIL END-OF-ITEM-FILE
               CLOSE ITEM-FILE
           END-IF.

       7210-READ-ITEM-RECORD.
           READ ITEM-FILE
               AT END SET END-OF-ITEM-FILE TO TRUE
           END-READ.

       7220-CHECK-ONE-ITEM.
           IF ITEM-SUPPLIER-CODE = WS-SUP-CODE
               ADD 1 TO WS-ITEM-USE-COUNT
           END-IF
           PERFORM 7210-READ-ITEM-RECORD.

       7300-COUNT-OPEN-ORDER-LINES.
           MOVE ZERO TO WS-OPEN-LINE-COUNT
           OPEN INPUT PO-FILE
           IF WS-PO-FILE-STATUS = "00"
               SET NOT-END-OF-PO-FILE TO TRUE
               PERFORM 7310-READ-PO-RECORD
               PERFORM 7320-CHECK-ONE-ORDER-LINE
                   UNTIL END-OF-PO-FILE
               CLOSE PO-FILE
           END-IF.

       7310-READ-PO-RECORD.
           READ PO-FILE
               AT END SET END-OF-PO-FILE TO TRUE
           END-READ.

       7320-CHECK-ONE-ORDER-LINE.
           IF POR-RECORD-TYPE = "L"
                   AND POR-LINE-STATUS = "O"
                   AND POR-SUPPLIER-CODE = WS-SUP-CODE
               ADD 1 TO WS-OPEN-LINE-COUNT
           END-IF
           PERFORM 7310-READ-PO-RECORD.

       8000-WRITE-JOURNAL-RECORD.
           MOVE "SUPPLIER" TO JRN-FILE-ID
           MOVE WS-OPERATOR-ID TO JRN-OPERATOR-ID
