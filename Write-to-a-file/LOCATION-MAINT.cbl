           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT STOCK-LOC-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\stockloc.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SLC-KEY
           FILE STATUS IS WS-SLOC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  JOURNAL-FILE.
           COPY CHGJRNL.

       FD  STOCK-LOC-FILE.
           COPY STOCKLOC.

       WORKING-STORAGE SECTION.

           COPY LOCNREC

       01  WS-FILE-STATUS PIC X(2).
       01  WS-JRNL-FILE-STATUS PIC X(2).
       01  WS-SLOC-FILE-STATUS PIC X(2).

       01  WS-OPERATOR-ID PIC X(8).
       01  WS-BEFORE-IMAGE PIC X(80).
           88 FUNCTION-UPDATE VALUE "2".
           88 FUNCTION-DELETE VALUE "3".

       01  WS-IN-USE-SW PIC X(1).
           88 LOCATION-IS-IN-USE VALUE "Y".
           88 LOCATION-NOT-IN-USE VALUE "N".

       01  WS-SLOC-EOF-SW PIC X(1).
           88 END-OF-STOCK-LOC-FILE VALUE "Y".
           88 NOT-END-OF-STOCK-LOC-FILE VALUE "N".

       77  WS-STOCKED-ITEM-COUNT PIC 9(5) COMP VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
               NOT INVALID KEY
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE LOCATION-RECORD TO WS-BEFORE-IMAGE
                   PERFORM 7050-CHECK-LOCATION-IN-USE
                   IF LOCATION-NOT-IN-USE
                       PERFORM 7100-DELETE-LOCATION-RECORD
                   END-IF
           END-READ.

       7050-CHECK-LOCATION-IN-USE.
           SET LOCATION-NOT-IN-USE TO TRUE
           MOVE ZERO TO WS-STOCKED-ITEM-COUNT
           OPEN INPUT STOCK-LOC-FILE
           IF WS-SLOC-FILE-STATUS = "00"
               SET NOT-END-OF-STOCK-LOC-FILE TO TRUE
               PERFORM 7210-READ-NEXT-BALANCE
               PERFORM 7220-CHECK-ONE-BALANCE
                   UNTIL END-OF-STOCK-LOC-FILE
               CLOSE STOCK-LOC-FILE
           END-IF
           IF WS-STOCKED-ITEM-COUNT > ZERO
               DISPLAY "LOCATION STILL HOLDS STOCK OF "
                   WS-STOCKED-ITEM-COUNT " ITEM(S) - DELETE REJECTED"
               SET LOCATION-IS-IN-USE TO TRUE
           END-IF.

       7100-DELETE-LOCATION-RECORD.
           DELETE LOCATION-FILE
               INVALID KEY
               NOT INVALID KEY
                   MOVE "D" TO JRN-ACTION
                   PERFORM 8000-WRITE-JOURNAL-RECORD
                   PERFORM 7300-REMOVE-EMPTY-BALANCES
                   DISPLAY "LOCATION DELETED"
           END-DELETE.

       7210-READ-NEXT-BALANCE.
           READ STOCK-LOC-FILE NEXT RECORD
               AT END SET END-OF-STOCK-LOC-FILE TO TRUE
           END-READ.

       7220-CHECK-ONE-BALANCE.
           IF SLC-LOCATION-CODE = WS-LOC-CODE
               IF SLC-QTY-ON-HAND > ZERO OR SLC-QTY-ALLOCATED > ZERO
                   ADD 1 TO WS-STOCKED-ITEM-COUNT
               END-IF
           END-IF
           PERFORM 7210-READ-NEXT-BALANCE.

       7300-REMOVE-EMPTY-BALANCES.
           OPEN I-O STOCK-LOC-FILE
           IF WS-SLOC-FILE-STATUS = "00"
               SET NOT-END-OF-STOCK-LOC-FILE TO TRUE
               PERFORM 7210-READ-NEXT-BALANCE
               PERFORM 7310-REMOVE-ONE-BALANCE
                   UNTIL END-OF-STOCK-LOC-FILE
               CLOSE STOCK-LOC-FILE
           END-IF.

       7310-REMOVE-ONE-BALANCE.
           IF SLC-LOCATION-CODE = WS-LOC-CODE
               DELETE STOCK-LOC-FILE RECORD
                   INVALID KEY
                       DISPLAY "DELETE FAILED FOR THE EMPTY BALANCE "
                           "OF ITEM " SLC-ITEM-CODE
               END-DELETE
           END-IF
           PERFORM 7210-READ-NEXT-BALANCE.

       8000-WRITE-JOURNAL-RECORD.
           MOVE "LOCATION" TO JRN-FILE-ID
           MOVE WS-OPERATOR-ID TO JRN-OPERATOR-ID
