           RECORD KEY IS GRP-CODE
           FILE STATUS IS WS-FILE-STATUS.

           SELECT ITEM-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\itemfile.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ITEM-CODE
           FILE STATUS IS WS-ITEM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  GROUP-FILE.
           COPY PRODGRP.

       FD  ITEM-FILE.
           COPY STOCKITM.

       WORKING-STORAGE SECTION.

           COPY PRODGRP
                         ==GRP-NAME==            BY ==WS-GRP-NAME==.

       01  WS-FILE-STATUS PIC X(2).
       01  WS-ITEM-FILE-STATUS PIC X(2).

       01  WS-DUPLICATE-SW PIC X(1).
           88 DUPLICATE-FOUND VALUE "Y".
           88 FUNCTION-UPDATE VALUE "2".
           88 FUNCTION-DELETE VALUE "3".

       01  WS-ITEM-EOF-SW PIC X(1).
           88 END-OF-ITEM-FILE VALUE "Y".
           88 NOT-END-OF-ITEM-FILE VALUE "N".

       77  WS-ITEM-USE-COUNT PIC 9(5) COMP VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           DISPLAY "Enter the group code to delete:"
           ACCEPT WS-GRP-CODE
           MOVE WS-GRP-CODE TO GRP-CODE
           READ GROUP-FILE
               INVALID KEY
                   DISPLAY "GROUP CODE NOT FOUND - DELETE "
                       "REJECTED"
               NOT INVALID KEY
                   PERFORM 7200-COUNT-GROUP-ITEMS
                   IF WS-ITEM-USE-COUNT > ZERO
                       DISPLAY "GROUP IS STILL ASSIGNED TO "
                           WS-ITEM-USE-COUNT
                           " ITEM(S) - DELETE REJECTED"
                   ELSE
                       PERFORM 7100-DELETE-GROUP-RECORD
                   END-IF
           END-READ.

       7100-DELETE-GROUP-RECORD.
           DELETE GROUP-FILE
               INVALID KEY
                   DISPLAY "GROUP CODE NOT FOUND - DELETE "
                   DISPLAY "GROUP DELETED"
           END-DELETE.

       7200-COUNT-GROUP-ITEMS.
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
           IF ITEM-GROUP-CODE = WS-GRP-CODE
               ADD 1 TO WS-ITEM-USE-COUNT
           END-IF
           PERFORM 7210-READ-ITEM-RECORD.

       9000-TERMINATE.
           CLOSE GROUP-FILE.
