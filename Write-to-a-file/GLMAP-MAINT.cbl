       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLMAP-MAINT.
      *********************************
      *AUTHOR. MURAT KUÞ.
      *DATE-WRITTEN. 29/07/2023.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT GLMAP-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\glmap.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GLM-KEY
           FILE STATUS IS WS-FILE-STATUS.

           SELECT GROUP-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\prodgrp.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GRP-CODE
           FILE STATUS IS WS-GRP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  GLMAP-FILE.
           COPY GLMAP.

       FD  GROUP-FILE.
           COPY PRODGRP.

       WORKING-STORAGE SECTION.

           COPY GLMAP
               REPLACING ==GL-ACCOUNT-MAP-RECORD== BY
                             ==WS-GL-ACCOUNT-MAP-RECORD==
                         ==GLM-KEY==             BY ==WS-GLM-KEY==
                         ==GLM-GROUP-CODE==      BY
                             ==WS-GLM-GROUP-CODE==
                         ==GLM-MOVEMENT-TYPE==   BY
                             ==WS-GLM-MOVEMENT-TYPE==
                         ==GLM-DEBIT-ACCOUNT==   BY
                             ==WS-GLM-DEBIT-ACCOUNT==
                         ==GLM-CREDIT-ACCOUNT==  BY
                             ==WS-GLM-CREDIT-ACCOUNT==.

       01  WS-FILE-STATUS PIC X(2).
       01  WS-GRP-FILE-STATUS PIC X(2).

       01  WS-DUPLICATE-SW PIC X(1).
           88 DUPLICATE-FOUND VALUE "Y".
           88 DUPLICATE-NOT-FOUND VALUE "N".

       01  WS-KEY-SW PIC X(1).
           88 KEY-IS-VALID VALUE "Y".
           88 KEY-IS-INVALID VALUE "N".

       01  WS-TYPE-CHECK PIC X(1).
           88 TYPE-IS-POSTED VALUE "R" "I" "A" "C" "K" "D" "U"
               "V".

       01  WS-FUNCTION-SW PIC X(1).
           88 FUNCTION-ADD VALUE "1".
           88 FUNCTION-UPDATE VALUE "2".
           88 FUNCTION-DELETE VALUE "3".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           EVALUATE TRUE
               WHEN FUNCTION-ADD
                   PERFORM 2500-ADD-NEW-MAPPING
               WHEN FUNCTION-UPDATE
                   PERFORM 6000-UPDATE-MAPPING
               WHEN FUNCTION-DELETE
                   PERFORM 7000-DELETE-MAPPING
               WHEN OTHER
                   DISPLAY "INVALID SELECTION - NO ACTION TAKEN"
           END-EVALUATE
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN I-O GLMAP-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT GLMAP-FILE
               CLOSE GLMAP-FILE
               OPEN I-O GLMAP-FILE
           END-IF
           DISPLAY "Welcome to the Ledger Account Mapping App"
           DISPLAY "1 - ADD A NEW ACCOUNT MAPPING"
           DISPLAY "2 - UPDATE AN EXISTING ACCOUNT MAPPING"
           DISPLAY "3 - DELETE AN ACCOUNT MAPPING"
           DISPLAY "Please enter your choice:"
           ACCEPT WS-FUNCTION-SW.

       2000-GET-MAPPING-KEY.
           SET KEY-IS-VALID TO TRUE
           DISPLAY "Please enter the group code (blank for the "
               "default):"
           ACCEPT WS-GLM-GROUP-CODE
           DISPLAY "Please enter the movement type (R, I, A, C, "
               "K, D, U or V):"
           ACCEPT WS-GLM-MOVEMENT-TYPE
           MOVE FUNCTION UPPER-CASE(WS-GLM-MOVEMENT-TYPE)
               TO WS-GLM-MOVEMENT-TYPE
           MOVE WS-GLM-MOVEMENT-TYPE TO WS-TYPE-CHECK
           IF NOT TYPE-IS-POSTED
               DISPLAY "MOVEMENT TYPE IS NOT POSTED TO THE LEDGER"
               SET KEY-IS-INVALID TO TRUE
           END-IF.

       2100-GET-MAPPING-ACCOUNTS.
           MOVE SPACES TO WS-GLM-DEBIT-ACCOUNT
           PERFORM 2110-PROMPT-DEBIT-ACCOUNT
               UNTIL WS-GLM-DEBIT-ACCOUNT NOT = SPACES
           MOVE SPACES TO WS-GLM-CREDIT-ACCOUNT
           PERFORM 2120-PROMPT-CREDIT-ACCOUNT
               UNTIL WS-GLM-CREDIT-ACCOUNT NOT = SPACES.

       2110-PROMPT-DEBIT-ACCOUNT.
           DISPLAY "Please enter the account to debit:"
           ACCEPT WS-GLM-DEBIT-ACCOUNT
           IF WS-GLM-DEBIT-ACCOUNT = SPACES
               DISPLAY "ACCOUNT MUST NOT BE BLANK - PLEASE RE-ENTER"
           END-IF.

       2120-PROMPT-CREDIT-ACCOUNT.
           DISPLAY "Please enter the account to credit:"
           ACCEPT WS-GLM-CREDIT-ACCOUNT
           IF WS-GLM-CREDIT-ACCOUNT = SPACES
               DISPLAY "ACCOUNT MUST NOT BE BLANK - PLEASE RE-ENTER"
           END-IF.

       2500-ADD-NEW-MAPPING.
           PERFORM 2000-GET-MAPPING-KEY
           IF KEY-IS-VALID AND WS-GLM-GROUP-CODE NOT = SPACES
               PERFORM 2600-CHECK-GROUP-EXISTS
           END-IF
           IF KEY-IS-VALID
               PERFORM 3000-CHECK-FOR-DUPLICATE
               IF DUPLICATE-FOUND
                   DISPLAY "ACCOUNT MAPPING ALREADY EXISTS - ENTRY "
                       "REJECTED"
               ELSE
                   PERFORM 2100-GET-MAPPING-ACCOUNTS
                   PERFORM 4000-WRITE-MAPPING-RECORD
               END-IF
           ELSE
               DISPLAY "ENTRY REJECTED"
           END-IF.

       2600-CHECK-GROUP-EXISTS.
           OPEN INPUT GROUP-FILE
           IF WS-GRP-FILE-STATUS NOT = "00"
               DISPLAY "GROUP FILE NOT FOUND"
               SET KEY-IS-INVALID TO TRUE
           ELSE
               MOVE WS-GLM-GROUP-CODE TO GRP-CODE
               READ GROUP-FILE
                   INVALID KEY
                       DISPLAY "GROUP CODE NOT FOUND"
                       SET KEY-IS-INVALID TO TRUE
               END-READ
               CLOSE GROUP-FILE
           END-IF.

       3000-CHECK-FOR-DUPLICATE.
           SET DUPLICATE-NOT-FOUND TO TRUE
           MOVE WS-GLM-KEY TO GLM-KEY
           READ GLMAP-FILE
               INVALID KEY
                   SET DUPLICATE-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET DUPLICATE-FOUND TO TRUE
           END-READ.

       4000-WRITE-MAPPING-RECORD.
           MOVE WS-GL-ACCOUNT-MAP-RECORD TO GL-ACCOUNT-MAP-RECORD
           WRITE GL-ACCOUNT-MAP-RECORD
               INVALID KEY
                   DISPLAY "ACCOUNT MAPPING ALREADY EXISTS - ENTRY "
                       "REJECTED"
               NOT INVALID KEY
                   DISPLAY "ACCOUNT MAPPING ADDED"
           END-WRITE.

       6000-UPDATE-MAPPING.
           PERFORM 2000-GET-MAPPING-KEY
           IF KEY-IS-VALID
               MOVE WS-GLM-KEY TO GLM-KEY
               READ GLMAP-FILE
                   INVALID KEY
                       DISPLAY "ACCOUNT MAPPING NOT FOUND - UPDATE "
                           "REJECTED"
                   NOT INVALID KEY
                       DISPLAY "DEBIT " GLM-DEBIT-ACCOUNT
                           "  CREDIT " GLM-CREDIT-ACCOUNT
                       PERFORM 2100-GET-MAPPING-ACCOUNTS
                       MOVE WS-GLM-DEBIT-ACCOUNT TO GLM-DEBIT-ACCOUNT
                       MOVE WS-GLM-CREDIT-ACCOUNT
                           TO GLM-CREDIT-ACCOUNT
                       PERFORM 6200-REWRITE-MAPPING-RECORD
               END-READ
           ELSE
               DISPLAY "UPDATE REJECTED"
           END-IF.

       6200-REWRITE-MAPPING-RECORD.
           REWRITE GL-ACCOUNT-MAP-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED - MAPPING NOT UPDATED"
           END-REWRITE.

       7000-DELETE-MAPPING.
           PERFORM 2000-GET-MAPPING-KEY
           IF KEY-IS-VALID
               MOVE WS-GLM-KEY TO GLM-KEY
               DELETE GLMAP-FILE
                   INVALID KEY
                       DISPLAY "ACCOUNT MAPPING NOT FOUND - DELETE "
                           "REJECTED"
                   NOT INVALID KEY
                       DISPLAY "ACCOUNT MAPPING DELETED"
               END-DELETE
           ELSE
               DISPLAY "DELETE REJECTED"
           END-IF.

       9000-TERMINATE.
           CLOSE GLMAP-FILE.
