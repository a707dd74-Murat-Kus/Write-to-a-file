       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOM-MAINT.
      *********************************
      *AUTHOR. MURAT KUÞ.
      *DATE-WRITTEN. 30/07/2023.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BOM-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\bomfile.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BOM-KEY
           FILE STATUS IS WS-FILE-STATUS.

           SELECT ITEM-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\itemfile.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ITEM-CODE
           FILE STATUS IS WS-ITEM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  BOM-FILE.
           COPY BOMREC.

       FD  ITEM-FILE.
           COPY STOCKITM.

       WORKING-STORAGE SECTION.

           COPY BOMREC
               REPLACING ==BILL-OF-MATERIALS-RECORD== BY
                             ==WS-BILL-OF-MATERIALS-RECORD==
                         ==BOM-KEY==             BY ==WS-BOM-KEY==
                         ==BOM-KIT-CODE==        BY
                             ==WS-BOM-KIT-CODE==
                         ==BOM-COMPONENT-CODE==  BY
                             ==WS-BOM-COMPONENT-CODE==
                         ==BOM-QTY-PER-KIT==     BY
                             ==WS-BOM-QTY-PER-KIT==.

       01  WS-FILE-STATUS PIC X(2).
       01  WS-ITEM-FILE-STATUS PIC X(2).

       01  WS-ITEM-OPEN-SW PIC X(1).
           88 ITEM-FILE-IS-OPEN VALUE "Y".
           88 ITEM-FILE-NOT-OPEN VALUE "N".

       01  WS-DUPLICATE-SW PIC X(1).
           88 DUPLICATE-FOUND VALUE "Y".
           88 DUPLICATE-NOT-FOUND VALUE "N".

       01  WS-KEY-SW PIC X(1).
           88 KEY-IS-VALID VALUE "Y".
           88 KEY-IS-INVALID VALUE "N".

       01  WS-QTY-SW PIC X(1).
           88 QTY-IS-VALID VALUE "Y".
           88 QTY-IS-INVALID VALUE "N".

       01  WS-BOM-EOF-SW PIC X(1).
           88 END-OF-BOM-FILE VALUE "Y".
           88 NOT-END-OF-BOM-FILE VALUE "N".

       01  WS-FUNCTION-SW PIC X(1).
           88 FUNCTION-ADD VALUE "1".
           88 FUNCTION-UPDATE VALUE "2".
           88 FUNCTION-DELETE VALUE "3".
           88 FUNCTION-LIST-KIT VALUE "4".
           88 FUNCTION-WHERE-USED VALUE "5".

       01  WS-QTY-INPUT PIC X(4).
       01  WS-QTY-NUMVAL-CHECK PIC S9(4) COMP.
       01  WS-QTY-CHECK PIC S9(7).

       01  WS-ITEM-NAME PIC X(20).

       77  WS-QTY-MAXIMUM PIC 9(3) VALUE 999.
       77  WS-LIST-COUNT PIC 9(5) COMP VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           EVALUATE TRUE
               WHEN FUNCTION-ADD
                   PERFORM 2500-ADD-NEW-COMPONENT
               WHEN FUNCTION-UPDATE
                   PERFORM 6000-UPDATE-COMPONENT
               WHEN FUNCTION-DELETE
                   PERFORM 7000-DELETE-COMPONENT
               WHEN FUNCTION-LIST-KIT
                   PERFORM 8000-LIST-KIT-COMPONENTS
               WHEN FUNCTION-WHERE-USED
                   PERFORM 8500-LIST-WHERE-USED
               WHEN OTHER
                   DISPLAY "INVALID SELECTION - NO ACTION TAKEN"
           END-EVALUATE
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN I-O BOM-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT BOM-FILE
               CLOSE BOM-FILE
               OPEN I-O BOM-FILE
           END-IF
           OPEN INPUT ITEM-FILE
           IF WS-ITEM-FILE-STATUS = "00"
               SET ITEM-FILE-IS-OPEN TO TRUE
           ELSE
               SET ITEM-FILE-NOT-OPEN TO TRUE
           END-IF
           DISPLAY "Welcome to the Bill of Materials App"
           DISPLAY "1 - ADD A COMPONENT TO A KIT"
           DISPLAY "2 - UPDATE A COMPONENT QUANTITY"
           DISPLAY "3 - DELETE A COMPONENT FROM A KIT"
           DISPLAY "4 - LIST THE COMPONENTS OF A KIT"
           DISPLAY "5 - LIST THE KITS THAT USE A COMPONENT"
           DISPLAY "Please enter your choice:"
           ACCEPT WS-FUNCTION-SW.

       2000-GET-BOM-KEY.
           SET KEY-IS-VALID TO TRUE
           DISPLAY "Please enter the kit item code:"
           ACCEPT WS-BOM-KIT-CODE
           DISPLAY "Please enter the component item code:"
           ACCEPT WS-BOM-COMPONENT-CODE.

       2100-GET-QTY-PER-KIT.
           SET QTY-IS-INVALID TO TRUE
           PERFORM 2110-PROMPT-AND-CHECK-QUANTITY
               UNTIL QTY-IS-VALID.

       2110-PROMPT-AND-CHECK-QUANTITY.
           DISPLAY "Please enter the quantity used per kit:"
           ACCEPT WS-QTY-INPUT
           MOVE FUNCTION TEST-NUMVAL(WS-QTY-INPUT)
               TO WS-QTY-NUMVAL-CHECK
           IF WS-QTY-NUMVAL-CHECK NOT = ZERO
               DISPLAY "QUANTITY MUST BE NUMERIC - PLEASE RE-ENTER"
           ELSE
               COMPUTE WS-QTY-CHECK = FUNCTION NUMVAL(WS-QTY-INPUT)
               IF WS-QTY-CHECK < 1 OR WS-QTY-CHECK > WS-QTY-MAXIMUM
                   DISPLAY "QUANTITY MUST BE BETWEEN 1 AND 999"
                       " - PLEASE RE-ENTER"
               ELSE
                   MOVE WS-QTY-CHECK TO WS-BOM-QTY-PER-KIT
                   SET QTY-IS-VALID TO TRUE
               END-IF
           END-IF.

       2500-ADD-NEW-COMPONENT.
           PERFORM 2000-GET-BOM-KEY
           PERFORM 2600-CHECK-ITEMS-EXIST
           IF KEY-IS-VALID
               PERFORM 3000-CHECK-FOR-DUPLICATE
               IF DUPLICATE-FOUND
                   DISPLAY "COMPONENT ALREADY ON THE KIT - ENTRY "
                       "REJECTED"
               ELSE
                   PERFORM 2100-GET-QTY-PER-KIT
                   PERFORM 4000-WRITE-BOM-RECORD
               END-IF
           ELSE
               DISPLAY "ENTRY REJECTED"
           END-IF.

       2600-CHECK-ITEMS-EXIST.
           IF ITEM-FILE-NOT-OPEN
               DISPLAY "ITEM FILE NOT FOUND"
               SET KEY-IS-INVALID TO TRUE
           ELSE
               IF WS-BOM-KIT-CODE = WS-BOM-COMPONENT-CODE
                   DISPLAY "A KIT CANNOT BE A COMPONENT OF ITSELF"
                   SET KEY-IS-INVALID TO TRUE
               ELSE
                   MOVE WS-BOM-KIT-CODE TO ITEM-CODE
                   READ ITEM-FILE
                       INVALID KEY
                           DISPLAY "KIT ITEM CODE NOT FOUND"
                           SET KEY-IS-INVALID TO TRUE
                   END-READ
                   MOVE WS-BOM-COMPONENT-CODE TO ITEM-CODE
                   READ ITEM-FILE
                       INVALID KEY
                           DISPLAY "COMPONENT ITEM CODE NOT FOUND"
                           SET KEY-IS-INVALID TO TRUE
                   END-READ
               END-IF
           END-IF.

       3000-CHECK-FOR-DUPLICATE.
           SET DUPLICATE-NOT-FOUND TO TRUE
           MOVE WS-BOM-KEY TO BOM-KEY
           READ BOM-FILE
               INVALID KEY
                   SET DUPLICATE-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET DUPLICATE-FOUND TO TRUE
           END-READ.

       4000-WRITE-BOM-RECORD.
           MOVE WS-BILL-OF-MATERIALS-RECORD
               TO BILL-OF-MATERIALS-RECORD
           WRITE BILL-OF-MATERIALS-RECORD
               INVALID KEY
                   DISPLAY "COMPONENT ALREADY ON THE KIT - ENTRY "
                       "REJECTED"
               NOT INVALID KEY
                   DISPLAY "COMPONENT ADDED"
           END-WRITE.

       6000-UPDATE-COMPONENT.
           PERFORM 2000-GET-BOM-KEY
           MOVE WS-BOM-KEY TO BOM-KEY
           READ BOM-FILE
               INVALID KEY
                   DISPLAY "COMPONENT NOT ON THE KIT - UPDATE "
                       "REJECTED"
               NOT INVALID KEY
                   DISPLAY "CURRENT QUANTITY PER KIT " BOM-QTY-PER-KIT
                   PERFORM 2100-GET-QTY-PER-KIT
                   MOVE WS-BOM-QTY-PER-KIT TO BOM-QTY-PER-KIT
                   PERFORM 6200-REWRITE-BOM-RECORD
           END-READ.

       6200-REWRITE-BOM-RECORD.
           REWRITE BILL-OF-MATERIALS-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED - COMPONENT NOT UPDATED"
           END-REWRITE.

       7000-DELETE-COMPONENT.
           PERFORM 2000-GET-BOM-KEY
           MOVE WS-BOM-KEY TO BOM-KEY
           DELETE BOM-FILE
               INVALID KEY
                   DISPLAY "COMPONENT NOT ON THE KIT - DELETE "
                       "REJECTED"
               NOT INVALID KEY
                   DISPLAY "COMPONENT DELETED"
           END-DELETE.

       8000-LIST-KIT-COMPONENTS.
           DISPLAY "Please enter the kit item code:"
           ACCEPT WS-BOM-KIT-CODE
           MOVE WS-BOM-KIT-CODE TO BOM-KIT-CODE
           MOVE LOW-VALUES TO BOM-COMPONENT-CODE
           START BOM-FILE KEY IS NOT LESS THAN BOM-KEY
               INVALID KEY SET END-OF-BOM-FILE TO TRUE
               NOT INVALID KEY SET NOT-END-OF-BOM-FILE TO TRUE
           END-START
           IF NOT-END-OF-BOM-FILE
               PERFORM 8100-READ-NEXT-BOM-RECORD
               IF NOT-END-OF-BOM-FILE
                       AND BOM-KIT-CODE NOT = WS-BOM-KIT-CODE
                   SET END-OF-BOM-FILE TO TRUE
               END-IF
           END-IF
           PERFORM 8200-SHOW-ONE-COMPONENT
               UNTIL END-OF-BOM-FILE
           DISPLAY WS-LIST-COUNT " COMPONENT(S) ON KIT "
               WS-BOM-KIT-CODE.

       8100-READ-NEXT-BOM-RECORD.
           READ BOM-FILE NEXT RECORD
               AT END SET END-OF-BOM-FILE TO TRUE
           END-READ.

       8200-SHOW-ONE-COMPONENT.
           MOVE BOM-COMPONENT-CODE TO ITEM-CODE
           PERFORM 8800-LOOK-UP-ITEM-NAME
           DISPLAY BOM-COMPONENT-CODE "  " WS-ITEM-NAME
               "  QTY PER KIT " BOM-QTY-PER-KIT
           ADD 1 TO WS-LIST-COUNT
           PERFORM 8100-READ-NEXT-BOM-RECORD
           IF NOT-END-OF-BOM-FILE
                   AND BOM-KIT-CODE NOT = WS-BOM-KIT-CODE
               SET END-OF-BOM-FILE TO TRUE
           END-IF.

       8500-LIST-WHERE-USED.
           DISPLAY "Please enter the component item code:"
           ACCEPT WS-BOM-COMPONENT-CODE
           MOVE LOW-VALUES TO BOM-KEY
           START BOM-FILE KEY IS NOT LESS THAN BOM-KEY
               INVALID KEY SET END-OF-BOM-FILE TO TRUE
               NOT INVALID KEY SET NOT-END-OF-BOM-FILE TO TRUE
           END-START
           IF NOT-END-OF-BOM-FILE
               PERFORM 8100-READ-NEXT-BOM-RECORD
           END-IF
           PERFORM 8600-CHECK-ONE-KIT
               UNTIL END-OF-BOM-FILE
           DISPLAY "COMPONENT " WS-BOM-COMPONENT-CODE " IS USED IN "
               WS-LIST-COUNT " KIT(S)".

       8600-CHECK-ONE-KIT.
           IF BOM-COMPONENT-CODE = WS-BOM-COMPONENT-CODE
               MOVE BOM-KIT-CODE TO ITEM-CODE
               PERFORM 8800-LOOK-UP-ITEM-NAME
               DISPLAY BOM-KIT-CODE "  " WS-ITEM-NAME
                   "  QTY PER KIT " BOM-QTY-PER-KIT
               ADD 1 TO WS-LIST-COUNT
           END-IF
           PERFORM 8100-READ-NEXT-BOM-RECORD.

       8800-LOOK-UP-ITEM-NAME.
           MOVE "** NOT ON ITEM FILE" TO WS-ITEM-NAME
           IF ITEM-FILE-IS-OPEN
               READ ITEM-FILE
                   NOT INVALID KEY
                       MOVE ITEM-NAME TO WS-ITEM-NAME
               END-READ
           END-IF.

       9000-TERMINATE.
           CLOSE BOM-FILE
           IF ITEM-FILE-IS-OPEN
               CLOSE ITEM-FILE
           END-IF.
