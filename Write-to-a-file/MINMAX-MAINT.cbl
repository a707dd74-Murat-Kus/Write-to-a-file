       IDENTIFICATION DIVISION.
       PROGRAM-ID. MINMAX-MAINT.
      *********************************
      *AUTHOR. MURAT KUÞ.
      *DATE-WRITTEN. 02/08/2023.
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

       DATA DIVISION.
       FILE SECTION.

       FD  ITEM-FILE.
           COPY STOCKITM.

       FD  LOCATION-FILE.
           COPY LOCNREC.

       FD  STOCK-LOC-FILE.
           COPY STOCKLOC.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS PIC X(2).
       01  WS-LOCN-FILE-STATUS PIC X(2).
       01  WS-SLOC-FILE-STATUS PIC X(2).

       01  WS-FUNCTION-SW PIC X(1).
           88 FUNCTION-SET-LEVELS VALUE "1".
           88 FUNCTION-LIST-LEVELS VALUE "2".

       01  WS-FILES-OPEN-SW PIC X(1).
           88 ALL-FILES-ARE-OPEN VALUE "Y".
           88 FILES-NOT-ALL-OPEN VALUE "N".

       01  WS-ENTRY-SW PIC X(1).
           88 ENTRY-IS-VALID VALUE "Y".
           88 ENTRY-IS-INVALID VALUE "N".

       01  WS-LOC-RECORD-SW PIC X(1).
           88 LOC-RECORD-EXISTS VALUE "Y".
           88 LOC-RECORD-MISSING VALUE "N".

       01  WS-QTY-SW PIC X(1).
           88 QTY-IS-VALID VALUE "Y".
           88 QTY-IS-INVALID VALUE "N".

       01  WS-LEVELS-SW PIC X(1).
           88 LEVELS-ARE-VALID VALUE "Y".
           88 LEVELS-ARE-INVALID VALUE "N".

       01  WS-SLOC-EOF-SW PIC X(1).
           88 END-OF-ITEM-LOCATIONS VALUE "Y".
           88 NOT-END-OF-ITEM-LOCATIONS VALUE "N".

       01  WS-ENTRY-ITEM-CODE PIC X(5).
       01  WS-ENTRY-LOCATION PIC X(3).

       01  WS-QTY-INPUT PIC X(6).
       01  WS-QTY-NUMVAL-CHECK PIC S9(4) COMP.
       01  WS-QTY-CHECK PIC S9(7).
       01  WS-ENTRY-QTY PIC 9(5).
       01  WS-NEW-MIN-LEVEL PIC 9(5).
       01  WS-NEW-MAX-LEVEL PIC 9(5).

       77  WS-QTY-MAXIMUM PIC 9(5) VALUE 99999.
       77  WS-LIST-COUNT PIC 9(5) COMP VALUE ZERO.

       01  WS-LEVELS-LINE.
           05 FILLER PIC X(10) VALUE "LOCATION ".
           05 LL-LOCATION-CODE PIC X(3).
           05 FILLER PIC X(11) VALUE "  ON HAND ".
           05 LL-ON-HAND PIC ZZZZ9.
           05 FILLER PIC X(13) VALUE "  ALLOCATED ".
           05 LL-ALLOCATED PIC ZZZZ9.
           05 FILLER PIC X(7)  VALUE "  MIN ".
           05 LL-MIN-LEVEL PIC ZZZZ9.
           05 FILLER PIC X(7)  VALUE "  MAX ".
           05 LL-MAX-LEVEL PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF ALL-FILES-ARE-OPEN
               EVALUATE TRUE
                   WHEN FUNCTION-SET-LEVELS
                       PERFORM 2000-SET-LOCATION-LEVELS
                   WHEN FUNCTION-LIST-LEVELS
                       PERFORM 5000-LIST-ITEM-LEVELS
                   WHEN OTHER
                       DISPLAY "INVALID SELECTION - NO ACTION TAKEN"
               END-EVALUATE
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           SET FILES-NOT-ALL-OPEN TO TRUE
           OPEN INPUT ITEM-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ITEM FILE NOT FOUND - NO ACTION TAKEN"
           ELSE
               OPEN INPUT LOCATION-FILE
               IF WS-LOCN-FILE-STATUS NOT = "00"
                   DISPLAY "LOCATION FILE NOT FOUND - NO ACTION "
                       "TAKEN"
                   CLOSE ITEM-FILE
               ELSE
                   OPEN I-O STOCK-LOC-FILE
                   IF WS-SLOC-FILE-STATUS = "35"
                       OPEN OUTPUT STOCK-LOC-FILE
                       CLOSE STOCK-LOC-FILE
                       OPEN I-O STOCK-LOC-FILE
                   END-IF
                   SET ALL-FILES-ARE-OPEN TO TRUE
                   DISPLAY "Welcome to the Location Min/Max "
                       "Maintenance App"
                   DISPLAY "1 - SET THE MIN AND MAX LEVELS FOR AN "
                       "ITEM AT A LOCATION"
                   DISPLAY "2 - LIST THE LEVELS FOR AN ITEM"
                   DISPLAY "Please enter your choice:"
                   ACCEPT WS-FUNCTION-SW
               END-IF
           END-IF.

       2000-SET-LOCATION-LEVELS.
           SET ENTRY-IS-VALID TO TRUE
           PERFORM 2100-GET-ITEM-CODE
           IF ENTRY-IS-VALID
               PERFORM 2200-GET-LOCATION-CODE
           END-IF
           IF ENTRY-IS-VALID
               PERFORM 2300-READ-LOCATION-BALANCE
               SET LEVELS-ARE-INVALID TO TRUE
               PERFORM 3000-GET-NEW-LEVELS
                   UNTIL LEVELS-ARE-VALID
               PERFORM 4000-WRITE-LOCATION-LEVELS
           END-IF.

       2100-GET-ITEM-CODE.
           DISPLAY "Please enter the item code:"
           ACCEPT WS-ENTRY-ITEM-CODE
           MOVE WS-ENTRY-ITEM-CODE TO ITEM-CODE
           READ ITEM-FILE
               INVALID KEY
                   DISPLAY "ITEM CODE NOT FOUND - NO ACTION TAKEN"
                   SET ENTRY-IS-INVALID TO TRUE
               NOT INVALID KEY
                   DISPLAY "ITEM: " ITEM-NAME
           END-READ.

       2200-GET-LOCATION-CODE.
           DISPLAY "Please enter the location code:"
           ACCEPT WS-ENTRY-LOCATION
           MOVE WS-ENTRY-LOCATION TO LOC-CODE
           READ LOCATION-FILE
               INVALID KEY
                   DISPLAY "LOCATION NOT ON LOCATION FILE - NO "
                       "ACTION TAKEN"
                   SET ENTRY-IS-INVALID TO TRUE
           END-READ.

       2300-READ-LOCATION-BALANCE.
           MOVE WS-ENTRY-ITEM-CODE TO SLC-ITEM-CODE
           MOVE WS-ENTRY-LOCATION TO SLC-LOCATION-CODE
           READ STOCK-LOC-FILE
               INVALID KEY
                   SET LOC-RECORD-MISSING TO TRUE
                   MOVE ZERO TO SLC-QTY-ON-HAND
                   MOVE ZERO TO SLC-QTY-ALLOCATED
                   MOVE ZERO TO SLC-MIN-LEVEL
                   MOVE ZERO TO SLC-MAX-LEVEL
                   DISPLAY "ITEM NOT YET HELD AT THE LOCATION - "
                       "A NEW BALANCE WILL BE SET UP"
               NOT INVALID KEY
                   SET LOC-RECORD-EXISTS TO TRUE
           END-READ
           PERFORM 5300-DISPLAY-LEVELS-LINE.

       3000-GET-NEW-LEVELS.
           DISPLAY "Please enter the minimum level (0 to stop "
               "replenishing the location):"
           PERFORM 3100-GET-VALID-QUANTITY
           MOVE WS-ENTRY-QTY TO WS-NEW-MIN-LEVEL
           DISPLAY "Please enter the maximum level:"
           PERFORM 3100-GET-VALID-QUANTITY
           MOVE WS-ENTRY-QTY TO WS-NEW-MAX-LEVEL
           IF WS-NEW-MAX-LEVEL < WS-NEW-MIN-LEVEL
               DISPLAY "MAXIMUM MUST NOT BE LESS THAN THE MINIMUM "
                   "- PLEASE RE-ENTER"
           ELSE
               SET LEVELS-ARE-VALID TO TRUE
           END-IF.

       3100-GET-VALID-QUANTITY.
           SET QTY-IS-INVALID TO TRUE
           PERFORM 3110-PROMPT-AND-CHECK-QUANTITY
               UNTIL QTY-IS-VALID.

       3110-PROMPT-AND-CHECK-QUANTITY.
           ACCEPT WS-QTY-INPUT
           MOVE FUNCTION TEST-NUMVAL(WS-QTY-INPUT)
               TO WS-QTY-NUMVAL-CHECK
           IF WS-QTY-NUMVAL-CHECK NOT = ZERO
               DISPLAY "LEVEL MUST BE NUMERIC - PLEASE RE-ENTER"
           ELSE
               COMPUTE WS-QTY-CHECK = FUNCTION NUMVAL(WS-QTY-INPUT)
               IF WS-QTY-CHECK < ZERO
                       OR WS-QTY-CHECK > WS-QTY-MAXIMUM
                   DISPLAY "LEVEL MUST BE BETWEEN 0 AND 99999"
                       " - PLEASE RE-ENTER"
               ELSE
                   MOVE WS-QTY-CHECK TO WS-ENTRY-QTY
                   SET QTY-IS-VALID TO TRUE
               END-IF
           END-IF.

       4000-WRITE-LOCATION-LEVELS.
           MOVE WS-ENTRY-ITEM-CODE TO SLC-ITEM-CODE
           MOVE WS-ENTRY-LOCATION TO SLC-LOCATION-CODE
           MOVE WS-NEW-MIN-LEVEL TO SLC-MIN-LEVEL
           MOVE WS-NEW-MAX-LEVEL TO SLC-MAX-LEVEL
           IF LOC-RECORD-MISSING
               WRITE STOCK-LOCATION-RECORD
                   INVALID KEY
                       DISPLAY "WRITE FAILED - LEVELS NOT SET"
                   NOT INVALID KEY
                       DISPLAY "LEVELS SET"
               END-WRITE
           ELSE
               REWRITE STOCK-LOCATION-RECORD
                   INVALID KEY
                       DISPLAY "REWRITE FAILED - LEVELS NOT SET"
                   NOT INVALID KEY
                       DISPLAY "LEVELS UPDATED"
               END-REWRITE
           END-IF.

       5000-LIST-ITEM-LEVELS.
           SET ENTRY-IS-VALID TO TRUE
           PERFORM 2100-GET-ITEM-CODE
           IF ENTRY-IS-VALID
               MOVE WS-ENTRY-ITEM-CODE TO SLC-ITEM-CODE
               MOVE LOW-VALUES TO SLC-LOCATION-CODE
               START STOCK-LOC-FILE KEY IS NOT LESS THAN SLC-KEY
                   INVALID KEY SET END-OF-ITEM-LOCATIONS TO TRUE
                   NOT INVALID KEY
                       SET NOT-END-OF-ITEM-LOCATIONS TO TRUE
               END-START
               IF NOT-END-OF-ITEM-LOCATIONS
                   PERFORM 5100-READ-NEXT-LOCATION
               END-IF
               PERFORM 5200-SHOW-ONE-LOCATION
                   UNTIL END-OF-ITEM-LOCATIONS
               IF WS-LIST-COUNT = ZERO
                   DISPLAY "ITEM IS NOT HELD AT ANY LOCATION"
               END-IF
           END-IF.

       5100-READ-NEXT-LOCATION.
           READ STOCK-LOC-FILE NEXT RECORD
               AT END SET END-OF-ITEM-LOCATIONS TO TRUE
           END-READ
           IF NOT-END-OF-ITEM-LOCATIONS
                   AND SLC-ITEM-CODE NOT = WS-ENTRY-ITEM-CODE
               SET END-OF-ITEM-LOCATIONS TO TRUE
           END-IF.

       5200-SHOW-ONE-LOCATION.
           PERFORM 5300-DISPLAY-LEVELS-LINE
           ADD 1 TO WS-LIST-COUNT
           PERFORM 5100-READ-NEXT-LOCATION.

       5300-DISPLAY-LEVELS-LINE.
           MOVE SLC-LOCATION-CODE TO LL-LOCATION-CODE
           MOVE SLC-QTY-ON-HAND TO LL-ON-HAND
           MOVE SLC-QTY-ALLOCATED TO LL-ALLOCATED
           MOVE SLC-MIN-LEVEL TO LL-MIN-LEVEL
           MOVE SLC-MAX-LEVEL TO LL-MAX-LEVEL
           DISPLAY WS-LEVELS-LINE.

       9000-TERMINATE.
           IF ALL-FILES-ARE-OPEN
               CLOSE ITEM-FILE
               CLOSE LOCATION-FILE
               CLOSE STOCK-LOC-FILE
           END-IF.
