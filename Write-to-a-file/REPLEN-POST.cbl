       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPLEN-POST.
      *********************************
      *AUTHOR. MURAT KUÞ.
      *DATE-WRITTEN. 03/08/2023.
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

           SELECT MOVEMENT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\itemmvmt.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-MVMT-FILE-STATUS.

           SELECT LOT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\lotbal.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOT-KEY
           FILE STATUS IS WS-LOT-FILE-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\opermast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS WS-OPER-FILE-STATUS.

           SELECT REPLEN-TRANSFER-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\replxfer.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-XFER-FILE-STATUS.

           SELECT PRINT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\replpost.prt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  ITEM-FILE.
           COPY STOCKITM.

       FD  LOCATION-FILE.
           COPY LOCNREC.

       FD  STOCK-LOC-FILE.
           COPY STOCKLOC.

       FD  MOVEMENT-FILE.
           COPY MVMTREC.

       FD  LOT-FILE.
           COPY LOTBAL.

       FD  OPERATOR-FILE.
           COPY OPERMAST.

       FD  REPLEN-TRANSFER-FILE.
           COPY RPLXFER.

       FD  PRINT-FILE.
       01  PRINT-REC PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS PIC X(2).
       01  WS-LOCN-FILE-STATUS PIC X(2).
       01  WS-SLOC-FILE-STATUS PIC X(2).
       01  WS-MVMT-FILE-STATUS PIC X(2).
       01  WS-LOT-FILE-STATUS PIC X(2).
       01  WS-OPER-FILE-STATUS PIC X(2).
       01  WS-XFER-FILE-STATUS PIC X(2).

       01  WS-OPERATOR-ID PIC X(8).
       01  WS-PASSWORD-INPUT PIC X(8).

       01  WS-OPERATOR-LEVEL PIC 9(1) VALUE ZERO.
           88 OPERATOR-IS-SUPERVISOR VALUE 2.

       01  WS-SIGN-ON-SW PIC X(1).
           88 SIGN-ON-OK VALUE "Y".
           88 SIGN-ON-FAILED VALUE "N".

       01  WS-FILES-OPEN-SW PIC X(1).
           88 ALL-FILES-ARE-OPEN VALUE "Y".
           88 FILES-NOT-ALL-OPEN VALUE "N".

       01  WS-XFER-EOF-SW PIC X(1).
           88 END-OF-TRANSFER-FILE VALUE "Y".
           88 NOT-END-OF-TRANSFER-FILE VALUE "N".

       01  WS-APPROVAL-SW PIC X(1).
           88 TRANSFERS-APPROVED VALUE "Y".
           88 TRANSFERS-NOT-APPROVED VALUE "N".

       01  WS-TO-RECORD-SW PIC X(1).
           88 TO-RECORD-EXISTS VALUE "Y".
           88 TO-RECORD-MISSING VALUE "N".

       01  WS-ENTRY-ITEM-CODE PIC X(5).
       01  WS-FROM-LOCATION PIC X(3).
       01  WS-TO-LOCATION PIC X(3).
       01  WS-ENTRY-QTY PIC 9(5).

       01  WS-FROM-QTY PIC 9(5).
       01  WS-TO-QTY PIC 9(5).
       01  WS-FROM-ALLOCATED PIC 9(5).
       01  WS-FROM-MIN-LEVEL PIC 9(5).
       01  WS-FROM-MAX-LEVEL PIC 9(5).
       01  WS-TO-ALLOCATED PIC 9(5).
       01  WS-TO-MIN-LEVEL PIC 9(5).
       01  WS-TO-MAX-LEVEL PIC 9(5).
       01  WS-NEW-FROM-QTY PIC 9(5).
       01  WS-NEW-TO-QTY PIC S9(7).

       01  WS-REJECT-REASON PIC X(40).

       01  WS-LOT-ITEM-SW PIC X(1).
           88 ITEM-IS-LOT-CONTROLLED VALUE "Y".
           88 ITEM-NOT-LOT-CONTROLLED VALUE "N".

       01  WS-LOT-FOUND-SW PIC X(1).
           88 LOT-FOUND VALUE "Y".
           88 LOT-NOT-FOUND VALUE "N".

       01  WS-LOT-EOF-SW PIC X(1).
           88 END-OF-ITEM-LOTS VALUE "Y".
           88 NOT-END-OF-ITEM-LOTS VALUE "N".

       01  WS-ENTRY-LOT-NUMBER PIC X(10).
       01  WS-TODAY PIC 9(8).
       01  WS-LOT-TOTAL PIC 9(7).
       01  WS-LOT-REMAINING PIC 9(5).
       01  WS-LOT-TAKE-QTY PIC 9(5).
       01  WS-EARLIEST-LOT PIC X(10).
       01  WS-EARLIEST-EXPIRY PIC 9(8).
       01  WS-MOVED-LOT-NUMBER PIC X(10).
       01  WS-MOVED-RECEIPT-DATE PIC 9(8).
       01  WS-MOVED-EXPIRY-DATE PIC 9(8).

       77  WS-QTY-MAXIMUM PIC 9(5) VALUE 99999.

       77  WS-SIGN-ON-TRIES PIC 9(1) COMP VALUE ZERO.
       77  WS-SIGN-ON-MAXIMUM PIC 9(1) COMP VALUE 3.

       77  WS-PROPOSAL-COUNT PIC 9(5) COMP VALUE ZERO.
       77  WS-READ-COUNT PIC 9(5) COMP VALUE ZERO.
       77  WS-POSTED-COUNT PIC 9(5) COMP VALUE ZERO.
       77  WS-REJECT-COUNT PIC 9(5) COMP VALUE ZERO.

       77  WS-MAX-LINES-PER-PAGE PIC 9(2) VALUE 55.
       77  WS-LINE-COUNT PIC 9(2) COMP VALUE ZERO.
       77  WS-PAGE-COUNT PIC 9(3) COMP VALUE ZERO.

       01  WS-PROPOSAL-LINE.
           05 FILLER PIC X(5)  VALUE "ITEM ".
           05 PL-ITEM-CODE PIC X(5).
           05 FILLER PIC X(6)  VALUE " FROM ".
           05 PL-FROM-LOCATION PIC X(3).
           05 FILLER PIC X(4)  VALUE " TO ".
           05 PL-TO-LOCATION PIC X(3).
           05 FILLER PIC X(5)  VALUE " QTY ".
           05 PL-QUANTITY PIC ZZZZ9.

       01  WS-REPORT-HEADING.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(25) VALUE "REPLENISHMENT POSTING".
           05 FILLER PIC X(6)  VALUE "PAGE ".
           05 HD-PAGE-NO PIC ZZ9.
           05 FILLER PIC X(36) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(10) VALUE "ITEM CODE".
           05 FILLER PIC X(6)  VALUE "FROM".
           05 FILLER PIC X(6)  VALUE "TO".
           05 FILLER PIC X(9)  VALUE "QUANTITY".
           05 FILLER PIC X(40) VALUE "RESULT".
           05 FILLER PIC X(7)  VALUE SPACES.

       01  WS-DETAIL-LINE.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 DL-ITEM-CODE PIC X(5).
           05 FILLER PIC X(5)  VALUE SPACES.
           05 DL-FROM-LOCATION PIC X(3).
           05 FILLER PIC X(3)  VALUE SPACES.
           05 DL-TO-LOCATION PIC X(3).
           05 FILLER PIC X(3)  VALUE SPACES.
           05 DL-QUANTITY PIC ZZZZ9.
           05 FILLER PIC X(4)  VALUE SPACES.
           05 DL-RESULT PIC X(40).
           05 FILLER PIC X(7)  VALUE SPACES.

       01  WS-TOTAL-LINE.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 TL-CAPTION PIC X(30).
           05 TL-COUNT PIC ZZZZ9.
           05 FILLER PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF ALL-FILES-ARE-OPEN
               PERFORM 2000-LIST-PROPOSALS
               IF WS-PROPOSAL-COUNT = ZERO
                   DISPLAY "NO REPLENISHMENT TRANSFERS ARE WAITING "
                       "FOR APPROVAL"
               ELSE
                   SET TRANSFERS-NOT-APPROVED TO TRUE
                   PERFORM 2500-GET-APPROVAL
                   IF TRANSFERS-APPROVED
                       PERFORM 4000-POST-TRANSFER-FILE
                       DISPLAY WS-READ-COUNT " TRANSFER(S) READ"
                       DISPLAY WS-POSTED-COUNT " TRANSFER(S) POSTED"
                       DISPLAY WS-REJECT-COUNT " TRANSFER(S) REJECTED"
                   ELSE
                       DISPLAY "TRANSFER FILE NOT APPROVED - NO "
                           "TRANSFERS POSTED"
                   END-IF
               END-IF
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           SET FILES-NOT-ALL-OPEN TO TRUE
           DISPLAY "Welcome to the Replenishment Posting App"
           PERFORM 1500-SIGN-ON-OPERATOR
           IF SIGN-ON-OK
               IF NOT OPERATOR-IS-SUPERVISOR
                   DISPLAY "REPLENISHMENT TRANSFERS MAY ONLY BE "
                       "APPROVED BY SUPERVISORS - NO ACTION TAKEN"
               ELSE
                   PERFORM 1100-OPEN-FILES
               END-IF
           END-IF.

       1100-OPEN-FILES.
           OPEN INPUT ITEM-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ITEM FILE NOT FOUND - NO TRANSFERS POSTED"
           ELSE
               OPEN INPUT LOCATION-FILE
               IF WS-LOCN-FILE-STATUS NOT = "00"
                   DISPLAY "LOCATION FILE NOT FOUND - NO "
                       "TRANSFERS POSTED"
                   CLOSE ITEM-FILE
               ELSE
                   PERFORM 1200-OPEN-STOCK-LOC-FILE
                   PERFORM 1300-OPEN-MOVEMENT-FILE
                   PERFORM 1400-OPEN-LOT-FILE
                   ACCEPT WS-TODAY FROM DATE YYYYMMDD
                   SET ALL-FILES-ARE-OPEN TO TRUE
               END-IF
           END-IF.

       1200-OPEN-STOCK-LOC-FILE.
           OPEN I-O STOCK-LOC-FILE
           IF WS-SLOC-FILE-STATUS = "35"
               OPEN OUTPUT STOCK-LOC-FILE
               CLOSE STOCK-LOC-FILE
               OPEN I-O STOCK-LOC-FILE
           END-IF.

       1300-OPEN-MOVEMENT-FILE.
           OPEN EXTEND MOVEMENT-FILE
           IF WS-MVMT-FILE-STATUS = "35"
               OPEN OUTPUT MOVEMENT-FILE
               CLOSE MOVEMENT-FILE
               OPEN EXTEND MOVEMENT-FILE
           END-IF.

       1400-OPEN-LOT-FILE.
           OPEN I-O LOT-FILE
           IF WS-LOT-FILE-STATUS = "35"
               OPEN OUTPUT LOT-FILE
               CLOSE LOT-FILE
               OPEN I-O LOT-FILE
           END-IF.

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

       2000-LIST-PROPOSALS.
           OPEN INPUT REPLEN-TRANSFER-FILE
           IF WS-XFER-FILE-STATUS = "00"
               SET NOT-END-OF-TRANSFER-FILE TO TRUE
               PERFORM 2100-READ-PROPOSAL
               PERFORM 2200-SHOW-ONE-PROPOSAL
                   UNTIL END-OF-TRANSFER-FILE
               CLOSE REPLEN-TRANSFER-FILE
               IF WS-PROPOSAL-COUNT > ZERO
                   DISPLAY WS-PROPOSAL-COUNT
                       " TRANSFER(S) PROPOSED BY REPLENISH"
               END-IF
           END-IF.

       2100-READ-PROPOSAL.
           READ REPLEN-TRANSFER-FILE
               AT END SET END-OF-TRANSFER-FILE TO TRUE
           END-READ.

       2200-SHOW-ONE-PROPOSAL.
           ADD 1 TO WS-PROPOSAL-COUNT
           MOVE RPX-ITEM-CODE TO PL-ITEM-CODE
           MOVE RPX-FROM-LOCATION TO PL-FROM-LOCATION
           MOVE RPX-TO-LOCATION TO PL-TO-LOCATION
           IF RPX-QUANTITY IS NUMERIC
               MOVE RPX-QUANTITY TO PL-QUANTITY
           ELSE
               MOVE ZERO TO PL-QUANTITY
           END-IF
           DISPLAY WS-PROPOSAL-LINE
           PERFORM 2100-READ-PROPOSAL.

       2500-GET-APPROVAL.
           PERFORM 2600-PROMPT-APPROVAL
               UNTIL TRANSFERS-APPROVED OR TRANSFERS-NOT-APPROVED.

       2600-PROMPT-APPROVAL.
           DISPLAY "Approve and post these transfers (Y/N)?"
           ACCEPT WS-APPROVAL-SW
           MOVE FUNCTION UPPER-CASE(WS-APPROVAL-SW)
               TO WS-APPROVAL-SW
           IF NOT (TRANSFERS-APPROVED OR TRANSFERS-NOT-APPROVED)
               DISPLAY "ANSWER MUST BE Y OR N - PLEASE RE-ENTER"
           END-IF.

       3000-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO HD-PAGE-NO
           WRITE PRINT-REC FROM WS-REPORT-HEADING
               AFTER ADVANCING PAGE
           WRITE PRINT-REC FROM WS-COLUMN-HEADING
               AFTER ADVANCING 2 LINES
           MOVE ZERO TO WS-LINE-COUNT.

       3900-CHECK-PAGE-FULL.
           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 3000-PRINT-HEADINGS
           END-IF.

       4000-POST-TRANSFER-FILE.
           OPEN INPUT REPLEN-TRANSFER-FILE
           OPEN OUTPUT PRINT-FILE
           PERFORM 3000-PRINT-HEADINGS
           SET NOT-END-OF-TRANSFER-FILE TO TRUE
           PERFORM 2100-READ-PROPOSAL
           PERFORM 4100-POST-ONE-TRANSFER
               UNTIL END-OF-TRANSFER-FILE
           CLOSE REPLEN-TRANSFER-FILE
           PERFORM 8000-PRINT-TOTALS
           CLOSE PRINT-FILE
           OPEN OUTPUT REPLEN-TRANSFER-FILE
           CLOSE REPLEN-TRANSFER-FILE.

       4100-POST-ONE-TRANSFER.
           ADD 1 TO WS-READ-COUNT
           MOVE RPX-ITEM-CODE TO WS-ENTRY-ITEM-CODE
           MOVE RPX-FROM-LOCATION TO WS-FROM-LOCATION
           MOVE RPX-TO-LOCATION TO WS-TO-LOCATION
           MOVE SPACES TO WS-ENTRY-LOT-NUMBER
           MOVE SPACES TO WS-REJECT-REASON
           IF RPX-QUANTITY IS NUMERIC AND RPX-QUANTITY > ZERO
               MOVE RPX-QUANTITY TO WS-ENTRY-QTY
           ELSE
               MOVE ZERO TO WS-ENTRY-QTY
               MOVE "TRANSFER QUANTITY NOT VALID"
                   TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 4200-CHECK-ITEM-AND-LOCATIONS
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 4300-CHECK-FROM-RECORD
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 4400-READ-TO-RECORD
               COMPUTE WS-NEW-TO-QTY = WS-TO-QTY + WS-ENTRY-QTY
               IF WS-NEW-TO-QTY > WS-QTY-MAXIMUM
                   MOVE "TO LOCATION WOULD EXCEED THE MAXIMUM QTY"
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES AND ITEM-IS-LOT-CONTROLLED
               PERFORM 6000-TOTAL-USABLE-LOTS
               IF WS-LOT-TOTAL < WS-ENTRY-QTY
                   MOVE "NOT ENOUGH STOCK IN UNEXPIRED LOTS"
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 4500-APPLY-TRANSFER
               MOVE "POSTED" TO DL-RESULT
               ADD 1 TO WS-POSTED-COUNT
           ELSE
               MOVE WS-REJECT-REASON TO DL-RESULT
               ADD 1 TO WS-REJECT-COUNT
           END-IF
           PERFORM 4900-PRINT-DETAIL-LINE
           PERFORM 2100-READ-PROPOSAL.

       4200-CHECK-ITEM-AND-LOCATIONS.
           MOVE WS-ENTRY-ITEM-CODE TO ITEM-CODE
           READ ITEM-FILE
               INVALID KEY
                   MOVE "ITEM CODE NOT FOUND" TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF ITEM-LOT-CONTROLLED = "Y"
                       SET ITEM-IS-LOT-CONTROLLED TO TRUE
                   ELSE
                       SET ITEM-NOT-LOT-CONTROLLED TO TRUE
                   END-IF
           END-READ
           IF WS-REJECT-REASON = SPACES
               IF WS-TO-LOCATION = WS-FROM-LOCATION
                   MOVE "LOCATIONS MUST DIFFER" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE WS-FROM-LOCATION TO LOC-CODE
               READ LOCATION-FILE
                   INVALID KEY
                       MOVE "FROM LOCATION NOT ON LOCATION FILE"
                           TO WS-REJECT-REASON
               END-READ
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE WS-TO-LOCATION TO LOC-CODE
               READ LOCATION-FILE
                   INVALID KEY
                       MOVE "TO LOCATION NOT ON LOCATION FILE"
                           TO WS-REJECT-REASON
               END-READ
           END-IF.

       4300-CHECK-FROM-RECORD.
           MOVE WS-ENTRY-ITEM-CODE TO SLC-ITEM-CODE
           MOVE WS-FROM-LOCATION TO SLC-LOCATION-CODE
           READ STOCK-LOC-FILE
               INVALID KEY
                   MOVE "NO STOCK HELD AT THE FROM LOCATION"
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN SLC-QTY-ON-HAND < WS-ENTRY-QTY
                           MOVE "EXCEEDS QUANTITY AT THE FROM LOCATION"
                               TO WS-REJECT-REASON
                       WHEN SLC-QTY-ON-HAND - SLC-QTY-ALLOCATED
                               < WS-ENTRY-QTY
                           MOVE "WOULD USE STOCK ALLOCATED TO ORDERS"
                               TO WS-REJECT-REASON
                       WHEN OTHER
                           MOVE SLC-QTY-ON-HAND TO WS-FROM-QTY
                           MOVE SLC-QTY-ALLOCATED TO WS-FROM-ALLOCATED
                           MOVE SLC-MIN-LEVEL TO WS-FROM-MIN-LEVEL
                           MOVE SLC-MAX-LEVEL TO WS-FROM-MAX-LEVEL
                   END-EVALUATE
           END-READ.

       4400-READ-TO-RECORD.
           MOVE WS-ENTRY-ITEM-CODE TO SLC-ITEM-CODE
           MOVE WS-TO-LOCATION TO SLC-LOCATION-CODE
           READ STOCK-LOC-FILE
               INVALID KEY
                   SET TO-RECORD-MISSING TO TRUE
                   MOVE ZERO TO WS-TO-QTY
                   MOVE ZERO TO WS-TO-ALLOCATED
                   MOVE ZERO TO WS-TO-MIN-LEVEL
                   MOVE ZERO TO WS-TO-MAX-LEVEL
               NOT INVALID KEY
                   SET TO-RECORD-EXISTS TO TRUE
                   MOVE SLC-QTY-ON-HAND TO WS-TO-QTY
                   MOVE SLC-QTY-ALLOCATED TO WS-TO-ALLOCATED
                   MOVE SLC-MIN-LEVEL TO WS-TO-MIN-LEVEL
                   MOVE SLC-MAX-LEVEL TO WS-TO-MAX-LEVEL
           END-READ.

       4500-APPLY-TRANSFER.
           PERFORM 4600-UPDATE-FROM-RECORD
           PERFORM 4700-UPDATE-TO-RECORD
           IF ITEM-IS-LOT-CONTROLLED
               PERFORM 4750-MOVE-LOT-BALANCES
           END-IF
           PERFORM 4800-WRITE-MOVEMENT-PAIR.

       4600-UPDATE-FROM-RECORD.
           COMPUTE WS-NEW-FROM-QTY = WS-FROM-QTY - WS-ENTRY-QTY
           MOVE WS-ENTRY-ITEM-CODE TO SLC-ITEM-CODE
           MOVE WS-FROM-LOCATION TO SLC-LOCATION-CODE
           MOVE WS-NEW-FROM-QTY TO SLC-QTY-ON-HAND
           MOVE WS-FROM-ALLOCATED TO SLC-QTY-ALLOCATED
           MOVE WS-FROM-MIN-LEVEL TO SLC-MIN-LEVEL
           MOVE WS-FROM-MAX-LEVEL TO SLC-MAX-LEVEL
           REWRITE STOCK-LOCATION-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED AT THE FROM LOCATION"
           END-REWRITE.

       4700-UPDATE-TO-RECORD.
           MOVE WS-ENTRY-ITEM-CODE TO SLC-ITEM-CODE
           MOVE WS-TO-LOCATION TO SLC-LOCATION-CODE
           MOVE WS-NEW-TO-QTY TO SLC-QTY-ON-HAND
           MOVE WS-TO-ALLOCATED TO SLC-QTY-ALLOCATED
           MOVE WS-TO-MIN-LEVEL TO SLC-MIN-LEVEL
           MOVE WS-TO-MAX-LEVEL TO SLC-MAX-LEVEL
           IF TO-RECORD-MISSING
               WRITE STOCK-LOCATION-RECORD
                   INVALID KEY
                       DISPLAY "WRITE FAILED AT THE TO LOCATION"
               END-WRITE
           ELSE
               REWRITE STOCK-LOCATION-RECORD
                   INVALID KEY
                       DISPLAY "REWRITE FAILED AT THE TO LOCATION"
               END-REWRITE
           END-IF.

       4750-MOVE-LOT-BALANCES.
           MOVE WS-ENTRY-QTY TO WS-LOT-REMAINING
           SET LOT-FOUND TO TRUE
           PERFORM 6200-MOVE-EARLIEST-LOT
               UNTIL WS-LOT-REMAINING = ZERO OR LOT-NOT-FOUND
           IF WS-LOT-REMAINING > ZERO
               DISPLAY WS-LOT-REMAINING " OF ITEM " WS-ENTRY-ITEM-CODE
                   " COULD NOT BE TAKEN FROM LOTS - CHECK THE "
                   "EXPIRY EXCEPTIONS"
           END-IF.

       4800-WRITE-MOVEMENT-PAIR.
           ACCEPT MVT-DATE FROM DATE YYYYMMDD
           ACCEPT MVT-TIME FROM TIME
           MOVE WS-OPERATOR-ID TO MVT-OPERATOR-ID
           MOVE WS-ENTRY-ITEM-CODE TO MVT-ITEM-CODE
           MOVE WS-ENTRY-QTY TO MVT-QUANTITY
           MOVE "O" TO MVT-TYPE
           MOVE WS-FROM-LOCATION TO MVT-LOCATION-CODE
           MOVE WS-NEW-FROM-QTY TO MVT-RESULT-QTY
           IF ITEM-UNIT-COST IS NUMERIC
               MOVE ITEM-UNIT-COST TO MVT-UNIT-COST
           ELSE
               MOVE ZERO TO MVT-UNIT-COST
           END-IF
           MOVE ZERO TO MVT-PO-NUMBER
           MOVE ZERO TO MVT-PO-LINE-NUMBER
           MOVE SPACE TO MVT-ADJUST-SIGN
           WRITE MOVEMENT-RECORD
           MOVE "T" TO MVT-TYPE
           MOVE WS-TO-LOCATION TO MVT-LOCATION-CODE
           MOVE WS-NEW-TO-QTY TO MVT-RESULT-QTY
           WRITE MOVEMENT-RECORD.

       4900-PRINT-DETAIL-LINE.
           PERFORM 3900-CHECK-PAGE-FULL
           MOVE RPX-ITEM-CODE TO DL-ITEM-CODE
           MOVE RPX-FROM-LOCATION TO DL-FROM-LOCATION
           MOVE RPX-TO-LOCATION TO DL-TO-LOCATION
           MOVE WS-ENTRY-QTY TO DL-QUANTITY
           WRITE PRINT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       6000-TOTAL-USABLE-LOTS.
           MOVE ZERO TO WS-LOT-TOTAL
           PERFORM 6050-START-ITEM-LOTS
           PERFORM 6060-ADD-ONE-LOT
               UNTIL END-OF-ITEM-LOTS.

       6050-START-ITEM-LOTS.
           MOVE WS-ENTRY-ITEM-CODE TO LOT-ITEM-CODE
           MOVE WS-FROM-LOCATION TO LOT-LOCATION-CODE
           MOVE LOW-VALUES TO LOT-NUMBER
           START LOT-FILE KEY IS NOT LESS THAN LOT-KEY
               INVALID KEY SET END-OF-ITEM-LOTS TO TRUE
               NOT INVALID KEY SET NOT-END-OF-ITEM-LOTS TO TRUE
           END-START
           IF NOT-END-OF-ITEM-LOTS
               PERFORM 6070-READ-NEXT-LOT
           END-IF.

       6060-ADD-ONE-LOT.
           IF LOT-EXPIRY-DATE NOT < WS-TODAY
               ADD LOT-QTY-ON-HAND TO WS-LOT-TOTAL
           END-IF
           PERFORM 6070-READ-NEXT-LOT.

       6070-READ-NEXT-LOT.
           READ LOT-FILE NEXT RECORD
               AT END SET END-OF-ITEM-LOTS TO TRUE
           END-READ
           IF NOT-END-OF-ITEM-LOTS
               IF LOT-ITEM-CODE NOT = WS-ENTRY-ITEM-CODE
                       OR LOT-LOCATION-CODE NOT = WS-FROM-LOCATION
                   SET END-OF-ITEM-LOTS TO TRUE
               END-IF
           END-IF.

       6100-FIND-EARLIEST-LOT.
           SET LOT-NOT-FOUND TO TRUE
           MOVE 99999999 TO WS-EARLIEST-EXPIRY
           PERFORM 6050-START-ITEM-LOTS
           PERFORM 6150-CHECK-ONE-LOT
               UNTIL END-OF-ITEM-LOTS.

       6150-CHECK-ONE-LOT.
           IF LOT-EXPIRY-DATE NOT < WS-TODAY
                   AND LOT-QTY-ON-HAND > ZERO
                   AND LOT-EXPIRY-DATE < WS-EARLIEST-EXPIRY
               SET LOT-FOUND TO TRUE
               MOVE LOT-NUMBER TO WS-EARLIEST-LOT
               MOVE LOT-EXPIRY-DATE TO WS-EARLIEST-EXPIRY
           END-IF
           PERFORM 6070-READ-NEXT-LOT.

       6200-MOVE-EARLIEST-LOT.
           PERFORM 6100-FIND-EARLIEST-LOT
           IF LOT-FOUND
               MOVE WS-EARLIEST-LOT TO WS-ENTRY-LOT-NUMBER
               PERFORM 6300-MOVE-NAMED-LOT
               MOVE SPACES TO WS-ENTRY-LOT-NUMBER
           END-IF.

       6300-MOVE-NAMED-LOT.
           MOVE WS-ENTRY-ITEM-CODE TO LOT-ITEM-CODE
           MOVE WS-FROM-LOCATION TO LOT-LOCATION-CODE
           MOVE WS-ENTRY-LOT-NUMBER TO LOT-NUMBER
           READ LOT-FILE
               INVALID KEY
                   DISPLAY "LOT " WS-ENTRY-LOT-NUMBER
                       " COULD NOT BE READ BACK"
                   SET LOT-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   MOVE LOT-NUMBER TO WS-MOVED-LOT-NUMBER
                   MOVE LOT-RECEIPT-DATE TO WS-MOVED-RECEIPT-DATE
                   MOVE LOT-EXPIRY-DATE TO WS-MOVED-EXPIRY-DATE
                   PERFORM 6400-UPDATE-LOT-RECORD
                   PERFORM 6500-ADD-TO-DESTINATION-LOT
           END-READ.

       6400-UPDATE-LOT-RECORD.
           IF LOT-QTY-ON-HAND < WS-LOT-REMAINING
               MOVE LOT-QTY-ON-HAND TO WS-LOT-TAKE-QTY
           ELSE
               MOVE WS-LOT-REMAINING TO WS-LOT-TAKE-QTY
           END-IF
           SUBTRACT WS-LOT-TAKE-QTY FROM LOT-QTY-ON-HAND
           SUBTRACT WS-LOT-TAKE-QTY FROM WS-LOT-REMAINING
           IF LOT-QTY-ON-HAND = ZERO
               DELETE LOT-FILE RECORD
                   INVALID KEY
                       DISPLAY "DELETE FAILED FOR LOT " LOT-NUMBER
               END-DELETE
           ELSE
               REWRITE LOT-BALANCE-RECORD
                   INVALID KEY
                       DISPLAY "REWRITE FAILED FOR LOT " LOT-NUMBER
               END-REWRITE
           END-IF.

       6500-ADD-TO-DESTINATION-LOT.
           MOVE WS-ENTRY-ITEM-CODE TO LOT-ITEM-CODE
           MOVE WS-TO-LOCATION TO LOT-LOCATION-CODE
           MOVE WS-MOVED-LOT-NUMBER TO LOT-NUMBER
           READ LOT-FILE
               INVALID KEY
                   MOVE WS-MOVED-RECEIPT-DATE TO LOT-RECEIPT-DATE
                   MOVE WS-MOVED-EXPIRY-DATE TO LOT-EXPIRY-DATE
                   MOVE WS-LOT-TAKE-QTY TO LOT-QTY-ON-HAND
                   WRITE LOT-BALANCE-RECORD
                       INVALID KEY
                           DISPLAY "WRITE FAILED FOR LOT "
                               LOT-NUMBER " AT THE TO LOCATION"
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-LOT-TAKE-QTY TO LOT-QTY-ON-HAND
                   REWRITE LOT-BALANCE-RECORD
                       INVALID KEY
                           DISPLAY "REWRITE FAILED FOR LOT "
                               LOT-NUMBER " AT THE TO LOCATION"
                   END-REWRITE
           END-READ.

       8000-PRINT-TOTALS.
           MOVE "TRANSFERS READ:" TO TL-CAPTION
           MOVE WS-READ-COUNT TO TL-COUNT
           PERFORM 8100-PRINT-TOTAL-LINE
           MOVE "TRANSFERS POSTED:" TO TL-CAPTION
           MOVE WS-POSTED-COUNT TO TL-COUNT
           PERFORM 8100-PRINT-TOTAL-LINE
           MOVE "TRANSFERS REJECTED:" TO TL-CAPTION
           MOVE WS-REJECT-COUNT TO TL-COUNT
           PERFORM 8100-PRINT-TOTAL-LINE.

       8100-PRINT-TOTAL-LINE.
           WRITE PRINT-REC FROM WS-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

       9000-TERMINATE.
           IF ALL-FILES-ARE-OPEN
               CLOSE ITEM-FILE
               CLOSE LOCATION-FILE
               CLOSE STOCK-LOC-FILE
               CLOSE MOVEMENT-FILE
               CLOSE LOT-FILE
           END-IF.
