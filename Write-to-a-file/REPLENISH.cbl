       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPLENISH.
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

           SELECT REPLEN-TRANSFER-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\replxfer.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT REPLEN-CANDIDATE-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\replcand.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT SORT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\sortwork.tmp".

           SELECT PRINT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\replen.prt"
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

       FD  REPLEN-TRANSFER-FILE.
           COPY RPLXFER.

       FD  REPLEN-CANDIDATE-FILE.
           COPY RPLCAND.

       SD  SORT-FILE.
       01  SORT-RECORD.
        02 SRT-ITEM-CODE PIC X(5).
        02 SRT-LOCATION-CODE PIC X(3).
        02 SRT-QTY-ON-HAND PIC 9(5).
        02 SRT-QTY-AVAILABLE PIC 9(5).
        02 SRT-MIN-LEVEL PIC 9(5).
        02 SRT-MAX-LEVEL PIC 9(5).
        02 SRT-NEED-QTY PIC 9(5).

       FD  PRINT-FILE.
       01  PRINT-REC PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS PIC X(2).
       01  WS-LOCN-FILE-STATUS PIC X(2).
       01  WS-SLOC-FILE-STATUS PIC X(2).

       01  WS-FILES-OPEN-SW PIC X(1).
           88 ALL-FILES-ARE-OPEN VALUE "Y".
           88 FILES-NOT-ALL-OPEN VALUE "N".

       01  WS-ITEM-OPEN-SW PIC X(1).
           88 ITEM-FILE-IS-OPEN VALUE "Y".
           88 ITEM-FILE-NOT-OPEN VALUE "N".

       01  WS-SLOC-EOF-SW PIC X(1).
           88 END-OF-STOCK-LOC-FILE VALUE "Y".
           88 NOT-END-OF-STOCK-LOC-FILE VALUE "N".

       01  WS-SORT-EOF-SW PIC X(1).
           88 END-OF-SORT-FILE VALUE "Y".
           88 NOT-END-OF-SORT-FILE VALUE "N".

       01  WS-SUPPLY-LOCATION PIC X(3).
       01  WS-SUPPLY-LOC-NAME PIC X(30).
       01  WS-TODAY PIC 9(8).

       01  WS-CURRENT-ITEM PIC X(5) VALUE HIGH-VALUES.
       01  WS-CURRENT-ITEM-NAME PIC X(20).

       01  WS-TARGET-LEVEL PIC 9(5).
       01  WS-AVAILABLE-CHECK PIC S9(7).
       01  WS-AVAILABLE-QTY PIC 9(5).
       01  WS-SURPLUS-CHECK PIC S9(7).
       01  WS-SUPPLY-REMAINING PIC 9(5).
       01  WS-TRANSFER-QTY PIC 9(5).
       01  WS-SHORT-QTY PIC 9(5).

       77  WS-MAX-LINES-PER-PAGE PIC 9(2) VALUE 55.
       77  WS-LINE-COUNT PIC 9(2) COMP VALUE ZERO.
       77  WS-PAGE-COUNT PIC 9(3) COMP VALUE ZERO.
       77  WS-BELOW-MIN-COUNT PIC 9(5) COMP VALUE ZERO.
       77  WS-TRANSFER-COUNT PIC 9(5) COMP VALUE ZERO.
       77  WS-CANDIDATE-COUNT PIC 9(5) COMP VALUE ZERO.
       77  WS-TRANSFER-QTY-TOTAL PIC 9(7) COMP VALUE ZERO.

       01  WS-REPORT-HEADING.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(25) VALUE "REPLENISHMENT PROPOSALS".
           05 FILLER PIC X(6)  VALUE "PAGE ".
           05 HD-PAGE-NO PIC ZZ9.
           05 FILLER PIC X(36) VALUE SPACES.

       01  WS-SUPPLY-LINE.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(18) VALUE "SUPPLY LOCATION - ".
           05 SP-LOCATION-CODE PIC X(3).
           05 FILLER PIC X(2)  VALUE SPACES.
           05 SP-LOCATION-NAME PIC X(30).
           05 FILLER PIC X(25) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(6)  VALUE "ITEM".
           05 FILLER PIC X(15) VALUE "ITEM NAME".
           05 FILLER PIC X(5)  VALUE "LOC".
           05 FILLER PIC X(6)  VALUE " HAND".
           05 FILLER PIC X(6)  VALUE " AVAIL".
           05 FILLER PIC X(6)  VALUE "  MIN".
           05 FILLER PIC X(6)  VALUE "  MAX".
           05 FILLER PIC X(6)  VALUE " XFER".
           05 FILLER PIC X(7)  VALUE " SHORT".
           05 FILLER PIC X(15) VALUE "ACTION".

       01  WS-DETAIL-LINE.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 DL-ITEM-CODE PIC X(5).
           05 FILLER PIC X(1)  VALUE SPACES.
           05 DL-ITEM-NAME PIC X(14).
           05 FILLER PIC X(1)  VALUE SPACES.
           05 DL-LOCATION-CODE PIC X(3).
           05 FILLER PIC X(2)  VALUE SPACES.
           05 DL-QTY-ON-HAND PIC ZZZZ9.
           05 FILLER PIC X(1)  VALUE SPACES.
           05 DL-QTY-AVAILABLE PIC ZZZZ9.
           05 FILLER PIC X(1)  VALUE SPACES.
           05 DL-MIN-LEVEL PIC ZZZZ9.
           05 FILLER PIC X(1)  VALUE SPACES.
           05 DL-MAX-LEVEL PIC ZZZZ9.
           05 FILLER PIC X(1)  VALUE SPACES.
           05 DL-TRANSFER-QTY PIC ZZZZ9.
           05 FILLER PIC X(1)  VALUE SPACES.
           05 DL-SHORT-QTY PIC ZZZZ9.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 DL-ACTION PIC X(15).

       01  WS-TOTAL-LINE.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 TL-CAPTION PIC X(30).
           05 TL-COUNT PIC ZZZZZZ9.
           05 FILLER PIC X(41) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF ALL-FILES-ARE-OPEN
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-ITEM-CODE
                                    SRT-LOCATION-CODE
                   INPUT PROCEDURE IS 2000-SELECT-SHORT-LOCATIONS
                   OUTPUT PROCEDURE IS 5000-PROPOSE-TRANSFERS
               PERFORM 8000-PRINT-TOTALS
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           SET FILES-NOT-ALL-OPEN TO TRUE
           OPEN INPUT STOCK-LOC-FILE
           IF WS-SLOC-FILE-STATUS NOT = "00"
               DISPLAY "STOCK LOCATION FILE NOT FOUND - NO "
                   "PROPOSALS MADE"
           ELSE
               OPEN INPUT LOCATION-FILE
               IF WS-LOCN-FILE-STATUS NOT = "00"
                   DISPLAY "LOCATION FILE NOT FOUND - NO "
                       "PROPOSALS MADE"
                   CLOSE STOCK-LOC-FILE
               ELSE
                   PERFORM 1100-GET-SUPPLY-LOCATION
               END-IF
           END-IF.

       1100-GET-SUPPLY-LOCATION.
           DISPLAY "Please enter the supply location code:"
           ACCEPT WS-SUPPLY-LOCATION
           MOVE WS-SUPPLY-LOCATION TO LOC-CODE
           READ LOCATION-FILE
               INVALID KEY
                   DISPLAY "LOCATION NOT ON LOCATION FILE - NO "
                       "PROPOSALS MADE"
                   CLOSE STOCK-LOC-FILE
                   CLOSE LOCATION-FILE
               NOT INVALID KEY
                   MOVE LOC-NAME TO WS-SUPPLY-LOC-NAME
                   PERFORM 1200-OPEN-OUTPUT-FILES
           END-READ.

       1200-OPEN-OUTPUT-FILES.
           OPEN INPUT ITEM-FILE
           IF WS-FILE-STATUS = "00"
               SET ITEM-FILE-IS-OPEN TO TRUE
           ELSE
               SET ITEM-FILE-NOT-OPEN TO TRUE
               DISPLAY "ITEM FILE NOT FOUND - ITEM NAMES NOT SHOWN"
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN OUTPUT REPLEN-TRANSFER-FILE
           OPEN OUTPUT REPLEN-CANDIDATE-FILE
           OPEN OUTPUT PRINT-FILE
           SET ALL-FILES-ARE-OPEN TO TRUE
           PERFORM 3000-PRINT-HEADINGS.

       2000-SELECT-SHORT-LOCATIONS.
           SET NOT-END-OF-STOCK-LOC-FILE TO TRUE
           PERFORM 2100-READ-STOCK-LOC-RECORD
           PERFORM 2200-RELEASE-SHORT-LOCATION
               UNTIL END-OF-STOCK-LOC-FILE.

       2100-READ-STOCK-LOC-RECORD.
           READ STOCK-LOC-FILE NEXT RECORD
               AT END SET END-OF-STOCK-LOC-FILE TO TRUE
           END-READ.

       2200-RELEASE-SHORT-LOCATION.
           COMPUTE WS-AVAILABLE-CHECK =
               SLC-QTY-ON-HAND - SLC-QTY-ALLOCATED
           IF WS-AVAILABLE-CHECK > ZERO
               MOVE WS-AVAILABLE-CHECK TO WS-AVAILABLE-QTY
           ELSE
               MOVE ZERO TO WS-AVAILABLE-QTY
           END-IF
           IF SLC-MIN-LEVEL IS NUMERIC
                   AND SLC-MAX-LEVEL IS NUMERIC
               IF SLC-MIN-LEVEL > ZERO
                       AND WS-AVAILABLE-QTY < SLC-MIN-LEVEL
                   IF SLC-MAX-LEVEL > SLC-MIN-LEVEL
                       MOVE SLC-MAX-LEVEL TO WS-TARGET-LEVEL
                   ELSE
                       MOVE SLC-MIN-LEVEL TO WS-TARGET-LEVEL
                   END-IF
                   MOVE SLC-ITEM-CODE TO SRT-ITEM-CODE
                   MOVE SLC-LOCATION-CODE TO SRT-LOCATION-CODE
                   MOVE SLC-QTY-ON-HAND TO SRT-QTY-ON-HAND
                   MOVE WS-AVAILABLE-QTY TO SRT-QTY-AVAILABLE
                   MOVE SLC-MIN-LEVEL TO SRT-MIN-LEVEL
                   MOVE SLC-MAX-LEVEL TO SRT-MAX-LEVEL
                   COMPUTE SRT-NEED-QTY =
                       WS-TARGET-LEVEL - WS-AVAILABLE-QTY
                   RELEASE SORT-RECORD
               END-IF
           END-IF
           PERFORM 2100-READ-STOCK-LOC-RECORD.

       3000-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO HD-PAGE-NO
           WRITE PRINT-REC FROM WS-REPORT-HEADING
               AFTER ADVANCING PAGE
           MOVE WS-SUPPLY-LOCATION TO SP-LOCATION-CODE
           MOVE WS-SUPPLY-LOC-NAME TO SP-LOCATION-NAME
           WRITE PRINT-REC FROM WS-SUPPLY-LINE
               AFTER ADVANCING 1 LINE
           WRITE PRINT-REC FROM WS-COLUMN-HEADING
               AFTER ADVANCING 2 LINES
           MOVE ZERO TO WS-LINE-COUNT.

       3900-CHECK-PAGE-FULL.
           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 3000-PRINT-HEADINGS
           END-IF.

       5000-PROPOSE-TRANSFERS.
           SET NOT-END-OF-SORT-FILE TO TRUE
           PERFORM 5100-RETURN-SORT-RECORD
           PERFORM 5200-PROPOSE-ONE-LOCATION
               UNTIL END-OF-SORT-FILE.

       5100-RETURN-SORT-RECORD.
           RETURN SORT-FILE
               AT END SET END-OF-SORT-FILE TO TRUE
           END-RETURN.

       5200-PROPOSE-ONE-LOCATION.
           IF SRT-ITEM-CODE NOT = WS-CURRENT-ITEM
               MOVE SRT-ITEM-CODE TO WS-CURRENT-ITEM
               PERFORM 5300-GET-ITEM-NAME
               PERFORM 5400-GET-SUPPLY-SURPLUS
           END-IF
           ADD 1 TO WS-BELOW-MIN-COUNT
           MOVE ZERO TO WS-TRANSFER-QTY
           MOVE SPACES TO DL-ACTION
           IF SRT-LOCATION-CODE = WS-SUPPLY-LOCATION
               MOVE "SUPPLY LOC LOW" TO DL-ACTION
           ELSE
               IF SRT-NEED-QTY > WS-SUPPLY-REMAINING
                   MOVE WS-SUPPLY-REMAINING TO WS-TRANSFER-QTY
               ELSE
                   MOVE SRT-NEED-QTY TO WS-TRANSFER-QTY
               END-IF
               SUBTRACT WS-TRANSFER-QTY FROM WS-SUPPLY-REMAINING
           END-IF
           COMPUTE WS-SHORT-QTY = SRT-NEED-QTY - WS-TRANSFER-QTY
           IF WS-TRANSFER-QTY > ZERO
               PERFORM 5500-WRITE-TRANSFER-PROPOSAL
               MOVE "TRANSFER" TO DL-ACTION
           END-IF
           IF WS-SHORT-QTY > ZERO
               PERFORM 5600-WRITE-PURCHASE-CANDIDATE
               MOVE "PO CANDIDATE" TO DL-ACTION
           END-IF
           PERFORM 5700-PRINT-DETAIL-LINE
           PERFORM 5100-RETURN-SORT-RECORD.

       5300-GET-ITEM-NAME.
           MOVE SPACES TO WS-CURRENT-ITEM-NAME
           IF ITEM-FILE-IS-OPEN
               MOVE WS-CURRENT-ITEM TO ITEM-CODE
               READ ITEM-FILE
                   INVALID KEY
                       MOVE "*UNKNOWN ITEM*" TO WS-CURRENT-ITEM-NAME
                   NOT INVALID KEY
                       MOVE ITEM-NAME TO WS-CURRENT-ITEM-NAME
               END-READ
           END-IF.

       5400-GET-SUPPLY-SURPLUS.
           MOVE ZERO TO WS-SUPPLY-REMAINING
           MOVE WS-CURRENT-ITEM TO SLC-ITEM-CODE
           MOVE WS-SUPPLY-LOCATION TO SLC-LOCATION-CODE
           READ STOCK-LOC-FILE
               INVALID KEY
                   MOVE ZERO TO WS-SUPPLY-REMAINING
               NOT INVALID KEY
                   IF SLC-MIN-LEVEL IS NUMERIC
                       COMPUTE WS-SURPLUS-CHECK = SLC-QTY-ON-HAND
                           - SLC-QTY-ALLOCATED - SLC-MIN-LEVEL
                   ELSE
                       COMPUTE WS-SURPLUS-CHECK = SLC-QTY-ON-HAND
                           - SLC-QTY-ALLOCATED
                   END-IF
                   IF WS-SURPLUS-CHECK > ZERO
                       MOVE WS-SURPLUS-CHECK TO WS-SUPPLY-REMAINING
                   END-IF
           END-READ.

       5500-WRITE-TRANSFER-PROPOSAL.
           MOVE SRT-ITEM-CODE TO RPX-ITEM-CODE
           MOVE WS-SUPPLY-LOCATION TO RPX-FROM-LOCATION
           MOVE SRT-LOCATION-CODE TO RPX-TO-LOCATION
           MOVE WS-TRANSFER-QTY TO RPX-QUANTITY
           MOVE WS-TODAY TO RPX-PROPOSED-DATE
           WRITE REPLEN-TRANSFER-RECORD
           ADD 1 TO WS-TRANSFER-COUNT
           ADD WS-TRANSFER-QTY TO WS-TRANSFER-QTY-TOTAL.

       5600-WRITE-PURCHASE-CANDIDATE.
           MOVE SRT-ITEM-CODE TO RPC-ITEM-CODE
           MOVE SRT-LOCATION-CODE TO RPC-LOCATION-CODE
           MOVE WS-SHORT-QTY TO RPC-SHORT-QTY
           MOVE WS-TODAY TO RPC-PROPOSED-DATE
           WRITE REPLEN-CANDIDATE-RECORD
           ADD 1 TO WS-CANDIDATE-COUNT.

       5700-PRINT-DETAIL-LINE.
           PERFORM 3900-CHECK-PAGE-FULL
           MOVE SRT-ITEM-CODE TO DL-ITEM-CODE
           MOVE WS-CURRENT-ITEM-NAME TO DL-ITEM-NAME
           MOVE SRT-LOCATION-CODE TO DL-LOCATION-CODE
           MOVE SRT-QTY-ON-HAND TO DL-QTY-ON-HAND
           MOVE SRT-QTY-AVAILABLE TO DL-QTY-AVAILABLE
           MOVE SRT-MIN-LEVEL TO DL-MIN-LEVEL
           MOVE SRT-MAX-LEVEL TO DL-MAX-LEVEL
           MOVE WS-TRANSFER-QTY TO DL-TRANSFER-QTY
           MOVE WS-SHORT-QTY TO DL-SHORT-QTY
           WRITE PRINT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       8000-PRINT-TOTALS.
           MOVE "LOCATIONS BELOW MINIMUM:" TO TL-CAPTION
           MOVE WS-BELOW-MIN-COUNT TO TL-COUNT
           WRITE PRINT-REC FROM WS-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE "TRANSFERS PROPOSED:" TO TL-CAPTION
           MOVE WS-TRANSFER-COUNT TO TL-COUNT
           WRITE PRINT-REC FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "TOTAL QTY PROPOSED:" TO TL-CAPTION
           MOVE WS-TRANSFER-QTY-TOTAL TO TL-COUNT
           WRITE PRINT-REC FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "PURCHASE CANDIDATES:" TO TL-CAPTION
           MOVE WS-CANDIDATE-COUNT TO TL-COUNT
           WRITE PRINT-REC FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           DISPLAY WS-TRANSFER-COUNT " TRANSFER(S) PROPOSED"
           DISPLAY WS-CANDIDATE-COUNT " PURCHASE CANDIDATE(S) "
               "FLAGGED FOR PO-SUGGEST".

       9000-TERMINATE.
           IF ALL-FILES-ARE-OPEN
               CLOSE STOCK-LOC-FILE
               CLOSE LOCATION-FILE
               CLOSE REPLEN-TRANSFER-FILE
               CLOSE REPLEN-CANDIDATE-FILE
               CLOSE PRINT-FILE
               IF ITEM-FILE-IS-OPEN
                   CLOSE ITEM-FILE
               END-IF
           END-IF.
