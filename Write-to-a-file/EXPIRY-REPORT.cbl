       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPIRY-REPORT.
      *********************************
      *AUTHOR. MURAT KUÞ.
      *DATE-WRITTEN. 27/07/2023.
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

           SELECT STOCK-LOC-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\stockloc.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SLC-KEY
           FILE STATUS IS WS-SLOC-FILE-STATUS.

           SELECT LOT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\lotbal.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOT-KEY
           FILE STATUS IS WS-LOT-FILE-STATUS.

           SELECT SORT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\sortwork.tmp".

           SELECT PRINT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\expiry.prt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  ITEM-FILE.
           COPY STOCKITM.

       FD  STOCK-LOC-FILE.
           COPY STOCKLOC.

       FD  LOT-FILE.
           COPY LOTBAL.

       SD  SORT-FILE.
       01  SORT-RECORD.
        02 SRT-EXPIRY-DATE PIC 9(8).
        02 SRT-ITEM-CODE PIC X(5).
        02 SRT-LOCATION-CODE PIC X(3).
        02 SRT-LOT-NUMBER PIC X(10).
        02 SRT-QTY-ON-HAND PIC 9(5).

       FD  PRINT-FILE.
       01  PRINT-REC PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS PIC X(2).
       01  WS-SLOC-FILE-STATUS PIC X(2).
       01  WS-LOT-FILE-STATUS PIC X(2).

       01  WS-FILES-OPEN-SW PIC X(1).
           88 ALL-FILES-ARE-OPEN VALUE "Y".
           88 FILES-NOT-ALL-OPEN VALUE "N".

       01  WS-LOT-EOF-SW PIC X(1).
           88 END-OF-LOT-FILE VALUE "Y".
           88 NOT-END-OF-LOT-FILE VALUE "N".

       01  WS-SORT-EOF-SW PIC X(1).
           88 END-OF-SORT-FILE VALUE "Y".
           88 NOT-END-OF-SORT-FILE VALUE "N".

       01  WS-SLOC-EOF-SW PIC X(1).
           88 END-OF-STOCK-LOC-FILE VALUE "Y".
           88 NOT-END-OF-STOCK-LOC-FILE VALUE "N".

       01  WS-ITEM-LOTS-EOF-SW PIC X(1).
           88 END-OF-ITEM-LOTS VALUE "Y".
           88 NOT-END-OF-ITEM-LOTS VALUE "N".

       01  WS-DAYS-SW PIC X(1).
           88 DAYS-ARE-VALID VALUE "Y".
           88 DAYS-ARE-INVALID VALUE "N".

       01  WS-DAYS-INPUT PIC X(3).
       01  WS-DAYS-AHEAD PIC 9(3).
       01  WS-TODAY PIC 9(8).
       01  WS-CUTOFF-DATE PIC 9(8).

       01  WS-ITEM-NAME PIC X(20).
       01  WS-UNIT-COST PIC 9(5)V99.
       01  WS-EXTENDED-VALUE PIC 9(10)V99.

       01  WS-GROUP-ITEM-CODE PIC X(5).
       01  WS-GROUP-LOCATION PIC X(3).
       01  WS-LOT-TOTAL PIC 9(7).
       01  WS-LOC-QTY PIC 9(5).
       01  WS-DIFFERENCE PIC S9(7).
       01  WS-EXCEPTION-REASON PIC X(30).

       77  WS-MAX-LINES-PER-PAGE PIC 9(2) VALUE 55.
       77  WS-LINE-COUNT PIC 9(2) COMP VALUE ZERO.
       77  WS-PAGE-COUNT PIC 9(3) COMP VALUE ZERO.
       77  WS-EXPIRED-COUNT PIC 9(5) COMP VALUE ZERO.
       77  WS-DUE-COUNT PIC 9(5) COMP VALUE ZERO.
       77  WS-EXCEPTION-COUNT PIC 9(5) COMP VALUE ZERO.
       01  WS-EXPIRED-VALUE PIC 9(13)V99 VALUE ZERO.
       01  WS-DUE-VALUE PIC 9(13)V99 VALUE ZERO.

       01  WS-REPORT-HEADING.
           05 FILLER PIC X(10) VALUE SPACES.
           05 HD-TITLE PIC X(25).
           05 FILLER PIC X(6)  VALUE "PAGE ".
           05 HD-PAGE-NO PIC ZZ9.
           05 FILLER PIC X(36) VALUE SPACES.

       01  WS-DATE-LINE.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(6)  VALUE "AS AT ".
           05 DT-RUN-DATE PIC 9(8).
           05 FILLER PIC X(14) VALUE "  EXPIRING BY ".
           05 DT-CUTOFF-DATE PIC 9(8).
           05 FILLER PIC X(2)  VALUE " (".
           05 DT-DAYS-AHEAD PIC ZZ9.
           05 FILLER PIC X(6)  VALUE " DAYS)".
           05 FILLER PIC X(23) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05 FILLER PIC X(1)  VALUE SPACES.
           05 FILLER PIC X(6)  VALUE "ITEM".
           05 FILLER PIC X(21) VALUE "ITEM NAME".
           05 FILLER PIC X(4)  VALUE "LOC".
           05 FILLER PIC X(11) VALUE "LOT NUMBER".
           05 FILLER PIC X(9)  VALUE "EXPIRY".
           05 FILLER PIC X(8)  VALUE "STATUS".
           05 FILLER PIC X(6)  VALUE "  QTY".
           05 FILLER PIC X(14) VALUE " VALUE AT COST".

       01  WS-DETAIL-LINE.
           05 FILLER PIC X(1)  VALUE SPACES.
           05 DL-ITEM-CODE PIC X(5).
           05 FILLER PIC X(1)  VALUE SPACES.
           05 DL-ITEM-NAME PIC X(20).
           05 FILLER PIC X(1)  VALUE SPACES.
           05 DL-LOCATION PIC X(3).
           05 FILLER PIC X(1)  VALUE SPACES.
           05 DL-LOT-NUMBER PIC X(10).
           05 FILLER PIC X(1)  VALUE SPACES.
           05 DL-EXPIRY-DATE PIC 9(8).
           05 FILLER PIC X(1)  VALUE SPACES.
           05 DL-STATUS PIC X(7).
           05 FILLER PIC X(1)  VALUE SPACES.
           05 DL-QTY-ON-HAND PIC ZZZZ9.
           05 FILLER PIC X(1)  VALUE SPACES.
           05 DL-EXTENDED PIC Z(8)9.99.
           05 FILLER PIC X(1)  VALUE SPACES.

       01  WS-EXCEPTION-HEADING.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(8)  VALUE "ITEM".
           05 FILLER PIC X(6)  VALUE "LOC".
           05 FILLER PIC X(10) VALUE "LOT TOTAL".
           05 FILLER PIC X(8)  VALUE "LOC QTY".
           05 FILLER PIC X(11) VALUE "DIFFERENCE".
           05 FILLER PIC X(35) VALUE "REASON".

       01  WS-EXCEPTION-LINE.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 EL-ITEM-CODE PIC X(5).
           05 FILLER PIC X(3)  VALUE SPACES.
           05 EL-LOCATION PIC X(3).
           05 FILLER PIC X(3)  VALUE SPACES.
           05 EL-LOT-TOTAL PIC ZZZZZZ9.
           05 FILLER PIC X(3)  VALUE SPACES.
           05 EL-LOC-QTY PIC ZZZZ9.
           05 FILLER PIC X(3)  VALUE SPACES.
           05 EL-DIFFERENCE PIC -ZZZZZZ9.
           05 FILLER PIC X(3)  VALUE SPACES.
           05 EL-REASON PIC X(30).
           05 FILLER PIC X(5)  VALUE SPACES.

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
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-EXPIRY-DATE
                                    SRT-ITEM-CODE
                                    SRT-LOCATION-CODE
                                    SRT-LOT-NUMBER
                   INPUT PROCEDURE IS 2000-SELECT-EXPIRING-LOTS
                   OUTPUT PROCEDURE IS 4000-PRINT-EXPIRING-LOTS
               PERFORM 8000-PRINT-EXPIRY-TOTALS
               PERFORM 5000-CHECK-LOT-BALANCES
               PERFORM 8500-PRINT-EXCEPTION-TOTALS
               DISPLAY WS-EXPIRED-COUNT " EXPIRED LOT(S), "
                   WS-DUE-COUNT " LOT(S) DUE TO EXPIRE"
               DISPLAY WS-EXCEPTION-COUNT " LOT BALANCE EXCEPTION(S)"
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           SET FILES-NOT-ALL-OPEN TO TRUE
           OPEN INPUT ITEM-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ITEM FILE NOT FOUND - REPORT NOT PRODUCED"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT STOCK-LOC-FILE
               IF WS-SLOC-FILE-STATUS NOT = "00"
                   DISPLAY "STOCK LOCATION FILE NOT FOUND - REPORT "
                       "NOT PRODUCED"
                   MOVE 8 TO RETURN-CODE
                   CLOSE ITEM-FILE
               ELSE
                   PERFORM 1100-OPEN-LOT-FILE
                   SET ALL-FILES-ARE-OPEN TO TRUE
                   PERFORM 1200-GET-DAYS-AHEAD
                   ACCEPT WS-TODAY FROM DATE YYYYMMDD
                   COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-TODAY)
                           + WS-DAYS-AHEAD)
                   OPEN OUTPUT PRINT-FILE
                   MOVE "LOT EXPIRY REPORT" TO HD-TITLE
                   PERFORM 3000-PRINT-HEADINGS
                   PERFORM 3100-PRINT-DATE-LINE
                   WRITE PRINT-REC FROM WS-COLUMN-HEADING
                       AFTER ADVANCING 2 LINES
                   ADD 2 TO WS-LINE-COUNT
               END-IF
           END-IF.

       1100-OPEN-LOT-FILE.
           OPEN INPUT LOT-FILE
           IF WS-LOT-FILE-STATUS = "35"
               OPEN OUTPUT LOT-FILE
               CLOSE LOT-FILE
               OPEN INPUT LOT-FILE
           END-IF.

       1200-GET-DAYS-AHEAD.
           SET DAYS-ARE-INVALID TO TRUE
           PERFORM 1210-PROMPT-DAYS-AHEAD
               UNTIL DAYS-ARE-VALID.

       1210-PROMPT-DAYS-AHEAD.
           DISPLAY "Enter the number of days ahead to report "
               "(blank for 30):"
           ACCEPT WS-DAYS-INPUT
           IF WS-DAYS-INPUT = SPACES
               MOVE 30 TO WS-DAYS-AHEAD
               SET DAYS-ARE-VALID TO TRUE
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-DAYS-INPUT) NOT = ZERO
                   DISPLAY "DAYS MUST BE NUMERIC - PLEASE RE-ENTER"
               ELSE
                   COMPUTE WS-DAYS-AHEAD =
                       FUNCTION NUMVAL(WS-DAYS-INPUT)
                   SET DAYS-ARE-VALID TO TRUE
               END-IF
           END-IF.

       2000-SELECT-EXPIRING-LOTS.
           SET NOT-END-OF-LOT-FILE TO TRUE
           PERFORM 2100-READ-LOT-RECORD
           PERFORM 2200-RELEASE-EXPIRING-LOT
               UNTIL END-OF-LOT-FILE.

       2100-READ-LOT-RECORD.
           READ LOT-FILE NEXT RECORD
               AT END SET END-OF-LOT-FILE TO TRUE
           END-READ.

       2200-RELEASE-EXPIRING-LOT.
           IF LOT-EXPIRY-DATE <= WS-CUTOFF-DATE
                   AND LOT-QTY-ON-HAND > ZERO
               MOVE LOT-EXPIRY-DATE TO SRT-EXPIRY-DATE
               MOVE LOT-ITEM-CODE TO SRT-ITEM-CODE
               MOVE LOT-LOCATION-CODE TO SRT-LOCATION-CODE
               MOVE LOT-NUMBER TO SRT-LOT-NUMBER
               MOVE LOT-QTY-ON-HAND TO SRT-QTY-ON-HAND
               RELEASE SORT-RECORD
           END-IF
           PERFORM 2100-READ-LOT-RECORD.

       3000-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO HD-PAGE-NO
           WRITE PRINT-REC FROM WS-REPORT-HEADING
               AFTER ADVANCING PAGE
           MOVE ZERO TO WS-LINE-COUNT.

       3100-PRINT-DATE-LINE.
           MOVE WS-TODAY TO DT-RUN-DATE
           MOVE WS-CUTOFF-DATE TO DT-CUTOFF-DATE
           MOVE WS-DAYS-AHEAD TO DT-DAYS-AHEAD
           WRITE PRINT-REC FROM WS-DATE-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       3900-CHECK-PAGE-FULL.
           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 3000-PRINT-HEADINGS
               WRITE PRINT-REC FROM WS-COLUMN-HEADING
                   AFTER ADVANCING 2 LINES
               ADD 2 TO WS-LINE-COUNT
           END-IF.

       4000-PRINT-EXPIRING-LOTS.
           SET NOT-END-OF-SORT-FILE TO TRUE
           PERFORM 4100-RETURN-SORT-RECORD
           PERFORM 4200-PRINT-ONE-LOT
               UNTIL END-OF-SORT-FILE.

       4100-RETURN-SORT-RECORD.
           RETURN SORT-FILE
               AT END SET END-OF-SORT-FILE TO TRUE
           END-RETURN.

       4200-PRINT-ONE-LOT.
           PERFORM 3900-CHECK-PAGE-FULL
           PERFORM 4300-GET-ITEM-DETAILS
           COMPUTE WS-EXTENDED-VALUE =
               SRT-QTY-ON-HAND * WS-UNIT-COST
           MOVE SRT-ITEM-CODE TO DL-ITEM-CODE
           MOVE WS-ITEM-NAME TO DL-ITEM-NAME
           MOVE SRT-LOCATION-CODE TO DL-LOCATION
           MOVE SRT-LOT-NUMBER TO DL-LOT-NUMBER
           MOVE SRT-EXPIRY-DATE TO DL-EXPIRY-DATE
           MOVE SRT-QTY-ON-HAND TO DL-QTY-ON-HAND
           MOVE WS-EXTENDED-VALUE TO DL-EXTENDED
           IF SRT-EXPIRY-DATE < WS-TODAY
               MOVE "EXPIRED" TO DL-STATUS
               ADD 1 TO WS-EXPIRED-COUNT
               ADD WS-EXTENDED-VALUE TO WS-EXPIRED-VALUE
           ELSE
               MOVE "DUE" TO DL-STATUS
               ADD 1 TO WS-DUE-COUNT
               ADD WS-EXTENDED-VALUE TO WS-DUE-VALUE
           END-IF
           WRITE PRINT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT
           PERFORM 4100-RETURN-SORT-RECORD.

       4300-GET-ITEM-DETAILS.
           MOVE SRT-ITEM-CODE TO ITEM-CODE
           READ ITEM-FILE
               INVALID KEY
                   MOVE "*ITEM NOT ON FILE*" TO WS-ITEM-NAME
                   MOVE ZERO TO WS-UNIT-COST
               NOT INVALID KEY
                   MOVE ITEM-NAME TO WS-ITEM-NAME
                   IF ITEM-UNIT-COST IS NUMERIC
                       MOVE ITEM-UNIT-COST TO WS-UNIT-COST
                   ELSE
                       MOVE ZERO TO WS-UNIT-COST
                   END-IF
           END-READ.

       5000-CHECK-LOT-BALANCES.
           MOVE "LOT BALANCE EXCEPTIONS" TO HD-TITLE
           PERFORM 3000-PRINT-HEADINGS
           WRITE PRINT-REC FROM WS-EXCEPTION-HEADING
               AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-COUNT
           SET NOT-END-OF-STOCK-LOC-FILE TO TRUE
           PERFORM 5100-READ-STOCK-LOC-RECORD
           PERFORM 5200-CHECK-ONE-LOCATION
               UNTIL END-OF-STOCK-LOC-FILE
           PERFORM 6000-CHECK-ORPHAN-LOTS.

       5100-READ-STOCK-LOC-RECORD.
           READ STOCK-LOC-FILE NEXT RECORD
               AT END SET END-OF-STOCK-LOC-FILE TO TRUE
           END-READ.

       5200-CHECK-ONE-LOCATION.
           MOVE SLC-ITEM-CODE TO ITEM-CODE
           READ ITEM-FILE
               INVALID KEY
                   MOVE "N" TO ITEM-LOT-CONTROLLED
           END-READ
           IF ITEM-LOT-CONTROLLED = "Y"
               MOVE SLC-ITEM-CODE TO WS-GROUP-ITEM-CODE
               MOVE SLC-LOCATION-CODE TO WS-GROUP-LOCATION
               MOVE SLC-QTY-ON-HAND TO WS-LOC-QTY
               PERFORM 5300-TOTAL-LOCATION-LOTS
               IF WS-LOT-TOTAL NOT = WS-LOC-QTY
                   IF WS-LOT-TOTAL = ZERO
                       MOVE "NO LOTS HELD FOR THE BALANCE"
                           TO WS-EXCEPTION-REASON
                   ELSE
                       MOVE "LOT TOTAL DIFFERS FROM LOCATION"
                           TO WS-EXCEPTION-REASON
                   END-IF
                   PERFORM 7000-PRINT-EXCEPTION-LINE
               END-IF
           END-IF
           PERFORM 5100-READ-STOCK-LOC-RECORD.

       5300-TOTAL-LOCATION-LOTS.
           MOVE ZERO TO WS-LOT-TOTAL
           MOVE WS-GROUP-ITEM-CODE TO LOT-ITEM-CODE
           MOVE WS-GROUP-LOCATION TO LOT-LOCATION-CODE
           MOVE LOW-VALUES TO LOT-NUMBER
           START LOT-FILE KEY IS NOT LESS THAN LOT-KEY
               INVALID KEY SET END-OF-ITEM-LOTS TO TRUE
               NOT INVALID KEY SET NOT-END-OF-ITEM-LOTS TO TRUE
           END-START
           IF NOT-END-OF-ITEM-LOTS
               PERFORM 5400-READ-NEXT-ITEM-LOT
               PERFORM 5500-ADD-ONE-LOT
                   UNTIL END-OF-ITEM-LOTS
           END-IF.

       5400-READ-NEXT-ITEM-LOT.
           READ LOT-FILE NEXT RECORD
               AT END SET END-OF-ITEM-LOTS TO TRUE
           END-READ
           IF NOT-END-OF-ITEM-LOTS
               IF LOT-ITEM-CODE NOT = WS-GROUP-ITEM-CODE
                       OR LOT-LOCATION-CODE NOT = WS-GROUP-LOCATION
                   SET END-OF-ITEM-LOTS TO TRUE
               END-IF
           END-IF.

       5500-ADD-ONE-LOT.
           ADD LOT-QTY-ON-HAND TO WS-LOT-TOTAL
           PERFORM 5400-READ-NEXT-ITEM-LOT.

       6000-CHECK-ORPHAN-LOTS.
           MOVE LOW-VALUES TO LOT-KEY
           START LOT-FILE KEY IS NOT LESS THAN LOT-KEY
               INVALID KEY SET END-OF-LOT-FILE TO TRUE
               NOT INVALID KEY SET NOT-END-OF-LOT-FILE TO TRUE
           END-START
           IF NOT-END-OF-LOT-FILE
               PERFORM 2100-READ-LOT-RECORD
               PERFORM 6100-CHECK-ONE-LOT-GROUP
                   UNTIL END-OF-LOT-FILE
           END-IF.

       6100-CHECK-ONE-LOT-GROUP.
           MOVE LOT-ITEM-CODE TO WS-GROUP-ITEM-CODE
           MOVE LOT-LOCATION-CODE TO WS-GROUP-LOCATION
           MOVE ZERO TO WS-LOT-TOTAL
           PERFORM 6200-ADD-GROUP-LOT
               UNTIL END-OF-LOT-FILE
                   OR LOT-ITEM-CODE NOT = WS-GROUP-ITEM-CODE
                   OR LOT-LOCATION-CODE NOT = WS-GROUP-LOCATION
           MOVE SPACES TO WS-EXCEPTION-REASON
           MOVE ZERO TO WS-LOC-QTY
           MOVE WS-GROUP-ITEM-CODE TO ITEM-CODE
           READ ITEM-FILE
               INVALID KEY
                   MOVE "LOTS HELD FOR UNKNOWN ITEM"
                       TO WS-EXCEPTION-REASON
               NOT INVALID KEY
                   IF ITEM-LOT-CONTROLLED NOT = "Y"
                       MOVE "ITEM IS NOT LOT CONTROLLED"
                           TO WS-EXCEPTION-REASON
                   END-IF
           END-READ
           MOVE WS-GROUP-ITEM-CODE TO SLC-ITEM-CODE
           MOVE WS-GROUP-LOCATION TO SLC-LOCATION-CODE
           READ STOCK-LOC-FILE
               INVALID KEY
                   IF WS-EXCEPTION-REASON = SPACES
                       MOVE "NO STOCK LOCATION RECORD"
                           TO WS-EXCEPTION-REASON
                   END-IF
               NOT INVALID KEY
                   MOVE SLC-QTY-ON-HAND TO WS-LOC-QTY
           END-READ
           IF WS-EXCEPTION-REASON NOT = SPACES
               PERFORM 7000-PRINT-EXCEPTION-LINE
           END-IF.

       6200-ADD-GROUP-LOT.
           ADD LOT-QTY-ON-HAND TO WS-LOT-TOTAL
           PERFORM 2100-READ-LOT-RECORD.

       7000-PRINT-EXCEPTION-LINE.
           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 3000-PRINT-HEADINGS
               WRITE PRINT-REC FROM WS-EXCEPTION-HEADING
                   AFTER ADVANCING 2 LINES
               ADD 2 TO WS-LINE-COUNT
           END-IF
           COMPUTE WS-DIFFERENCE = WS-LOT-TOTAL - WS-LOC-QTY
           MOVE WS-GROUP-ITEM-CODE TO EL-ITEM-CODE
           MOVE WS-GROUP-LOCATION TO EL-LOCATION
           MOVE WS-LOT-TOTAL TO EL-LOT-TOTAL
           MOVE WS-LOC-QTY TO EL-LOC-QTY
           MOVE WS-DIFFERENCE TO EL-DIFFERENCE
           MOVE WS-EXCEPTION-REASON TO EL-REASON
           WRITE PRINT-REC FROM WS-EXCEPTION-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-EXCEPTION-COUNT.

       8000-PRINT-EXPIRY-TOTALS.
           MOVE "EXPIRED LOTS:" TO TL-CAPTION
           MOVE WS-EXPIRED-COUNT TO TL-COUNT
           WRITE PRINT-REC FROM WS-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE "EXPIRED STOCK AT COST:" TO VL-CAPTION
           MOVE WS-EXPIRED-VALUE TO VL-TOTAL
           WRITE PRINT-REC FROM WS-VALUE-LINE
               AFTER ADVANCING 1 LINE
           MOVE "LOTS DUE TO EXPIRE:" TO TL-CAPTION
           MOVE WS-DUE-COUNT TO TL-COUNT
           WRITE PRINT-REC FROM WS-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE "STOCK DUE TO EXPIRE AT COST:" TO VL-CAPTION
           MOVE WS-DUE-VALUE TO VL-TOTAL
           WRITE PRINT-REC FROM WS-VALUE-LINE
               AFTER ADVANCING 1 LINE.

       8500-PRINT-EXCEPTION-TOTALS.
           MOVE "LOT BALANCE EXCEPTIONS:" TO TL-CAPTION
           MOVE WS-EXCEPTION-COUNT TO TL-COUNT
           WRITE PRINT-REC FROM WS-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

       9000-TERMINATE.
           IF ALL-FILES-ARE-OPEN
               CLOSE ITEM-FILE
               CLOSE STOCK-LOC-FILE
               CLOSE LOT-FILE
               CLOSE PRINT-FILE
           END-IF.
