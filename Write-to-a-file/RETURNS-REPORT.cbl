       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETURNS-REPORT.
      *********************************
      *AUTHOR. MURAT KUÞ.
      *DATE-WRITTEN. 01/08/2023.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RETURN-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\suppret.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RTN-RETURN-NUMBER
           FILE STATUS IS WS-RTN-FILE-STATUS.

           SELECT SUPPLIER-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\supplfil.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUP-CODE
           FILE STATUS IS WS-SUPPLIER-FILE-STATUS.

           SELECT SORT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\sortwork.tmp".

           SELECT PRINT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\returns.prt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  RETURN-FILE.
           COPY RTNREC.

       FD  SUPPLIER-FILE.
           COPY SUPPLIER.

       SD  SORT-FILE.
       01  SORT-RECORD.
        02 SRT-SUPPLIER-CODE PIC X(5).
        02 SRT-REASON-CODE PIC X(2).
        02 SRT-RETURN-NUMBER PIC 9(6).
        02 SRT-RETURN-DATE PIC 9(8).
        02 SRT-PO-NUMBER PIC 9(6).
        02 SRT-PO-LINE-NUMBER PIC 9(3).
        02 SRT-ITEM-CODE PIC X(5).
        02 SRT-QUANTITY PIC 9(5).
        02 SRT-UNIT-COST PIC 9(5)V99.
        02 SRT-DEBIT-NOTE-NUMBER PIC 9(6).

       FD  PRINT-FILE.
       01  PRINT-REC PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-RTN-FILE-STATUS PIC X(2).
       01  WS-SUPPLIER-FILE-STATUS PIC X(2).

           COPY RTNREASN.

       01  WS-RTN-EOF-SW PIC X(1).
           88 END-OF-RETURN-FILE VALUE "Y".
           88 NOT-END-OF-RETURN-FILE VALUE "N".

       01  WS-SORT-EOF-SW PIC X(1).
           88 END-OF-SORT-FILE VALUE "Y".
           88 NOT-END-OF-SORT-FILE VALUE "N".

       01  WS-RTN-OPEN-SW PIC X(1).
           88 RETURN-FILE-IS-OPEN VALUE "Y".
           88 RETURN-FILE-NOT-OPEN VALUE "N".

       01  WS-SUPPLIER-OPEN-SW PIC X(1).
           88 SUPPLIER-FILE-IS-OPEN VALUE "Y".
           88 SUPPLIER-FILE-NOT-OPEN VALUE "N".

       01  WS-FROM-DATE-X PIC X(8).
       01  WS-FROM-DATE PIC 9(8).
       01  WS-TO-DATE-X PIC X(8).
       01  WS-TO-DATE PIC 9(8).

       01  WS-CURRENT-SUPPLIER PIC X(5) VALUE HIGH-VALUES.
       01  WS-CURRENT-SUP-NAME PIC X(30).
       01  WS-CURRENT-REASON PIC X(2) VALUE HIGH-VALUES.
       01  WS-REASON-TEXT PIC X(30).
       01  WS-LINE-VALUE PIC 9(9)V99.

       01  WS-REASON-TOTALS.
           05 WS-REASON-COUNT PIC 9(5).
           05 WS-REASON-QTY PIC 9(7).
           05 WS-REASON-VALUE PIC 9(11)V99.

       01  WS-SUPPLIER-TOTALS.
           05 WS-SUPPLIER-COUNT PIC 9(5).
           05 WS-SUPPLIER-QTY PIC 9(7).
           05 WS-SUPPLIER-VALUE PIC 9(11)V99.

       01  WS-GRAND-TOTALS.
           05 WS-GRAND-COUNT PIC 9(5).
           05 WS-GRAND-QTY PIC 9(7).
           05 WS-GRAND-VALUE PIC 9(11)V99.

       77  WS-MAX-LINES-PER-PAGE PIC 9(2) VALUE 55.
       77  WS-LINE-COUNT PIC 9(2) COMP VALUE ZERO.
       77  WS-PAGE-COUNT PIC 9(3) COMP VALUE ZERO.

       01  WS-REPORT-HEADING.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(25) VALUE "RETURNS TO SUPPLIERS".
           05 FILLER PIC X(6)  VALUE "PAGE ".
           05 HD-PAGE-NO PIC ZZ9.
           05 FILLER PIC X(36) VALUE SPACES.

       01  WS-PERIOD-LINE.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(13) VALUE "PERIOD FROM ".
           05 PL-FROM-DATE PIC 9(8).
           05 FILLER PIC X(4)  VALUE " TO ".
           05 PL-TO-DATE PIC 9(8).
           05 FILLER PIC X(45) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05 FILLER PIC X(4)  VALUE SPACES.
           05 FILLER PIC X(8)  VALUE "RETURN".
           05 FILLER PIC X(10) VALUE "DATE".
           05 FILLER PIC X(12) VALUE "PO / LINE".
           05 FILLER PIC X(7)  VALUE "ITEM".
           05 FILLER PIC X(7)  VALUE "  QTY".
           05 FILLER PIC X(13) VALUE "      VALUE".
           05 FILLER PIC X(19) VALUE "DEBIT NOTE".

       01  WS-SUPPLIER-LINE.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(11) VALUE "SUPPLIER - ".
           05 SL-SUPPLIER-CODE PIC X(5).
           05 FILLER PIC X(2)  VALUE SPACES.
           05 SL-SUPPLIER-NAME PIC X(30).
           05 FILLER PIC X(30) VALUE SPACES.

       01  WS-REASON-LINE.
           05 FILLER PIC X(4)  VALUE SPACES.
           05 FILLER PIC X(9)  VALUE "REASON - ".
           05 RL-REASON-CODE PIC X(2).
           05 FILLER PIC X(2)  VALUE SPACES.
           05 RL-REASON-TEXT PIC X(30).
           05 FILLER PIC X(33) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05 FILLER PIC X(4)  VALUE SPACES.
           05 DL-RETURN-NUMBER PIC 9(6).
           05 FILLER PIC X(2)  VALUE SPACES.
           05 DL-RETURN-DATE PIC 9(8).
           05 FILLER PIC X(2)  VALUE SPACES.
           05 DL-PO-NUMBER PIC 9(6).
           05 FILLER PIC X(1)  VALUE "/".
           05 DL-PO-LINE-NUMBER PIC 9(3).
           05 FILLER PIC X(2)  VALUE SPACES.
           05 DL-ITEM-CODE PIC X(5).
           05 FILLER PIC X(2)  VALUE SPACES.
           05 DL-QUANTITY PIC ZZZZ9.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 DL-VALUE PIC ZZZZZZZ9.99.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 DL-DEBIT-NOTE-NUMBER PIC ZZZZZ9.
           05 FILLER PIC X(13) VALUE SPACES.

       01  WS-SUBTOTAL-LINE.
           05 FILLER PIC X(4)  VALUE SPACES.
           05 ST-CAPTION PIC X(24).
           05 ST-COUNT PIC ZZZZ9.
           05 FILLER PIC X(9)  VALUE " RETURNS ".
           05 ST-QTY PIC ZZZZZZ9.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 ST-VALUE PIC ZZZZZZZZZZ9.99.
           05 FILLER PIC X(15) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF RETURN-FILE-IS-OPEN
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-SUPPLIER-CODE
                                    SRT-REASON-CODE
                                    SRT-RETURN-NUMBER
                   INPUT PROCEDURE IS 2000-SELECT-RETURNS
                   OUTPUT PROCEDURE IS 5000-PRINT-RETURNS
               PERFORM 8000-PRINT-TOTALS
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           SET RETURN-FILE-NOT-OPEN TO TRUE
           SET SUPPLIER-FILE-NOT-OPEN TO TRUE
           OPEN INPUT RETURN-FILE
           IF WS-RTN-FILE-STATUS NOT = "00"
               DISPLAY "RETURN FILE NOT FOUND - REPORT NOT PRODUCED"
           ELSE
               SET RETURN-FILE-IS-OPEN TO TRUE
               OPEN INPUT SUPPLIER-FILE
               IF WS-SUPPLIER-FILE-STATUS = "00"
                   SET SUPPLIER-FILE-IS-OPEN TO TRUE
               ELSE
                   DISPLAY "SUPPLIER FILE NOT FOUND - SUPPLIER "
                       "NAMES NOT SHOWN"
               END-IF
               PERFORM 1300-GET-DATE-RANGE
               INITIALIZE WS-REASON-TOTALS
               INITIALIZE WS-SUPPLIER-TOTALS
               INITIALIZE WS-GRAND-TOTALS
               OPEN OUTPUT PRINT-FILE
               PERFORM 3000-PRINT-HEADINGS
           END-IF.

       1300-GET-DATE-RANGE.
           MOVE SPACES TO WS-FROM-DATE-X
           PERFORM 1310-PROMPT-FROM-DATE
               UNTIL WS-FROM-DATE-X IS NUMERIC
           MOVE WS-FROM-DATE-X TO WS-FROM-DATE
           MOVE SPACES TO WS-TO-DATE-X
           PERFORM 1320-PROMPT-TO-DATE
               UNTIL WS-TO-DATE-X IS NUMERIC
           MOVE WS-TO-DATE-X TO WS-TO-DATE.

       1310-PROMPT-FROM-DATE.
           DISPLAY "Please enter the from date (YYYYMMDD):"
           ACCEPT WS-FROM-DATE-X
           IF WS-FROM-DATE-X IS NOT NUMERIC
               DISPLAY "DATE MUST BE 8 DIGITS - PLEASE RE-ENTER"
           END-IF.

       1320-PROMPT-TO-DATE.
           DISPLAY "Please enter the to date (YYYYMMDD):"
           ACCEPT WS-TO-DATE-X
           IF WS-TO-DATE-X IS NOT NUMERIC
               DISPLAY "DATE MUST BE 8 DIGITS - PLEASE RE-ENTER"
           END-IF.

       2000-SELECT-RETURNS.
           SET NOT-END-OF-RETURN-FILE TO TRUE
           PERFORM 2100-READ-RETURN-RECORD
           PERFORM 2200-RELEASE-RETURN
               UNTIL END-OF-RETURN-FILE.

       2100-READ-RETURN-RECORD.
           READ RETURN-FILE
               AT END SET END-OF-RETURN-FILE TO TRUE
           END-READ.

       2200-RELEASE-RETURN.
           IF RTN-RETURN-DATE NOT < WS-FROM-DATE
                   AND RTN-RETURN-DATE NOT > WS-TO-DATE
               MOVE RTN-SUPPLIER-CODE TO SRT-SUPPLIER-CODE
               MOVE RTN-REASON-CODE TO SRT-REASON-CODE
               MOVE RTN-RETURN-NUMBER TO SRT-RETURN-NUMBER
               MOVE RTN-RETURN-DATE TO SRT-RETURN-DATE
               MOVE RTN-PO-NUMBER TO SRT-PO-NUMBER
               MOVE RTN-PO-LINE-NUMBER TO SRT-PO-LINE-NUMBER
               MOVE RTN-ITEM-CODE TO SRT-ITEM-CODE
               MOVE RTN-QUANTITY TO SRT-QUANTITY
               MOVE RTN-UNIT-COST TO SRT-UNIT-COST
               MOVE RTN-DEBIT-NOTE-NUMBER TO SRT-DEBIT-NOTE-NUMBER
               RELEASE SORT-RECORD
           END-IF
           PERFORM 2100-READ-RETURN-RECORD.

       3000-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO HD-PAGE-NO
           WRITE PRINT-REC FROM WS-REPORT-HEADING
               AFTER ADVANCING PAGE
           MOVE WS-FROM-DATE TO PL-FROM-DATE
           MOVE WS-TO-DATE TO PL-TO-DATE
           WRITE PRINT-REC FROM WS-PERIOD-LINE
               AFTER ADVANCING 1 LINE
           WRITE PRINT-REC FROM WS-COLUMN-HEADING
               AFTER ADVANCING 2 LINES
           MOVE ZERO TO WS-LINE-COUNT.

       3900-CHECK-PAGE-FULL.
           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 3000-PRINT-HEADINGS
           END-IF.

       5000-PRINT-RETURNS.
           SET NOT-END-OF-SORT-FILE TO TRUE
           PERFORM 5100-RETURN-SORT-RECORD
           PERFORM 5200-PRINT-ONE-RETURN
               UNTIL END-OF-SORT-FILE
           IF WS-CURRENT-SUPPLIER NOT = HIGH-VALUES
               PERFORM 5600-PRINT-REASON-TOTAL
               PERFORM 5700-PRINT-SUPPLIER-TOTAL
           END-IF.

       5100-RETURN-SORT-RECORD.
           RETURN SORT-FILE
               AT END SET END-OF-SORT-FILE TO TRUE
           END-RETURN.

       5200-PRINT-ONE-RETURN.
           IF SRT-SUPPLIER-CODE NOT = WS-CURRENT-SUPPLIER
               IF WS-CURRENT-SUPPLIER NOT = HIGH-VALUES
                   PERFORM 5600-PRINT-REASON-TOTAL
                   PERFORM 5700-PRINT-SUPPLIER-TOTAL
               END-IF
               MOVE SRT-SUPPLIER-CODE TO WS-CURRENT-SUPPLIER
               PERFORM 5300-GET-SUPPLIER-DETAILS
               PERFORM 5400-PRINT-SUPPLIER-LINE
               MOVE HIGH-VALUES TO WS-CURRENT-REASON
           END-IF
           IF SRT-REASON-CODE NOT = WS-CURRENT-REASON
               IF WS-CURRENT-REASON NOT = HIGH-VALUES
                   PERFORM 5600-PRINT-REASON-TOTAL
               END-IF
               MOVE SRT-REASON-CODE TO WS-CURRENT-REASON
               PERFORM 5450-PRINT-REASON-LINE
           END-IF
           PERFORM 3900-CHECK-PAGE-FULL
           COMPUTE WS-LINE-VALUE = SRT-QUANTITY * SRT-UNIT-COST
           MOVE SRT-RETURN-NUMBER TO DL-RETURN-NUMBER
           MOVE SRT-RETURN-DATE TO DL-RETURN-DATE
           MOVE SRT-PO-NUMBER TO DL-PO-NUMBER
           MOVE SRT-PO-LINE-NUMBER TO DL-PO-LINE-NUMBER
           MOVE SRT-ITEM-CODE TO DL-ITEM-CODE
           MOVE SRT-QUANTITY TO DL-QUANTITY
           MOVE WS-LINE-VALUE TO DL-VALUE
           MOVE SRT-DEBIT-NOTE-NUMBER TO DL-DEBIT-NOTE-NUMBER
           WRITE PRINT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-REASON-COUNT
           ADD SRT-QUANTITY TO WS-REASON-QTY
           ADD WS-LINE-VALUE TO WS-REASON-VALUE
           PERFORM 5100-RETURN-SORT-RECORD.

       5300-GET-SUPPLIER-DETAILS.
           MOVE SPACES TO WS-CURRENT-SUP-NAME
           IF SUPPLIER-FILE-IS-OPEN
               MOVE WS-CURRENT-SUPPLIER TO SUP-CODE
               READ SUPPLIER-FILE
                   INVALID KEY
                       MOVE "*UNKNOWN SUPPLIER*"
                           TO WS-CURRENT-SUP-NAME
                   NOT INVALID KEY
                       MOVE SUP-NAME TO WS-CURRENT-SUP-NAME
               END-READ
           END-IF.

       5400-PRINT-SUPPLIER-LINE.
           PERFORM 3900-CHECK-PAGE-FULL
           MOVE WS-CURRENT-SUPPLIER TO SL-SUPPLIER-CODE
           MOVE WS-CURRENT-SUP-NAME TO SL-SUPPLIER-NAME
           WRITE PRINT-REC FROM WS-SUPPLIER-LINE
               AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-COUNT.

       5450-PRINT-REASON-LINE.
           PERFORM 3900-CHECK-PAGE-FULL
           MOVE "*UNKNOWN REASON*" TO WS-REASON-TEXT
           SET RSN-IDX TO 1
           SEARCH RSN-ENTRY
               WHEN RSN-CODE (RSN-IDX) = WS-CURRENT-REASON
                   MOVE RSN-DESCRIPTION (RSN-IDX) TO WS-REASON-TEXT
           END-SEARCH
           MOVE WS-CURRENT-REASON TO RL-REASON-CODE
           MOVE WS-REASON-TEXT TO RL-REASON-TEXT
           WRITE PRINT-REC FROM WS-REASON-LINE
               AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-COUNT.

       5600-PRINT-REASON-TOTAL.
           PERFORM 3900-CHECK-PAGE-FULL
           MOVE "REASON TOTAL:" TO ST-CAPTION
           MOVE WS-REASON-COUNT TO ST-COUNT
           MOVE WS-REASON-QTY TO ST-QTY
           MOVE WS-REASON-VALUE TO ST-VALUE
           WRITE PRINT-REC FROM WS-SUBTOTAL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT
           ADD WS-REASON-COUNT TO WS-SUPPLIER-COUNT
           ADD WS-REASON-QTY TO WS-SUPPLIER-QTY
           ADD WS-REASON-VALUE TO WS-SUPPLIER-VALUE
           INITIALIZE WS-REASON-TOTALS.

       5700-PRINT-SUPPLIER-TOTAL.
           PERFORM 3900-CHECK-PAGE-FULL
           MOVE "SUPPLIER TOTAL:" TO ST-CAPTION
           MOVE WS-SUPPLIER-COUNT TO ST-COUNT
           MOVE WS-SUPPLIER-QTY TO ST-QTY
           MOVE WS-SUPPLIER-VALUE TO ST-VALUE
           WRITE PRINT-REC FROM WS-SUBTOTAL-LINE
               AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-COUNT
           ADD WS-SUPPLIER-COUNT TO WS-GRAND-COUNT
           ADD WS-SUPPLIER-QTY TO WS-GRAND-QTY
           ADD WS-SUPPLIER-VALUE TO WS-GRAND-VALUE
           INITIALIZE WS-SUPPLIER-TOTALS.

       8000-PRINT-TOTALS.
           MOVE "GRAND TOTAL:" TO ST-CAPTION
           MOVE WS-GRAND-COUNT TO ST-COUNT
           MOVE WS-GRAND-QTY TO ST-QTY
           MOVE WS-GRAND-VALUE TO ST-VALUE
           WRITE PRINT-REC FROM WS-SUBTOTAL-LINE
               AFTER ADVANCING 3 LINES.

       9000-TERMINATE.
           IF RETURN-FILE-IS-OPEN
               CLOSE RETURN-FILE
               CLOSE PRINT-FILE
               IF SUPPLIER-FILE-IS-OPEN
                   CLOSE SUPPLIER-FILE
               END-IF
           END-IF.
