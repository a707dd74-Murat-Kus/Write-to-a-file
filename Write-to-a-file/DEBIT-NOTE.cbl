       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEBIT-NOTE.
      *********************************
      *AUTHOR. MURAT KUÞ.
      *DATE-WRITTEN. 31/07/2023.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RETURN-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\suppret.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RTN-RETURN-NUMBER
           FILE STATUS IS WS-RTN-FILE-STATUS.

           SELECT SUPPLIER-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\supplfil.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUP-CODE
           FILE STATUS IS WS-SUPPLIER-FILE-STATUS.

           SELECT DEBIT-NOTE-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\debitnot.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DBN-KEY
           FILE STATUS IS WS-DBN-FILE-STATUS.

           SELECT DBNNUM-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\dbnnumct.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-DBNNUM-FILE-STATUS.

           SELECT SORT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\sortwork.tmp".

           SELECT PRINT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\dbnote.prt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  RETURN-FILE.
           COPY RTNREC.

       FD  SUPPLIER-FILE.
           COPY SUPPLIER.

       FD  DEBIT-NOTE-FILE.
           COPY DBNOTE.

       FD  DBNNUM-FILE.
       01  DBNNUM-RECORD.
        02 DNC-NEXT-NOTE-NUMBER PIC 9(6).

       SD  SORT-FILE.
       01  SORT-RECORD.
        02 SRT-SUPPLIER-CODE PIC X(5).
        02 SRT-RETURN-NUMBER PIC 9(6).
        02 SRT-PO-NUMBER PIC 9(6).
        02 SRT-PO-LINE-NUMBER PIC 9(3).
        02 SRT-ITEM-CODE PIC X(5).
        02 SRT-QUANTITY PIC 9(5).
        02 SRT-UNIT-COST PIC 9(5)V99.
        02 SRT-REASON-CODE PIC X(2).

       FD  PRINT-FILE.
       01  PRINT-REC PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-RTN-FILE-STATUS PIC X(2).
       01  WS-SUPPLIER-FILE-STATUS PIC X(2).
       01  WS-DBN-FILE-STATUS PIC X(2).
       01  WS-DBNNUM-FILE-STATUS PIC X(2).

           COPY RTNREASN.

       01  WS-RTN-EOF-SW PIC X(1).
           88 END-OF-RETURN-FILE VALUE "Y".
           88 NOT-END-OF-RETURN-FILE VALUE "N".

       01  WS-SORT-EOF-SW PIC X(1).
           88 END-OF-SORT-FILE VALUE "Y".
           88 NOT-END-OF-SORT-FILE VALUE "N".

       01  WS-FILES-OPEN-SW PIC X(1).
           88 ALL-FILES-ARE-OPEN VALUE "Y".
           88 FILES-NOT-ALL-OPEN VALUE "N".

       01  WS-SUPPLIER-OPEN-SW PIC X(1).
           88 SUPPLIER-FILE-IS-OPEN VALUE "Y".
           88 SUPPLIER-FILE-NOT-OPEN VALUE "N".

       01  WS-CURRENT-SUPPLIER PIC X(5) VALUE HIGH-VALUES.
       01  WS-CURRENT-SUP-NAME PIC X(30).
       01  WS-CURRENT-SUP-CONTACT PIC X(30).

       01  WS-TODAY PIC 9(8).
       01  WS-NEXT-NOTE-NUMBER PIC 9(6).
       01  WS-NOTE-NUMBER PIC 9(6).
       01  WS-NOTE-LINE-NUMBER PIC 9(3).
       01  WS-LINE-VALUE PIC 9(9)V99.
       01  WS-NOTE-VALUE PIC 9(9)V99.
       01  WS-GRAND-VALUE PIC 9(11)V99.
       01  WS-REASON-TEXT PIC X(30).

       77  WS-MAX-LINES-PER-PAGE PIC 9(2) VALUE 55.
       77  WS-LINE-COUNT PIC 9(2) COMP VALUE ZERO.
       77  WS-PAGE-COUNT PIC 9(3) COMP VALUE ZERO.
       77  WS-NOTE-COUNT PIC 9(5) COMP VALUE ZERO.
       77  WS-RETURN-COUNT PIC 9(5) COMP VALUE ZERO.

       01  WS-REPORT-HEADING.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(25) VALUE "SUPPLIER DEBIT NOTE".
           05 FILLER PIC X(6)  VALUE "PAGE ".
           05 HD-PAGE-NO PIC ZZ9.
           05 FILLER PIC X(36) VALUE SPACES.

       01  WS-NOTE-HEADING.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(19) VALUE "DEBIT NOTE NUMBER: ".
           05 NH-NOTE-NUMBER PIC 9(6).
           05 FILLER PIC X(4)  VALUE SPACES.
           05 FILLER PIC X(6)  VALUE "DATE: ".
           05 NH-NOTE-DATE PIC 9(8).
           05 FILLER PIC X(35) VALUE SPACES.

       01  WS-SUPPLIER-LINE.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(11) VALUE "SUPPLIER - ".
           05 SL-SUPPLIER-CODE PIC X(5).
           05 FILLER PIC X(2)  VALUE SPACES.
           05 SL-SUPPLIER-NAME PIC X(30).
           05 FILLER PIC X(30) VALUE SPACES.

       01  WS-CONTACT-LINE.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(11) VALUE "CONTACT  - ".
           05 CL-CONTACT PIC X(30).
           05 FILLER PIC X(37) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(7)  VALUE "RETURN".
           05 FILLER PIC X(11) VALUE "PO / LINE".
           05 FILLER PIC X(6)  VALUE "ITEM".
           05 FILLER PIC X(6)  VALUE "  QTY".
           05 FILLER PIC X(9)  VALUE "UNIT COST".
           05 FILLER PIC X(12) VALUE "      VALUE".
           05 FILLER PIC X(27) VALUE " REASON".

       01  WS-DETAIL-LINE.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 DL-RETURN-NUMBER PIC 9(6).
           05 FILLER PIC X(1)  VALUE SPACES.
           05 DL-PO-NUMBER PIC 9(6).
           05 FILLER PIC X(1)  VALUE "/".
           05 DL-PO-LINE-NUMBER PIC 9(3).
           05 FILLER PIC X(1)  VALUE SPACES.
           05 DL-ITEM-CODE PIC X(5).
           05 FILLER PIC X(1)  VALUE SPACES.
           05 DL-QUANTITY PIC ZZZZ9.
           05 FILLER PIC X(1)  VALUE SPACES.
           05 DL-UNIT-COST PIC ZZZZ9.99.
           05 FILLER PIC X(1)  VALUE SPACES.
           05 DL-VALUE PIC ZZZZZZZ9.99.
           05 FILLER PIC X(1)  VALUE SPACES.
           05 DL-REASON-CODE PIC X(2).
           05 FILLER PIC X(1)  VALUE SPACES.
           05 DL-REASON-TEXT PIC X(22).
           05 FILLER PIC X(2)  VALUE SPACES.

       01  WS-VALUE-LINE.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 VL-CAPTION PIC X(30).
           05 VL-TOTAL PIC Z(12)9.99.
           05 FILLER PIC X(32) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 TL-CAPTION PIC X(30).
           05 TL-COUNT PIC ZZZZ9.
           05 FILLER PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF ALL-FILES-ARE-OPEN
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-SUPPLIER-CODE
                                    SRT-RETURN-NUMBER
                   INPUT PROCEDURE IS 2000-SELECT-RETURNS
                   OUTPUT PROCEDURE IS 5000-RAISE-DEBIT-NOTES
               PERFORM 8000-PRINT-TOTALS
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           SET FILES-NOT-ALL-OPEN TO TRUE
           SET SUPPLIER-FILE-NOT-OPEN TO TRUE
           OPEN I-O RETURN-FILE
           IF WS-RTN-FILE-STATUS NOT = "00"
               DISPLAY "RETURN FILE NOT FOUND - NO DEBIT NOTES "
                   "RAISED"
           ELSE
               OPEN I-O DEBIT-NOTE-FILE
               IF WS-DBN-FILE-STATUS = "35"
                   OPEN OUTPUT DEBIT-NOTE-FILE
                   CLOSE DEBIT-NOTE-FILE
                   OPEN I-O DEBIT-NOTE-FILE
               END-IF
               OPEN INPUT SUPPLIER-FILE
               IF WS-SUPPLIER-FILE-STATUS = "00"
                   SET SUPPLIER-FILE-IS-OPEN TO TRUE
               ELSE
                   DISPLAY "SUPPLIER FILE NOT FOUND - SUPPLIER "
                       "NAMES NOT SHOWN"
               END-IF
               PERFORM 1200-READ-NOTE-NUMBER-CONTROL
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               MOVE ZERO TO WS-GRAND-VALUE
               OPEN OUTPUT PRINT-FILE
               SET ALL-FILES-ARE-OPEN TO TRUE
           END-IF.

       1200-READ-NOTE-NUMBER-CONTROL.
           MOVE 1 TO WS-NEXT-NOTE-NUMBER
           OPEN INPUT DBNNUM-FILE
           IF WS-DBNNUM-FILE-STATUS = "00"
               READ DBNNUM-FILE
                   AT END CONTINUE
               END-READ
               IF DNC-NEXT-NOTE-NUMBER IS NUMERIC
                   MOVE DNC-NEXT-NOTE-NUMBER TO WS-NEXT-NOTE-NUMBER
               END-IF
               CLOSE DBNNUM-FILE
           END-IF.

       1300-WRITE-NOTE-NUMBER-CONTROL.
           MOVE WS-NEXT-NOTE-NUMBER TO DNC-NEXT-NOTE-NUMBER
           OPEN OUTPUT DBNNUM-FILE
           WRITE DBNNUM-RECORD
           CLOSE DBNNUM-FILE.

       2000-SELECT-RETURNS.
           MOVE ZERO TO RTN-RETURN-NUMBER
           START RETURN-FILE KEY IS NOT LESS THAN RTN-RETURN-NUMBER
               INVALID KEY SET END-OF-RETURN-FILE TO TRUE
               NOT INVALID KEY SET NOT-END-OF-RETURN-FILE TO TRUE
           END-START
           IF NOT-END-OF-RETURN-FILE
               PERFORM 2100-READ-NEXT-RETURN
           END-IF
           PERFORM 2200-RELEASE-UNCLAIMED-RETURN
               UNTIL END-OF-RETURN-FILE.

       2100-READ-NEXT-RETURN.
           READ RETURN-FILE NEXT RECORD
               AT END SET END-OF-RETURN-FILE TO TRUE
           END-READ.

       2200-RELEASE-UNCLAIMED-RETURN.
           IF RTN-DEBIT-NOTE-NUMBER = ZERO
               MOVE RTN-SUPPLIER-CODE TO SRT-SUPPLIER-CODE
               MOVE RTN-RETURN-NUMBER TO SRT-RETURN-NUMBER
               MOVE RTN-PO-NUMBER TO SRT-PO-NUMBER
               MOVE RTN-PO-LINE-NUMBER TO SRT-PO-LINE-NUMBER
               MOVE RTN-ITEM-CODE TO SRT-ITEM-CODE
               MOVE RTN-QUANTITY TO SRT-QUANTITY
               MOVE RTN-UNIT-COST TO SRT-UNIT-COST
               MOVE RTN-REASON-CODE TO SRT-REASON-CODE
               RELEASE SORT-RECORD
           END-IF
           PERFORM 2100-READ-NEXT-RETURN.

       3000-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO HD-PAGE-NO
           WRITE PRINT-REC FROM WS-REPORT-HEADING
               AFTER ADVANCING PAGE
           MOVE WS-NOTE-NUMBER TO NH-NOTE-NUMBER
           MOVE WS-TODAY TO NH-NOTE-DATE
           WRITE PRINT-REC FROM WS-NOTE-HEADING
               AFTER ADVANCING 2 LINES
           MOVE WS-CURRENT-SUPPLIER TO SL-SUPPLIER-CODE
           MOVE WS-CURRENT-SUP-NAME TO SL-SUPPLIER-NAME
           WRITE PRINT-REC FROM WS-SUPPLIER-LINE
               AFTER ADVANCING 2 LINES
           MOVE WS-CURRENT-SUP-CONTACT TO CL-CONTACT
           WRITE PRINT-REC FROM WS-CONTACT-LINE
               AFTER ADVANCING 1 LINE
           WRITE PRINT-REC FROM WS-COLUMN-HEADING
               AFTER ADVANCING 2 LINES
           MOVE 7 TO WS-LINE-COUNT.

       3900-CHECK-PAGE-FULL.
           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 3000-PRINT-HEADINGS
           END-IF.

       5000-RAISE-DEBIT-NOTES.
           SET NOT-END-OF-SORT-FILE TO TRUE
           PERFORM 5100-RETURN-SORT-RECORD
           PERFORM 5200-PROCESS-ONE-RETURN
               UNTIL END-OF-SORT-FILE
           IF WS-CURRENT-SUPPLIER NOT = HIGH-VALUES
               PERFORM 5800-FINISH-DEBIT-NOTE
           END-IF.

       5100-RETURN-SORT-RECORD.
           RETURN SORT-FILE
               AT END SET END-OF-SORT-FILE TO TRUE
           END-RETURN.

       5200-PROCESS-ONE-RETURN.
           IF SRT-SUPPLIER-CODE NOT = WS-CURRENT-SUPPLIER
               IF WS-CURRENT-SUPPLIER NOT = HIGH-VALUES
                   PERFORM 5800-FINISH-DEBIT-NOTE
               END-IF
               MOVE SRT-SUPPLIER-CODE TO WS-CURRENT-SUPPLIER
               PERFORM 5300-START-DEBIT-NOTE
           END-IF
           PERFORM 3900-CHECK-PAGE-FULL
           ADD 1 TO WS-NOTE-LINE-NUMBER
           COMPUTE WS-LINE-VALUE = SRT-QUANTITY * SRT-UNIT-COST
           ADD WS-LINE-VALUE TO WS-NOTE-VALUE
           PERFORM 5400-PRINT-NOTE-LINE
           PERFORM 5500-WRITE-NOTE-LINE
           PERFORM 5600-MARK-RETURN-CLAIMED
           PERFORM 5100-RETURN-SORT-RECORD.

       5300-START-DEBIT-NOTE.
           MOVE WS-NEXT-NOTE-NUMBER TO WS-NOTE-NUMBER
           ADD 1 TO WS-NEXT-NOTE-NUMBER
           MOVE ZERO TO WS-NOTE-LINE-NUMBER
           MOVE ZERO TO WS-NOTE-VALUE
           PERFORM 5350-GET-SUPPLIER-DETAILS
           PERFORM 3000-PRINT-HEADINGS.

       5350-GET-SUPPLIER-DETAILS.
           MOVE SPACES TO WS-CURRENT-SUP-NAME
           MOVE SPACES TO WS-CURRENT-SUP-CONTACT
           IF SUPPLIER-FILE-IS-OPEN
               MOVE WS-CURRENT-SUPPLIER TO SUP-CODE
               READ SUPPLIER-FILE
                   INVALID KEY
                       MOVE "*UNKNOWN SUPPLIER*"
                           TO WS-CURRENT-SUP-NAME
                   NOT INVALID KEY
                       MOVE SUP-NAME TO WS-CURRENT-SUP-NAME
                       MOVE SUP-CONTACT TO WS-CURRENT-SUP-CONTACT
               END-READ
           END-IF.

       5400-PRINT-NOTE-LINE.
           MOVE "*UNKNOWN REASON*" TO WS-REASON-TEXT
           SET RSN-IDX TO 1
           SEARCH RSN-ENTRY
               WHEN RSN-CODE (RSN-IDX) = SRT-REASON-CODE
                   MOVE RSN-DESCRIPTION (RSN-IDX) TO WS-REASON-TEXT
           END-SEARCH
           MOVE SRT-RETURN-NUMBER TO DL-RETURN-NUMBER
           MOVE SRT-PO-NUMBER TO DL-PO-NUMBER
           MOVE SRT-PO-LINE-NUMBER TO DL-PO-LINE-NUMBER
           MOVE SRT-ITEM-CODE TO DL-ITEM-CODE
           MOVE SRT-QUANTITY TO DL-QUANTITY
           MOVE SRT-UNIT-COST TO DL-UNIT-COST
           MOVE WS-LINE-VALUE TO DL-VALUE
           MOVE SRT-REASON-CODE TO DL-REASON-CODE
           MOVE WS-REASON-TEXT TO DL-REASON-TEXT
           WRITE PRINT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       5500-WRITE-NOTE-LINE.
           MOVE WS-NOTE-NUMBER TO DBN-NOTE-NUMBER
           MOVE WS-NOTE-LINE-NUMBER TO DBN-LINE-NUMBER
           MOVE "L" TO DBN-RECORD-TYPE
           MOVE WS-CURRENT-SUPPLIER TO DBN-SUPPLIER-CODE
           MOVE WS-TODAY TO DBN-NOTE-DATE
           MOVE SRT-RETURN-NUMBER TO DBN-RETURN-NUMBER
           MOVE SRT-PO-NUMBER TO DBN-PO-NUMBER
           MOVE SRT-PO-LINE-NUMBER TO DBN-PO-LINE-NUMBER
           MOVE SRT-ITEM-CODE TO DBN-ITEM-CODE
           MOVE SRT-QUANTITY TO DBN-QUANTITY
           MOVE SRT-UNIT-COST TO DBN-UNIT-COST
           MOVE SRT-REASON-CODE TO DBN-REASON-CODE
           MOVE WS-LINE-VALUE TO DBN-VALUE
           WRITE DEBIT-NOTE-RECORD
               INVALID KEY
                   DISPLAY "WRITE FAILED FOR DEBIT NOTE "
                       WS-NOTE-NUMBER " LINE " WS-NOTE-LINE-NUMBER
           END-WRITE.

       5600-MARK-RETURN-CLAIMED.
           MOVE SRT-RETURN-NUMBER TO RTN-RETURN-NUMBER
           READ RETURN-FILE
               INVALID KEY
                   DISPLAY "RETURN " SRT-RETURN-NUMBER
                       " COULD NOT BE READ BACK"
               NOT INVALID KEY
                   MOVE WS-NOTE-NUMBER TO RTN-DEBIT-NOTE-NUMBER
                   REWRITE SUPPLIER-RETURN-RECORD
                       INVALID KEY
                           DISPLAY "REWRITE FAILED FOR RETURN "
                               SRT-RETURN-NUMBER
                       NOT INVALID KEY
                           ADD 1 TO WS-RETURN-COUNT
                   END-REWRITE
           END-READ.

       5800-FINISH-DEBIT-NOTE.
           MOVE "TOTAL DEBIT NOTE VALUE:" TO VL-CAPTION
           MOVE WS-NOTE-VALUE TO VL-TOTAL
           WRITE PRINT-REC FROM WS-VALUE-LINE
               AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-COUNT
           MOVE WS-NOTE-NUMBER TO DBN-NOTE-NUMBER
           MOVE ZERO TO DBN-LINE-NUMBER
           MOVE "H" TO DBN-RECORD-TYPE
           MOVE WS-CURRENT-SUPPLIER TO DBN-SUPPLIER-CODE
           MOVE WS-TODAY TO DBN-NOTE-DATE
           MOVE ZERO TO DBN-RETURN-NUMBER
           MOVE ZERO TO DBN-PO-NUMBER
           MOVE ZERO TO DBN-PO-LINE-NUMBER
           MOVE SPACES TO DBN-ITEM-CODE
           MOVE ZERO TO DBN-QUANTITY
           MOVE ZERO TO DBN-UNIT-COST
           MOVE SPACES TO DBN-REASON-CODE
           MOVE WS-NOTE-VALUE TO DBN-VALUE
           WRITE DEBIT-NOTE-RECORD
               INVALID KEY
                   DISPLAY "WRITE FAILED FOR DEBIT NOTE "
                       WS-NOTE-NUMBER
               NOT INVALID KEY
                   DISPLAY "DEBIT NOTE " WS-NOTE-NUMBER
                       " RAISED ON SUPPLIER " WS-CURRENT-SUPPLIER
           END-WRITE
           ADD 1 TO WS-NOTE-COUNT
           ADD WS-NOTE-VALUE TO WS-GRAND-VALUE
           PERFORM 1300-WRITE-NOTE-NUMBER-CONTROL.

       8000-PRINT-TOTALS.
           IF WS-NOTE-COUNT = ZERO
               DISPLAY "NO RETURNS AWAITING A DEBIT NOTE"
           ELSE
               ADD 1 TO WS-PAGE-COUNT
               MOVE WS-PAGE-COUNT TO HD-PAGE-NO
               WRITE PRINT-REC FROM WS-REPORT-HEADING
                   AFTER ADVANCING PAGE
               MOVE "DEBIT NOTES RAISED:" TO TL-CAPTION
               MOVE WS-NOTE-COUNT TO TL-COUNT
               WRITE PRINT-REC FROM WS-TOTAL-LINE
                   AFTER ADVANCING 2 LINES
               MOVE "RETURNS CLAIMED:" TO TL-CAPTION
               MOVE WS-RETURN-COUNT TO TL-COUNT
               WRITE PRINT-REC FROM WS-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
               MOVE "TOTAL VALUE CLAIMED:" TO VL-CAPTION
               MOVE WS-GRAND-VALUE TO VL-TOTAL
               WRITE PRINT-REC FROM WS-VALUE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           DISPLAY WS-NOTE-COUNT " DEBIT NOTE(S) RAISED".

       9000-TERMINATE.
           IF ALL-FILES-ARE-OPEN
               CLOSE RETURN-FILE
               CLOSE DEBIT-NOTE-FILE
               CLOSE PRINT-FILE
               IF SUPPLIER-FILE-IS-OPEN
                   CLOSE SUPPLIER-FILE
               END-IF
           END-IF.
