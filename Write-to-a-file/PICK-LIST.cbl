       IDENTIFICATION DIVISION.
       PROGRAM-ID. PICK-LIST.
      *********************************
      *AUTHOR. MURAT KUÞ.
      *DATE-WRITTEN. 25/07/2023.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ORDER-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\custord.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS COR-KEY
           FILE STATUS IS WS-ORDER-FILE-STATUS.

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

           SELECT SORT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\sortwork.tmp".

           SELECT PRINT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\picklist.prt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  ORDER-FILE.
           COPY CUSTORD.

       FD  ITEM-FILE.
           COPY STOCKITM.

       FD  LOCATION-FILE.
           COPY LOCNREC.

       SD  SORT-FILE.
       01  SORT-RECORD.
        02 SRT-LOCATION-CODE PIC X(3).
        02 SRT-ITEM-CODE PIC X(5).
        02 SRT-ORDER-NUMBER PIC 9(6).
        02 SRT-LINE-NUMBER PIC 9(3).
        02 SRT-CUSTOMER-CODE PIC X(8).
        02 SRT-PICK-QTY PIC 9(5).

       FD  PRINT-FILE.
       01  PRINT-REC PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-ORDER-FILE-STATUS PIC X(2).
       01  WS-FILE-STATUS PIC X(2).
       01  WS-LOCN-FILE-STATUS PIC X(2).

       01  WS-ORDER-EOF-SW PIC X(1).
           88 END-OF-ORDER-FILE VALUE "Y".
           88 NOT-END-OF-ORDER-FILE VALUE "N".

       01  WS-SORT-EOF-SW PIC X(1).
           88 END-OF-SORT-FILE VALUE "Y".
           88 NOT-END-OF-SORT-FILE VALUE "N".

       01  WS-ORDER-OPEN-SW PIC X(1).
           88 ORDER-FILE-IS-OPEN VALUE "Y".
           88 ORDER-FILE-NOT-OPEN VALUE "N".

       01  WS-ITEM-OPEN-SW PIC X(1).
           88 ITEM-FILE-IS-OPEN VALUE "Y".
           88 ITEM-FILE-NOT-OPEN VALUE "N".

       01  WS-LOCN-OPEN-SW PIC X(1).
           88 LOCATION-FILE-IS-OPEN VALUE "Y".
           88 LOCATION-FILE-NOT-OPEN VALUE "N".

       01  WS-LOCATION-SW PIC X(1) VALUE "N".
           88 LOCATION-IS-ACTIVE VALUE "Y".
           88 LOCATION-NOT-ACTIVE VALUE "N".

       01  WS-DATE-SW PIC X(1).
           88 DATE-IS-VALID VALUE "Y".
           88 DATE-IS-INVALID VALUE "N".

       01  WS-DATE-INPUT PIC X(8).
       01  WS-PICK-DATE PIC 9(8).

       01  WS-CURRENT-LOCATION PIC X(3).
       01  WS-CURRENT-LOC-NAME PIC X(30).
       01  WS-CURRENT-ITEM-NAME PIC X(20).

       77  WS-MAX-LINES-PER-PAGE PIC 9(2) VALUE 55.
       77  WS-LINE-COUNT PIC 9(2) COMP VALUE ZERO.
       77  WS-PAGE-COUNT PIC 9(3) COMP VALUE ZERO.
       77  WS-DETAIL-COUNT PIC 9(5) COMP VALUE ZERO.
       77  WS-LOC-DETAIL-COUNT PIC 9(5) COMP VALUE ZERO.
       77  WS-LOC-PICK-TOTAL PIC 9(7) VALUE ZERO.
       77  WS-PICK-TOTAL PIC 9(7) VALUE ZERO.

       01  WS-REPORT-HEADING.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "PICK LIST".
           05 FILLER PIC X(6)  VALUE "PAGE ".
           05 HD-PAGE-NO PIC ZZ9.
           05 FILLER PIC X(41) VALUE SPACES.

       01  WS-DATE-LINE.
           05 FILLER PIC X(5)  VALUE SPACES.
           05 FILLER PIC X(29) VALUE
               "ORDERS REQUESTED ON OR BEFORE".
           05 FILLER PIC X(1)  VALUE SPACES.
           05 DT-PICK-DATE PIC 9(8).
           05 FILLER PIC X(37) VALUE SPACES.

       01  WS-LOCATION-LINE.
           05 FILLER PIC X(5)  VALUE SPACES.
           05 FILLER PIC X(11) VALUE "LOCATION - ".
           05 LL-LOCATION PIC X(3).
           05 FILLER PIC X(2)  VALUE SPACES.
           05 LL-LOCATION-NAME PIC X(30).
           05 FILLER PIC X(29) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05 FILLER PIC X(5)  VALUE SPACES.
           05 FILLER PIC X(7)  VALUE "ITEM".
           05 FILLER PIC X(22) VALUE "ITEM NAME".
           05 FILLER PIC X(12) VALUE "ORDER/LINE".
           05 FILLER PIC X(10) VALUE "CUSTOMER".
           05 FILLER PIC X(8)  VALUE "PICK".
           05 FILLER PIC X(8)  VALUE "PICKED".
           05 FILLER PIC X(8)  VALUE SPACES.

       01  WS-DETAIL-LINE.
           05 FILLER PIC X(5)  VALUE SPACES.
           05 DL-ITEM-CODE PIC X(5).
           05 FILLER PIC X(2)  VALUE SPACES.
           05 DL-ITEM-NAME PIC X(20).
           05 FILLER PIC X(2)  VALUE SPACES.
           05 DL-ORDER-NUMBER PIC 9(6).
           05 FILLER PIC X(1)  VALUE "/".
           05 DL-LINE-NUMBER PIC 9(3).
           05 FILLER PIC X(2)  VALUE SPACES.
           05 DL-CUSTOMER-CODE PIC X(8).
           05 FILLER PIC X(2)  VALUE SPACES.
           05 DL-PICK-QTY PIC ZZZZ9.
           05 FILLER PIC X(3)  VALUE SPACES.
           05 FILLER PIC X(8)  VALUE "________".
           05 FILLER PIC X(8)  VALUE SPACES.

       01  WS-LOCATION-TOTAL-LINE.
           05 FILLER PIC X(5)  VALUE SPACES.
           05 FILLER PIC X(9)  VALUE "LOCATION ".
           05 LT-LOCATION PIC X(3).
           05 FILLER PIC X(8)  VALUE " LINES:".
           05 LT-COUNT PIC ZZZZ9.
           05 FILLER PIC X(14) VALUE "  UNITS:".
           05 LT-TOTAL PIC Z(6)9.
           05 FILLER PIC X(29) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05 FILLER PIC X(5)  VALUE SPACES.
           05 TL-CAPTION PIC X(30).
           05 TL-COUNT PIC Z(6)9.
           05 FILLER PIC X(38) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF ORDER-FILE-IS-OPEN
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-LOCATION-CODE
                                    SRT-ITEM-CODE
                                    SRT-ORDER-NUMBER
                                    SRT-LINE-NUMBER
                   INPUT PROCEDURE IS 2000-SELECT-PICK-LINES
                   OUTPUT PROCEDURE IS 5000-PRINT-PICK-LINES
               PERFORM 8000-PRINT-TOTALS
               DISPLAY WS-DETAIL-COUNT " PICK LINE(S) PRINTED"
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           SET ORDER-FILE-NOT-OPEN TO TRUE
           SET ITEM-FILE-NOT-OPEN TO TRUE
           SET LOCATION-FILE-NOT-OPEN TO TRUE
           OPEN INPUT ORDER-FILE
           IF WS-ORDER-FILE-STATUS NOT = "00"
               DISPLAY "CUSTOMER ORDER FILE NOT FOUND - PICK LIST "
                   "NOT PRODUCED"
           ELSE
               SET ORDER-FILE-IS-OPEN TO TRUE
               OPEN INPUT ITEM-FILE
               IF WS-FILE-STATUS = "00"
                   SET ITEM-FILE-IS-OPEN TO TRUE
               ELSE
                   DISPLAY "ITEM FILE NOT FOUND - ITEM NAMES NOT "
                       "SHOWN"
               END-IF
               OPEN INPUT LOCATION-FILE
               IF WS-LOCN-FILE-STATUS = "00"
                   SET LOCATION-FILE-IS-OPEN TO TRUE
               ELSE
                   DISPLAY "LOCATION FILE NOT FOUND - LOCATION "
                       "NAMES NOT SHOWN"
               END-IF
               PERFORM 1200-GET-PICK-DATE
               OPEN OUTPUT PRINT-FILE
           END-IF.

       1200-GET-PICK-DATE.
           SET DATE-IS-INVALID TO TRUE
           PERFORM 1210-PROMPT-PICK-DATE
               UNTIL DATE-IS-VALID.

       1210-PROMPT-PICK-DATE.
           DISPLAY "Enter the pick date (YYYYMMDD, blank for "
               "today):"
           ACCEPT WS-DATE-INPUT
           IF WS-DATE-INPUT = SPACES
               ACCEPT WS-PICK-DATE FROM DATE YYYYMMDD
               SET DATE-IS-VALID TO TRUE
           ELSE
               IF WS-DATE-INPUT IS NOT NUMERIC
                   DISPLAY "DATE MUST BE 8 DIGITS - PLEASE RE-ENTER"
               ELSE
                   MOVE WS-DATE-INPUT TO WS-PICK-DATE
                   SET DATE-IS-VALID TO TRUE
               END-IF
           END-IF.

       2000-SELECT-PICK-LINES.
           SET NOT-END-OF-ORDER-FILE TO TRUE
           PERFORM 2100-READ-ORDER-RECORD
           PERFORM 2200-RELEASE-PICK-LINE
               UNTIL END-OF-ORDER-FILE.

       2100-READ-ORDER-RECORD.
           READ ORDER-FILE
               AT END SET END-OF-ORDER-FILE TO TRUE
           END-READ.

       2200-RELEASE-PICK-LINE.
           IF COR-RECORD-TYPE = "L"
                   AND COR-LINE-STATUS NOT = "C"
                   AND COR-QTY-ALLOCATED > ZERO
                   AND COR-REQUESTED-DATE <= WS-PICK-DATE
               MOVE COR-LOCATION-CODE TO SRT-LOCATION-CODE
               MOVE COR-ITEM-CODE TO SRT-ITEM-CODE
               MOVE COR-ORDER-NUMBER TO SRT-ORDER-NUMBER
               MOVE COR-LINE-NUMBER TO SRT-LINE-NUMBER
               MOVE COR-CUSTOMER-CODE TO SRT-CUSTOMER-CODE
               MOVE COR-QTY-ALLOCATED TO SRT-PICK-QTY
               RELEASE SORT-RECORD
           END-IF
           PERFORM 2100-READ-ORDER-RECORD.

       3000-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO HD-PAGE-NO
           WRITE PRINT-REC FROM WS-REPORT-HEADING
               AFTER ADVANCING PAGE
           MOVE WS-PICK-DATE TO DT-PICK-DATE
           WRITE PRINT-REC FROM WS-DATE-LINE
               AFTER ADVANCING 1 LINE
           WRITE PRINT-REC FROM WS-COLUMN-HEADING
               AFTER ADVANCING 2 LINES
           MOVE ZERO TO WS-LINE-COUNT.

       5000-PRINT-PICK-LINES.
           SET NOT-END-OF-SORT-FILE TO TRUE
           SET LOCATION-NOT-ACTIVE TO TRUE
           PERFORM 5100-RETURN-SORT-RECORD
           PERFORM 5200-PRINT-ONE-PICK-LINE
               UNTIL END-OF-SORT-FILE
           IF LOCATION-IS-ACTIVE
               PERFORM 6000-PRINT-LOCATION-TOTAL
           END-IF.

       5100-RETURN-SORT-RECORD.
           RETURN SORT-FILE
               AT END SET END-OF-SORT-FILE TO TRUE
           END-RETURN.

       5200-PRINT-ONE-PICK-LINE.
           IF LOCATION-NOT-ACTIVE
                   OR SRT-LOCATION-CODE NOT = WS-CURRENT-LOCATION
               IF LOCATION-IS-ACTIVE
                   PERFORM 6000-PRINT-LOCATION-TOTAL
               END-IF
               PERFORM 5500-START-NEW-LOCATION
           END-IF
           PERFORM 5700-PRINT-DETAIL-LINE
           PERFORM 5100-RETURN-SORT-RECORD.

       5500-START-NEW-LOCATION.
           SET LOCATION-IS-ACTIVE TO TRUE
           MOVE SRT-LOCATION-CODE TO WS-CURRENT-LOCATION
           MOVE ZERO TO WS-LOC-DETAIL-COUNT
           MOVE ZERO TO WS-LOC-PICK-TOTAL
           PERFORM 5600-GET-LOCATION-NAME
           PERFORM 3000-PRINT-HEADINGS
           MOVE WS-CURRENT-LOCATION TO LL-LOCATION
           MOVE WS-CURRENT-LOC-NAME TO LL-LOCATION-NAME
           WRITE PRINT-REC FROM WS-LOCATION-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       5600-GET-LOCATION-NAME.
           MOVE SPACES TO WS-CURRENT-LOC-NAME
           IF LOCATION-FILE-IS-OPEN
               MOVE WS-CURRENT-LOCATION TO LOC-CODE
               READ LOCATION-FILE
                   INVALID KEY
                       MOVE "*UNKNOWN LOCATION*"
                           TO WS-CURRENT-LOC-NAME
                   NOT INVALID KEY
                       MOVE LOC-NAME TO WS-CURRENT-LOC-NAME
               END-READ
           END-IF.

       5650-GET-ITEM-NAME.
           MOVE SPACES TO WS-CURRENT-ITEM-NAME
           IF ITEM-FILE-IS-OPEN
               MOVE SRT-ITEM-CODE TO ITEM-CODE
               READ ITEM-FILE
                   INVALID KEY
                       MOVE "*UNKNOWN ITEM*" TO WS-CURRENT-ITEM-NAME
                   NOT INVALID KEY
                       MOVE ITEM-NAME TO WS-CURRENT-ITEM-NAME
               END-READ
           END-IF.

       5700-PRINT-DETAIL-LINE.
           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 3000-PRINT-HEADINGS
           END-IF
           PERFORM 5650-GET-ITEM-NAME
           MOVE SRT-ITEM-CODE TO DL-ITEM-CODE
           MOVE WS-CURRENT-ITEM-NAME TO DL-ITEM-NAME
           MOVE SRT-ORDER-NUMBER TO DL-ORDER-NUMBER
           MOVE SRT-LINE-NUMBER TO DL-LINE-NUMBER
           MOVE SRT-CUSTOMER-CODE TO DL-CUSTOMER-CODE
           MOVE SRT-PICK-QTY TO DL-PICK-QTY
           WRITE PRINT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-DETAIL-COUNT
           ADD 1 TO WS-LOC-DETAIL-COUNT
           ADD SRT-PICK-QTY TO WS-LOC-PICK-TOTAL
           ADD SRT-PICK-QTY TO WS-PICK-TOTAL.

       6000-PRINT-LOCATION-TOTAL.
           MOVE WS-CURRENT-LOCATION TO LT-LOCATION
           MOVE WS-LOC-DETAIL-COUNT TO LT-COUNT
           MOVE WS-LOC-PICK-TOTAL TO LT-TOTAL
           WRITE PRINT-REC FROM WS-LOCATION-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-COUNT
           SET LOCATION-NOT-ACTIVE TO TRUE.

       8000-PRINT-TOTALS.
           IF WS-PAGE-COUNT = ZERO
               PERFORM 3000-PRINT-HEADINGS
           END-IF
           MOVE "TOTAL PICK LINES:" TO TL-CAPTION
           MOVE WS-DETAIL-COUNT TO TL-COUNT
           WRITE PRINT-REC FROM WS-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE "TOTAL UNITS TO PICK:" TO TL-CAPTION
           MOVE WS-PICK-TOTAL TO TL-COUNT
           WRITE PRINT-REC FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

       9000-TERMINATE.
           IF ORDER-FILE-IS-OPEN
               CLOSE ORDER-FILE
               CLOSE PRINT-FILE
               IF ITEM-FILE-IS-OPEN
                   CLOSE ITEM-FILE
               END-IF
               IF LOCATION-FILE-IS-OPEN
                   CLOSE LOCATION-FILE
               END-IF
           END-IF.
