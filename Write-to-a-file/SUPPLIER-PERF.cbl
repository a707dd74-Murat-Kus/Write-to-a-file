       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPLIER-PERF.
      *********************************
      *AUTHOR. MURAT KUÞ.
      *DATE-WRITTEN. 04/08/2023.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PO-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\pofile.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS POR-KEY
           FILE STATUS IS WS-PO-FILE-STATUS.

           SELECT SUPPLIER-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\supplfil.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUP-CODE
           FILE STATUS IS WS-SUPPLIER-FILE-STATUS.

           SELECT SORT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\sortwork.tmp".

           SELECT PRINT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\suppperf.prt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  PO-FILE.
           COPY PORDER.

       FD  SUPPLIER-FILE.
           COPY SUPPLIER.

       SD  SORT-FILE.
       01  SORT-RECORD.
        02 SRT-SUPPLIER-CODE PIC X(5).
        02 SRT-PO-NUMBER PIC 9(6).
        02 SRT-LINE-NUMBER PIC 9(3).
        02 SRT-ITEM-CODE PIC X(5).
        02 SRT-ORDER-QTY PIC 9(5).
        02 SRT-LINE-STATUS PIC X(1).
        02 SRT-RAISED-DATE PIC 9(8).
        02 SRT-RECEIVED-DATE PIC 9(8).
        02 SRT-RAISED-DAY PIC 9(7).
        02 SRT-RECEIVED-DAY PIC 9(7).
        02 SRT-LEAD-DAYS PIC 9(5).

       FD  PRINT-FILE.
       01  PRINT-REC PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-PO-FILE-STATUS PIC X(2).
       01  WS-SUPPLIER-FILE-STATUS PIC X(2).

       01  WS-PO-EOF-SW PIC X(1).
           88 END-OF-PO-FILE VALUE "Y".
           88 NOT-END-OF-PO-FILE VALUE "N".

       01  WS-SORT-EOF-SW PIC X(1).
           88 END-OF-SORT-FILE VALUE "Y".
           88 NOT-END-OF-SORT-FILE VALUE "N".

       01  WS-PO-OPEN-SW PIC X(1).
           88 PO-FILE-IS-OPEN VALUE "Y".
           88 PO-FILE-NOT-OPEN VALUE "N".

       01  WS-SUPPLIER-OPEN-SW PIC X(1).
           88 SUPPLIER-FILE-IS-OPEN VALUE "Y".
           88 SUPPLIER-FILE-NOT-OPEN VALUE "N".

       01  WS-PROPOSE-SW PIC X(1).
           88 PRINT-PROPOSALS VALUE "Y".
           88 DO-NOT-PRINT-PROPOSALS VALUE "N".

       01  WS-DAYS-SW PIC X(1).
           88 DAYS-ARE-VALID VALUE "Y".
           88 DAYS-ARE-INVALID VALUE "N".

       01  WS-OVERDUE-HEAD-SW PIC X(1).
           88 OVERDUE-HEADING-PRINTED VALUE "Y".
           88 OVERDUE-HEADING-NOT-PRINTED VALUE "N".

       01  WS-DAYS-INPUT PIC X(3).
       01  WS-HISTORY-DAYS PIC 9(3).

       01  WS-TODAY PIC 9(8).
       01  WS-TODAY-DAY PIC 9(7).
       01  WS-HISTORY-START-DAY PIC 9(7).
       01  WS-DUE-DAY PIC 9(7).
       01  WS-DUE-DATE PIC 9(8).
       01  WS-DAYS-LATE PIC 9(5).

       01  WS-CURRENT-SUPPLIER PIC X(5) VALUE HIGH-VALUES.
       01  WS-CURRENT-SUP-NAME PIC X(30).
       01  WS-CURRENT-LEAD-TIME PIC 9(3).

       01  WS-SUPPLIER-TOTALS.
           05 WS-SUP-RECEIVED-COUNT PIC 9(5).
           05 WS-SUP-TOTAL-DAYS PIC 9(9).
           05 WS-SUP-WORST-DAYS PIC 9(5).
           05 WS-SUP-WITHIN-COUNT PIC 9(5).
           05 WS-SUP-OVERDUE-COUNT PIC 9(5).
           05 WS-SUP-RECENT-COUNT PIC 9(5).
           05 WS-SUP-RECENT-DAYS PIC 9(9).

       01  WS-AVERAGE-DAYS PIC 9(4)V9.
       01  WS-WITHIN-PERCENT PIC 9(3)V9.
       01  WS-PROPOSED-CHECK PIC 9(7).
       01  WS-PROPOSED-LEAD-TIME PIC 9(3).

       77  WS-LEAD-TIME-MAXIMUM PIC 9(3) VALUE 999.

       77  WS-SUPPLIER-COUNT PIC 9(5) COMP VALUE ZERO.
       77  WS-RECEIVED-COUNT PIC 9(5) COMP VALUE ZERO.
       77  WS-WITHIN-COUNT PIC 9(5) COMP VALUE ZERO.
       77  WS-OVERDUE-COUNT PIC 9(5) COMP VALUE ZERO.
       77  WS-UNMEASURED-COUNT PIC 9(5) COMP VALUE ZERO.
       77  WS-REVIEW-COUNT PIC 9(5) COMP VALUE ZERO.

       77  WS-MAX-LINES-PER-PAGE PIC 9(2) VALUE 55.
       77  WS-LINE-COUNT PIC 9(2) COMP VALUE ZERO.
       77  WS-PAGE-COUNT PIC 9(3) COMP VALUE ZERO.

       01  WS-REPORT-HEADING.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(25) VALUE "SUPPLIER PERFORMANCE".
           05 FILLER PIC X(6)  VALUE "PAGE ".
           05 HD-PAGE-NO PIC ZZ9.
           05 FILLER PIC X(36) VALUE SPACES.

       01  WS-DATE-LINE.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(6)  VALUE "AS AT ".
           05 DT-TODAY PIC 9(8).
           05 FILLER PIC X(64) VALUE SPACES.

       01  WS-SUPPLIER-LINE.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(11) VALUE "SUPPLIER - ".
           05 SL-SUPPLIER-CODE PIC X(5).
           05 FILLER PIC X(2)  VALUE SPACES.
           05 SL-SUPPLIER-NAME PIC X(30).
           05 FILLER PIC X(13) VALUE " QUOTED LEAD ".
           05 SL-LEAD-TIME PIC ZZ9.
           05 FILLER PIC X(5)  VALUE " DAYS".
           05 FILLER PIC X(9)  VALUE SPACES.

       01  WS-OVERDUE-HEADING.
           05 FILLER PIC X(12) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "PO / LINE".
           05 FILLER PIC X(7)  VALUE "ITEM".
           05 FILLER PIC X(7)  VALUE "  QTY".
           05 FILLER PIC X(10) VALUE "RAISED".
           05 FILLER PIC X(10) VALUE "DUE".
           05 FILLER PIC X(9)  VALUE "DAYS LATE".
           05 FILLER PIC X(13) VALUE SPACES.

       01  WS-OVERDUE-LINE.
           05 FILLER PIC X(4)  VALUE SPACES.
           05 FILLER PIC X(8)  VALUE "OVERDUE ".
           05 OL-PO-NUMBER PIC 9(6).
           05 FILLER PIC X(1)  VALUE "/".
           05 OL-LINE-NUMBER PIC 9(3).
           05 FILLER PIC X(2)  VALUE SPACES.
           05 OL-ITEM-CODE PIC X(5).
           05 FILLER PIC X(2)  VALUE SPACES.
           05 OL-ORDER-QTY PIC ZZZZ9.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 OL-RAISED-DATE PIC 9(8).
           05 FILLER PIC X(2)  VALUE SPACES.
           05 OL-DUE-DATE PIC 9(8).
           05 FILLER PIC X(2)  VALUE SPACES.
           05 OL-DAYS-LATE PIC ZZZZ9.
           05 FILLER PIC X(17) VALUE SPACES.

       01  WS-LEAD-TIME-LINE.
           05 FILLER PIC X(4)  VALUE SPACES.
           05 FILLER PIC X(16) VALUE "LINES RECEIVED: ".
           05 LL-RECEIVED-COUNT PIC ZZZZ9.
           05 FILLER PIC X(16) VALUE "  AVERAGE LEAD: ".
           05 LL-AVERAGE-DAYS PIC ZZZ9.9.
           05 FILLER PIC X(9)  VALUE "  WORST: ".
           05 LL-WORST-DAYS PIC ZZZZ9.
           05 FILLER PIC X(5)  VALUE " DAYS".
           05 FILLER PIC X(14) VALUE SPACES.

       01  WS-ON-TIME-LINE.
           05 FILLER PIC X(4)  VALUE SPACES.
           05 FILLER PIC X(25) VALUE "WITHIN QUOTED LEAD TIME: ".
           05 TL-WITHIN-PERCENT PIC ZZ9.9.
           05 FILLER PIC X(3)  VALUE "%  ".
           05 FILLER PIC X(21) VALUE "OPEN LINES PAST DUE: ".
           05 TL-OVERDUE-COUNT PIC ZZZZ9.
           05 FILLER PIC X(17) VALUE SPACES.

       01  WS-PROPOSAL-LINE.
           05 FILLER PIC X(4)  VALUE SPACES.
           05 FILLER PIC X(20) VALUE "PROPOSED LEAD TIME: ".
           05 PL-PROPOSED-LEAD-TIME PIC ZZ9.
           05 FILLER PIC X(11) VALUE " DAYS FROM ".
           05 PL-RECENT-COUNT PIC ZZZZ9.
           05 FILLER PIC X(15) VALUE " RECENT LINE(S)".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 PL-NOTE PIC X(12).
           05 FILLER PIC X(8)  VALUE SPACES.

       01  WS-TOTAL-LINE.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 GT-CAPTION PIC X(32).
           05 GT-COUNT PIC ZZZZ9.
           05 FILLER PIC X(41) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF PO-FILE-IS-OPEN
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-SUPPLIER-CODE
                                    SRT-PO-NUMBER
                                    SRT-LINE-NUMBER
                   INPUT PROCEDURE IS 2000-SELECT-ORDER-LINES
                   OUTPUT PROCEDURE IS 5000-PRINT-PERFORMANCE
               PERFORM 8000-PRINT-TOTALS
               DISPLAY WS-SUPPLIER-COUNT " SUPPLIER(S) REPORTED"
               DISPLAY WS-OVERDUE-COUNT " OPEN LINE(S) PAST DUE"
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           SET PO-FILE-NOT-OPEN TO TRUE
           SET SUPPLIER-FILE-NOT-OPEN TO TRUE
           OPEN INPUT PO-FILE
           IF WS-PO-FILE-STATUS NOT = "00"
               DISPLAY "PURCHASE ORDER FILE NOT FOUND - REPORT NOT "
                   "PRODUCED"
           ELSE
               SET PO-FILE-IS-OPEN TO TRUE
               OPEN INPUT SUPPLIER-FILE
               IF WS-SUPPLIER-FILE-STATUS = "00"
                   SET SUPPLIER-FILE-IS-OPEN TO TRUE
               ELSE
                   DISPLAY "SUPPLIER FILE NOT FOUND - QUOTED LEAD "
                       "TIMES TAKEN AS ZERO"
               END-IF
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               COMPUTE WS-TODAY-DAY = FUNCTION INTEGER-OF-DATE(WS-TODAY)
               MOVE SPACE TO WS-PROPOSE-SW
               PERFORM 1200-PROMPT-PROPOSALS
                   UNTIL PRINT-PROPOSALS OR DO-NOT-PRINT-PROPOSALS
               IF PRINT-PROPOSALS
                   PERFORM 1300-GET-HISTORY-DAYS
                   COMPUTE WS-HISTORY-START-DAY =
                       WS-TODAY-DAY - WS-HISTORY-DAYS
               END-IF
               INITIALIZE WS-SUPPLIER-TOTALS
               OPEN OUTPUT PRINT-FILE
               PERFORM 3000-PRINT-HEADINGS
           END-IF.

       1200-PROMPT-PROPOSALS.
           DISPLAY "Print proposed lead times from recent history "
               "(Y/N)?"
           ACCEPT WS-PROPOSE-SW
           MOVE FUNCTION UPPER-CASE(WS-PROPOSE-SW) TO WS-PROPOSE-SW
           IF NOT (PRINT-PROPOSALS OR DO-NOT-PRINT-PROPOSALS)
               DISPLAY "ANSWER MUST BE Y OR N - PLEASE RE-ENTER"
           END-IF.

       1300-GET-HISTORY-DAYS.
           SET DAYS-ARE-INVALID TO TRUE
           PERFORM 1310-PROMPT-HISTORY-DAYS
               UNTIL DAYS-ARE-VALID.

       1310-PROMPT-HISTORY-DAYS.
           DISPLAY "Enter the number of days of receipts to base "
               "the proposal on (blank for 180):"
           ACCEPT WS-DAYS-INPUT
           IF WS-DAYS-INPUT = SPACES
               MOVE 180 TO WS-HISTORY-DAYS
               SET DAYS-ARE-VALID TO TRUE
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-DAYS-INPUT) NOT = ZERO
                   DISPLAY "DAYS MUST BE NUMERIC - PLEASE RE-ENTER"
               ELSE
                   COMPUTE WS-HISTORY-DAYS =
                       FUNCTION NUMVAL(WS-DAYS-INPUT)
                   IF WS-HISTORY-DAYS = ZERO
                       DISPLAY "DAYS MUST BE AT LEAST 1 - PLEASE "
                           "RE-ENTER"
                   ELSE
                       SET DAYS-ARE-VALID TO TRUE
                   END-IF
               END-IF
           END-IF.

       2000-SELECT-ORDER-LINES.
           SET NOT-END-OF-PO-FILE TO TRUE
           PERFORM 2100-READ-PO-RECORD
           PERFORM 2200-RELEASE-ORDER-LINE
               UNTIL END-OF-PO-FILE.

       2100-READ-PO-RECORD.
           READ PO-FILE
               AT END SET END-OF-PO-FILE TO TRUE
           END-READ.

       2200-RELEASE-ORDER-LINE.
           IF POR-RECORD-TYPE = "L"
               MOVE ZERO TO SRT-RAISED-DAY
               MOVE ZERO TO SRT-RECEIVED-DAY
               MOVE ZERO TO SRT-LEAD-DAYS
               IF POR-RAISED-DATE IS NUMERIC
                   IF FUNCTION TEST-DATE-YYYYMMDD(POR-RAISED-DATE)
                           = ZERO
                       COMPUTE SRT-RAISED-DAY =
                           FUNCTION INTEGER-OF-DATE(POR-RAISED-DATE)
                   END-IF
               END-IF
               IF POR-LINE-STATUS = "R"
                       AND POR-RECEIVED-DATE IS NUMERIC
                   IF FUNCTION TEST-DATE-YYYYMMDD(POR-RECEIVED-DATE)
                           = ZERO
                       COMPUTE SRT-RECEIVED-DAY =
                           FUNCTION INTEGER-OF-DATE(POR-RECEIVED-DATE)
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN SRT-RAISED-DAY = ZERO
                       ADD 1 TO WS-UNMEASURED-COUNT
                   WHEN POR-LINE-STATUS = "R"
                           AND SRT-RECEIVED-DAY < SRT-RAISED-DAY
                       ADD 1 TO WS-UNMEASURED-COUNT
                   WHEN OTHER
                       IF POR-LINE-STATUS = "R"
                           COMPUTE SRT-LEAD-DAYS =
                               SRT-RECEIVED-DAY - SRT-RAISED-DAY
                       END-IF
                       MOVE POR-SUPPLIER-CODE TO SRT-SUPPLIER-CODE
                       MOVE POR-PO-NUMBER TO SRT-PO-NUMBER
                       MOVE POR-LINE-NUMBER TO SRT-LINE-NUMBER
                       MOVE POR-ITEM-CODE TO SRT-ITEM-CODE
                       MOVE POR-ORDER-QTY TO SRT-ORDER-QTY
                       MOVE POR-LINE-STATUS TO SRT-LINE-STATUS
                       MOVE POR-RAISED-DATE TO SRT-RAISED-DATE
                       MOVE POR-RECEIVED-DATE TO SRT-RECEIVED-DATE
                       RELEASE SORT-RECORD
               END-EVALUATE
           END-IF
           PERFORM 2100-READ-PO-RECORD.

       3000-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO HD-PAGE-NO
           WRITE PRINT-REC FROM WS-REPORT-HEADING
               AFTER ADVANCING PAGE
           MOVE WS-TODAY TO DT-TODAY
           WRITE PRINT-REC FROM WS-DATE-LINE
               AFTER ADVANCING 1 LINE
           MOVE ZERO TO WS-LINE-COUNT.

       3900-CHECK-PAGE-FULL.
           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 3000-PRINT-HEADINGS
           END-IF.

       5000-PRINT-PERFORMANCE.
           SET NOT-END-OF-SORT-FILE TO TRUE
           PERFORM 5100-RETURN-SORT-RECORD
           PERFORM 5200-PROCESS-ONE-LINE
               UNTIL END-OF-SORT-FILE
           IF WS-CURRENT-SUPPLIER NOT = HIGH-VALUES
               PERFORM 5700-PRINT-SUPPLIER-SUMMARY
           END-IF.

       5100-RETURN-SORT-RECORD.
           RETURN SORT-FILE
               AT END SET END-OF-SORT-FILE TO TRUE
           END-RETURN.

       5200-PROCESS-ONE-LINE.
           IF SRT-SUPPLIER-CODE NOT = WS-CURRENT-SUPPLIER
               IF WS-CURRENT-SUPPLIER NOT = HIGH-VALUES
                   PERFORM 5700-PRINT-SUPPLIER-SUMMARY
               END-IF
               MOVE SRT-SUPPLIER-CODE TO WS-CURRENT-SUPPLIER
               PERFORM 5300-GET-SUPPLIER-DETAILS
               PERFORM 5400-PRINT-SUPPLIER-LINE
               SET OVERDUE-HEADING-NOT-PRINTED TO TRUE
           END-IF
           IF SRT-LINE-STATUS = "R"
               PERFORM 5500-NOTE-RECEIVED-LINE
           ELSE
               PERFORM 5600-CHECK-OPEN-LINE
           END-IF
           PERFORM 5100-RETURN-SORT-RECORD.

       5300-GET-SUPPLIER-DETAILS.
           MOVE SPACES TO WS-CURRENT-SUP-NAME
           MOVE ZERO TO WS-CURRENT-LEAD-TIME
           IF WS-CURRENT-SUPPLIER = SPACES
               MOVE "*NO SUPPLIER ON ORDER*" TO WS-CURRENT-SUP-NAME
           ELSE
               IF SUPPLIER-FILE-IS-OPEN
                   MOVE WS-CURRENT-SUPPLIER TO SUP-CODE
                   READ SUPPLIER-FILE
                       INVALID KEY
                           MOVE "*UNKNOWN SUPPLIER*"
                               TO WS-CURRENT-SUP-NAME
                       NOT INVALID KEY
                           MOVE SUP-NAME TO WS-CURRENT-SUP-NAME
                           IF SUP-LEAD-TIME IS NUMERIC
                               MOVE SUP-LEAD-TIME
                                   TO WS-CURRENT-LEAD-TIME
                           END-IF
                   END-READ
               END-IF
           END-IF.

       5400-PRINT-SUPPLIER-LINE.
           PERFORM 3900-CHECK-PAGE-FULL
           MOVE WS-CURRENT-SUPPLIER TO SL-SUPPLIER-CODE
           MOVE WS-CURRENT-SUP-NAME TO SL-SUPPLIER-NAME
           MOVE WS-CURRENT-LEAD-TIME TO SL-LEAD-TIME
           WRITE PRINT-REC FROM WS-SUPPLIER-LINE
               AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-COUNT
           ADD 1 TO WS-SUPPLIER-COUNT.

       5500-NOTE-RECEIVED-LINE.
           ADD 1 TO WS-SUP-RECEIVED-COUNT
           ADD SRT-LEAD-DAYS TO WS-SUP-TOTAL-DAYS
           IF SRT-LEAD-DAYS > WS-SUP-WORST-DAYS
               MOVE SRT-LEAD-DAYS TO WS-SUP-WORST-DAYS
           END-IF
           IF SRT-LEAD-DAYS <= WS-CURRENT-LEAD-TIME
               ADD 1 TO WS-SUP-WITHIN-COUNT
           END-IF
           IF PRINT-PROPOSALS
                   AND SRT-RECEIVED-DAY >= WS-HISTORY-START-DAY
               ADD 1 TO WS-SUP-RECENT-COUNT
               ADD SRT-LEAD-DAYS TO WS-SUP-RECENT-DAYS
           END-IF.

       5600-CHECK-OPEN-LINE.
           COMPUTE WS-DUE-DAY = SRT-RAISED-DAY + WS-CURRENT-LEAD-TIME
           IF WS-TODAY-DAY > WS-DUE-DAY
               ADD 1 TO WS-SUP-OVERDUE-COUNT
               COMPUTE WS-DAYS-LATE = WS-TODAY-DAY - WS-DUE-DAY
               COMPUTE WS-DUE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DUE-DAY)
               IF OVERDUE-HEADING-NOT-PRINTED
                   PERFORM 3900-CHECK-PAGE-FULL
                   WRITE PRINT-REC FROM WS-OVERDUE-HEADING
                       AFTER ADVANCING 1 LINE
                   ADD 1 TO WS-LINE-COUNT
                   SET OVERDUE-HEADING-PRINTED TO TRUE
               END-IF
               PERFORM 3900-CHECK-PAGE-FULL
               MOVE SRT-PO-NUMBER TO OL-PO-NUMBER
               MOVE SRT-LINE-NUMBER TO OL-LINE-NUMBER
               MOVE SRT-ITEM-CODE TO OL-ITEM-CODE
               MOVE SRT-ORDER-QTY TO OL-ORDER-QTY
               MOVE SRT-RAISED-DATE TO OL-RAISED-DATE
               MOVE WS-DUE-DATE TO OL-DUE-DATE
               MOVE WS-DAYS-LATE TO OL-DAYS-LATE
               WRITE PRINT-REC FROM WS-OVERDUE-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       5700-PRINT-SUPPLIER-SUMMARY.
           IF WS-SUP-RECEIVED-COUNT > ZERO
               COMPUTE WS-AVERAGE-DAYS ROUNDED =
                   WS-SUP-TOTAL-DAYS / WS-SUP-RECEIVED-COUNT
               COMPUTE WS-WITHIN-PERCENT ROUNDED =
                   WS-SUP-WITHIN-COUNT * 100 / WS-SUP-RECEIVED-COUNT
           ELSE
               MOVE ZERO TO WS-AVERAGE-DAYS
               MOVE ZERO TO WS-WITHIN-PERCENT
           END-IF
           PERFORM 3900-CHECK-PAGE-FULL
           MOVE WS-SUP-RECEIVED-COUNT TO LL-RECEIVED-COUNT
           MOVE WS-AVERAGE-DAYS TO LL-AVERAGE-DAYS
           MOVE WS-SUP-WORST-DAYS TO LL-WORST-DAYS
           WRITE PRINT-REC FROM WS-LEAD-TIME-LINE
               AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-COUNT
           MOVE WS-WITHIN-PERCENT TO TL-WITHIN-PERCENT
           MOVE WS-SUP-OVERDUE-COUNT TO TL-OVERDUE-COUNT
           WRITE PRINT-REC FROM WS-ON-TIME-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT
           IF PRINT-PROPOSALS
               PERFORM 5800-PRINT-PROPOSAL
           END-IF
           ADD WS-SUP-RECEIVED-COUNT TO WS-RECEIVED-COUNT
           ADD WS-SUP-WITHIN-COUNT TO WS-WITHIN-COUNT
           ADD WS-SUP-OVERDUE-COUNT TO WS-OVERDUE-COUNT
           INITIALIZE WS-SUPPLIER-TOTALS.

       5800-PRINT-PROPOSAL.
           IF WS-SUP-RECENT-COUNT = ZERO
               MOVE WS-CURRENT-LEAD-TIME TO WS-PROPOSED-LEAD-TIME
               MOVE "NO HISTORY" TO PL-NOTE
           ELSE
               COMPUTE WS-PROPOSED-CHECK =
                   (WS-SUP-RECENT-DAYS + WS-SUP-RECENT-COUNT - 1)
                       / WS-SUP-RECENT-COUNT
               IF WS-PROPOSED-CHECK > WS-LEAD-TIME-MAXIMUM
                   MOVE WS-LEAD-TIME-MAXIMUM TO WS-PROPOSED-LEAD-TIME
               ELSE
                   MOVE WS-PROPOSED-CHECK TO WS-PROPOSED-LEAD-TIME
               END-IF
               IF WS-PROPOSED-LEAD-TIME = WS-CURRENT-LEAD-TIME
                   MOVE "NO CHANGE" TO PL-NOTE
               ELSE
                   MOVE "REVIEW" TO PL-NOTE
                   ADD 1 TO WS-REVIEW-COUNT
               END-IF
           END-IF
           PERFORM 3900-CHECK-PAGE-FULL
           MOVE WS-PROPOSED-LEAD-TIME TO PL-PROPOSED-LEAD-TIME
           MOVE WS-SUP-RECENT-COUNT TO PL-RECENT-COUNT
           WRITE PRINT-REC FROM WS-PROPOSAL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       8000-PRINT-TOTALS.
           MOVE "SUPPLIERS REPORTED:" TO GT-CAPTION
           MOVE WS-SUPPLIER-COUNT TO GT-COUNT
           WRITE PRINT-REC FROM WS-TOTAL-LINE
               AFTER ADVANCING 3 LINES
           MOVE "LINES RECEIVED:" TO GT-CAPTION
           MOVE WS-RECEIVED-COUNT TO GT-COUNT
           PERFORM 8100-PRINT-TOTAL-LINE
           MOVE "LINES WITHIN QUOTED LEAD TIME:" TO GT-CAPTION
           MOVE WS-WITHIN-COUNT TO GT-COUNT
           PERFORM 8100-PRINT-TOTAL-LINE
           MOVE "OPEN LINES PAST DUE:" TO GT-CAPTION
           MOVE WS-OVERDUE-COUNT TO GT-COUNT
           PERFORM 8100-PRINT-TOTAL-LINE
           MOVE "LINES WITH DATES NOT VALID:" TO GT-CAPTION
           MOVE WS-UNMEASURED-COUNT TO GT-COUNT
           PERFORM 8100-PRINT-TOTAL-LINE
           IF PRINT-PROPOSALS
               MOVE "LEAD TIMES TO REVIEW:" TO GT-CAPTION
               MOVE WS-REVIEW-COUNT TO GT-COUNT
               PERFORM 8100-PRINT-TOTAL-LINE
           END-IF.

       8100-PRINT-TOTAL-LINE.
           WRITE PRINT-REC FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

       9000-TERMINATE.
           IF PO-FILE-IS-OPEN
               CLOSE PO-FILE
               CLOSE PRINT-FILE
               IF SUPPLIER-FILE-IS-OPEN
                   CLOSE SUPPLIER-FILE
               END-IF
           END-IF.
