       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-EXTRACT.
      *********************************
      *AUTHOR. MURAT KUÞ.
      *DATE-WRITTEN. 29/07/2023.
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

           SELECT MOVEMENT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\itemmvmt.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-MVMT-FILE-STATUS.

           SELECT GLMAP-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\glmap.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GLM-KEY
           FILE STATUS IS WS-GLMAP-FILE-STATUS.

           SELECT GL-CONTROL-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\glctrl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CTRL-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT SORT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\sortwork.tmp".

           SELECT PRINT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\glextr.prt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  ITEM-FILE.
           COPY STOCKITM.

       FD  MOVEMENT-FILE.
           COPY MVMTREC.

       FD  GLMAP-FILE.
           COPY GLMAP.

       FD  GL-CONTROL-FILE.
       01  GL-CONTROL-RECORD.
        02 GLC-LAST-POSTED-DATE PIC 9(8).
        02 GLC-POSTED-ON-DATE PIC 9(8).

       FD  JOURNAL-FILE.
       01  GL-JOURNAL-RECORD.
        02 GLJ-RECORD-TYPE PIC X(1).
        02 GLJ-PERIOD-FROM PIC 9(8).
        02 GLJ-PERIOD-TO PIC 9(8).
        02 GLJ-ACCOUNT PIC X(10).
        02 GLJ-GROUP-CODE PIC X(3).
        02 GLJ-DEBIT-AMOUNT PIC 9(11)V99.
        02 GLJ-CREDIT-AMOUNT PIC 9(11)V99.
        02 GLJ-LINE-COUNT PIC 9(5).
        02 GLJ-POSTED-ON-DATE PIC 9(8).

       SD  SORT-FILE.
       01  SORT-RECORD.
        02 SRT-ACCOUNT PIC X(10).
        02 SRT-GROUP-CODE PIC X(3).
        02 SRT-DEBIT PIC 9(11)V99.
        02 SRT-CREDIT PIC 9(11)V99.

       FD  PRINT-FILE.
       01  PRINT-REC PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS PIC X(2).
       01  WS-MVMT-FILE-STATUS PIC X(2).
       01  WS-GLMAP-FILE-STATUS PIC X(2).
       01  WS-CTRL-FILE-STATUS PIC X(2).
       01  WS-JRNL-FILE-STATUS PIC X(2).

       01  WS-JOURNAL-NAME PIC X(70).
       77  WS-FILE-PREFIX PIC X(43)
               VALUE "C:\Coding etc\Github Cobol\Write-to-a-file\".

       01  WS-RUN-MODE PIC X(1).
           88 REPORT-ONLY-RUN VALUE "R".
           88 POST-RUN VALUE "P".

       01  WS-FILES-OPEN-SW PIC X(1).
           88 ALL-FILES-ARE-OPEN VALUE "Y".
           88 FILES-NOT-ALL-OPEN VALUE "N".

       01  WS-RUN-ALLOWED-SW PIC X(1).
           88 RUN-IS-ALLOWED VALUE "Y".
           88 RUN-NOT-ALLOWED VALUE "N".

       01  WS-JOURNAL-OPEN-SW PIC X(1) VALUE "N".
           88 JOURNAL-IS-OPEN VALUE "Y".
           88 JOURNAL-NOT-OPEN VALUE "N".

       01  WS-MVMT-EOF-SW PIC X(1).
           88 END-OF-MOVEMENT-FILE VALUE "Y".
           88 NOT-END-OF-MOVEMENT-FILE VALUE "N".

       01  WS-SORT-EOF-SW PIC X(1).
           88 END-OF-SORT-FILE VALUE "Y".
           88 NOT-END-OF-SORT-FILE VALUE "N".

       01  WS-DATE-SW PIC X(1).
           88 DATE-IS-VALID VALUE "Y".
           88 DATE-IS-INVALID VALUE "N".

       01  WS-ITEM-FOUND-SW PIC X(1).
           88 ITEM-FOUND VALUE "Y".
           88 ITEM-NOT-FOUND VALUE "N".

       01  WS-MAPPING-SW PIC X(1).
           88 MAPPING-FOUND VALUE "Y".
           88 MAPPING-NOT-FOUND VALUE "N".

       01  WS-COST-SW PIC X(1).
           88 COST-IS-KNOWN VALUE "Y".
           88 COST-NOT-KNOWN VALUE "N".

       01  WS-GROUP-SW PIC X(1) VALUE "N".
           88 GROUP-IS-ACTIVE VALUE "Y".
           88 GROUP-NOT-ACTIVE VALUE "N".

       01  WS-EXCEPTION-HEAD-SW PIC X(1) VALUE "N".
           88 EXCEPTION-HEADING-PRINTED VALUE "Y".
           88 EXCEPTION-HEADING-NOT-PRINTED VALUE "N".

       01  WS-DATE-INPUT PIC X(8).
       01  WS-TODAY PIC 9(8).
       01  WS-PERIOD-FROM PIC 9(8).
       01  WS-PERIOD-TO PIC 9(8).
       01  WS-LAST-POSTED-DATE PIC 9(8).

       01  WS-GROUP-CODE PIC X(3).
       01  WS-UNIT-COST PIC 9(5)V99.
       01  WS-MOVEMENT-VALUE PIC 9(11)V99.
       01  WS-DEBIT-ACCOUNT PIC X(10).
       01  WS-CREDIT-ACCOUNT PIC X(10).
       01  WS-EXCEPTION-MESSAGE PIC X(40).

       01  WS-CURRENT-ACCOUNT PIC X(10).
       01  WS-CURRENT-GROUP PIC X(3).
       01  WS-GROUP-DEBIT PIC 9(11)V99.
       01  WS-GROUP-CREDIT PIC 9(11)V99.

       01  WS-TYPE-TOTALS.
           05 WS-RECEIVED-TOTAL PIC 9(7) VALUE ZERO.
           05 WS-ISSUED-TOTAL PIC 9(7) VALUE ZERO.
           05 WS-ADJUSTED-TOTAL PIC 9(7) VALUE ZERO.
           05 WS-TRF-OUT-TOTAL PIC 9(7) VALUE ZERO.
           05 WS-TRF-IN-TOTAL PIC 9(7) VALUE ZERO.

       01  WS-VALUE-TOTALS.
           05 WS-RECEIVED-VALUE PIC 9(13)V99 VALUE ZERO.
           05 WS-ISSUED-VALUE PIC 9(13)V99 VALUE ZERO.
           05 WS-KIT-IN-VALUE PIC 9(13)V99 VALUE ZERO.
           05 WS-KIT-OUT-VALUE PIC 9(13)V99 VALUE ZERO.
           05 WS-RETURNED-VALUE PIC 9(13)V99 VALUE ZERO.
           05 WS-GAIN-VALUE PIC 9(13)V99 VALUE ZERO.
           05 WS-LOSS-VALUE PIC 9(13)V99 VALUE ZERO.
           05 WS-TOTAL-DEBIT PIC 9(13)V99 VALUE ZERO.
           05 WS-TOTAL-CREDIT PIC 9(13)V99 VALUE ZERO.
           05 WS-JOURNAL-DEBIT PIC 9(13)V99 VALUE ZERO.
           05 WS-JOURNAL-CREDIT PIC 9(13)V99 VALUE ZERO.

       77  WS-READ-COUNT PIC 9(7) COMP VALUE ZERO.
       77  WS-MOVEMENT-COUNT PIC 9(7) COMP VALUE ZERO.
       77  WS-POSTED-COUNT PIC 9(7) COMP VALUE ZERO.
       77  WS-TRANSFER-COUNT PIC 9(7) COMP VALUE ZERO.
       77  WS-EXCEPTION-COUNT PIC 9(7) COMP VALUE ZERO.
       77  WS-JOURNAL-LINE-COUNT PIC 9(5) COMP VALUE ZERO.

       77  WS-MAX-LINES-PER-PAGE PIC 9(2) VALUE 55.
       77  WS-LINE-COUNT PIC 9(2) COMP VALUE ZERO.
       77  WS-PAGE-COUNT PIC 9(3) COMP VALUE ZERO.

       01  WS-REPORT-HEADING.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(25) VALUE "GENERAL LEDGER EXTRACT".
           05 FILLER PIC X(6)  VALUE " PAGE ".
           05 HD-PAGE-NO PIC ZZ9.
           05 FILLER PIC X(36) VALUE SPACES.

       01  WS-PERIOD-LINE.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(7)  VALUE "PERIOD ".
           05 PL-PERIOD-FROM PIC 9(8).
           05 FILLER PIC X(4)  VALUE " TO ".
           05 PL-PERIOD-TO PIC 9(8).
           05 FILLER PIC X(13) VALUE "  RUN MODE - ".
           05 PL-MODE PIC X(25).
           05 FILLER PIC X(5)  VALUE SPACES.

       01  WS-SECTION-LINE.
           05 FILLER PIC X(1)  VALUE SPACES.
           05 SL-CAPTION PIC X(40).
           05 FILLER PIC X(39) VALUE SPACES.

       01  WS-EXCEPTION-HEADING.
           05 FILLER PIC X(1)  VALUE SPACES.
           05 FILLER PIC X(9)  VALUE "DATE".
           05 FILLER PIC X(6)  VALUE "ITEM".
           05 FILLER PIC X(2)  VALUE "T".
           05 FILLER PIC X(6)  VALUE "  QTY".
           05 FILLER PIC X(4)  VALUE "GRP".
           05 FILLER PIC X(52) VALUE "EXCEPTION".

       01  WS-EXCEPTION-LINE.
           05 FILLER PIC X(1)  VALUE SPACES.
           05 EX-DATE PIC 9(8).
           05 FILLER PIC X(1)  VALUE SPACES.
           05 EX-ITEM-CODE PIC X(5).
           05 FILLER PIC X(1)  VALUE SPACES.
           05 EX-TYPE PIC X(1).
           05 FILLER PIC X(1)  VALUE SPACES.
           05 EX-QUANTITY PIC ZZZZ9.
           05 FILLER PIC X(1)  VALUE SPACES.
           05 EX-GROUP-CODE PIC X(3).
           05 FILLER PIC X(1)  VALUE SPACES.
           05 EX-MESSAGE PIC X(40).
           05 FILLER PIC X(12) VALUE SPACES.

       01  WS-JOURNAL-HEADING.
           05 FILLER PIC X(1)  VALUE SPACES.
           05 FILLER PIC X(12) VALUE "ACCOUNT".
           05 FILLER PIC X(7)  VALUE "GROUP".
           05 FILLER PIC X(15) VALUE "          DEBIT".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(15) VALUE "         CREDIT".
           05 FILLER PIC X(28) VALUE SPACES.

       01  WS-JOURNAL-LINE.
           05 FILLER PIC X(1)  VALUE SPACES.
           05 JL-ACCOUNT PIC X(10).
           05 FILLER PIC X(2)  VALUE SPACES.
           05 JL-GROUP-CODE PIC X(3).
           05 FILLER PIC X(4)  VALUE SPACES.
           05 JL-DEBIT PIC Z(11)9.99.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 JL-CREDIT PIC Z(11)9.99.
           05 FILLER PIC X(28) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 TL-CAPTION PIC X(30).
           05 TL-COUNT PIC ZZZZZZ9.
           05 FILLER PIC X(41) VALUE SPACES.

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
                   ON ASCENDING KEY SRT-ACCOUNT
                                    SRT-GROUP-CODE
                   INPUT PROCEDURE IS 2000-SELECT-MOVEMENTS
                   OUTPUT PROCEDURE IS 5000-WRITE-JOURNAL
               PERFORM 8000-PRINT-TOTALS
               IF POST-RUN
                   PERFORM 7000-FINISH-POSTING
               END-IF
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           SET FILES-NOT-ALL-OPEN TO TRUE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           DISPLAY "Welcome to the General Ledger Extract App"
           PERFORM 1200-GET-RUN-OPTIONS
           SET RUN-IS-ALLOWED TO TRUE
           IF POST-RUN
               PERFORM 1400-CHECK-POSTING-CONTROL
           END-IF
           IF RUN-IS-ALLOWED
               PERFORM 1100-OPEN-INPUT-FILES
           END-IF.

       1100-OPEN-INPUT-FILES.
           OPEN INPUT ITEM-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ITEM FILE NOT FOUND - LEDGER EXTRACT "
                   "ABORTED"
           ELSE
               OPEN INPUT GLMAP-FILE
               IF WS-GLMAP-FILE-STATUS NOT = "00"
                   DISPLAY "ACCOUNT MAPPING FILE NOT FOUND - "
                       "LEDGER EXTRACT ABORTED"
                   CLOSE ITEM-FILE
               ELSE
                   OPEN INPUT MOVEMENT-FILE
                   IF WS-MVMT-FILE-STATUS NOT = "00"
                       DISPLAY "MOVEMENT FILE NOT FOUND - LEDGER "
                           "EXTRACT ABORTED"
                       CLOSE ITEM-FILE
                       CLOSE GLMAP-FILE
                   ELSE
                       SET ALL-FILES-ARE-OPEN TO TRUE
                       OPEN OUTPUT PRINT-FILE
                       PERFORM 3000-PRINT-HEADINGS
                   END-IF
               END-IF
           END-IF.

       1200-GET-RUN-OPTIONS.
           SET DATE-IS-INVALID TO TRUE
           PERFORM 1210-PROMPT-PERIOD-FROM
               UNTIL DATE-IS-VALID
           SET DATE-IS-INVALID TO TRUE
           PERFORM 1220-PROMPT-PERIOD-TO
               UNTIL DATE-IS-VALID
           MOVE SPACE TO WS-RUN-MODE
           PERFORM 1230-PROMPT-RUN-MODE
               UNTIL REPORT-ONLY-RUN OR POST-RUN.

       1210-PROMPT-PERIOD-FROM.
           DISPLAY "Enter the first business date of the period "
               "(YYYYMMDD, blank for today):"
           ACCEPT WS-DATE-INPUT
           IF WS-DATE-INPUT = SPACES
               MOVE WS-TODAY TO WS-PERIOD-FROM
               SET DATE-IS-VALID TO TRUE
           ELSE
               IF WS-DATE-INPUT IS NOT NUMERIC
                   DISPLAY "DATE MUST BE 8 DIGITS - PLEASE RE-ENTER"
               ELSE
                   MOVE WS-DATE-INPUT TO WS-PERIOD-FROM
                   SET DATE-IS-VALID TO TRUE
               END-IF
           END-IF.

       1220-PROMPT-PERIOD-TO.
           DISPLAY "Enter the last business date of the period "
               "(YYYYMMDD, blank for the same date):"
           ACCEPT WS-DATE-INPUT
           IF WS-DATE-INPUT = SPACES
               MOVE WS-PERIOD-FROM TO WS-PERIOD-TO
               SET DATE-IS-VALID TO TRUE
           ELSE
               IF WS-DATE-INPUT IS NOT NUMERIC
                   DISPLAY "DATE MUST BE 8 DIGITS - PLEASE RE-ENTER"
               ELSE
                   MOVE WS-DATE-INPUT TO WS-PERIOD-TO
                   IF WS-PERIOD-TO < WS-PERIOD-FROM
                       DISPLAY "LAST DATE IS BEFORE THE FIRST - "
                           "PLEASE RE-ENTER"
                   ELSE
                       SET DATE-IS-VALID TO TRUE
                   END-IF
               END-IF
           END-IF.

       1230-PROMPT-RUN-MODE.
           DISPLAY "R - TRIAL REPORT ONLY"
           DISPLAY "P - POST THE PERIOD TO THE LEDGER"
           DISPLAY "Please enter the run mode:"
           ACCEPT WS-RUN-MODE
           MOVE FUNCTION UPPER-CASE(WS-RUN-MODE) TO WS-RUN-MODE
           IF NOT (REPORT-ONLY-RUN OR POST-RUN)
               DISPLAY "RUN MODE MUST BE R OR P - PLEASE RE-ENTER"
           END-IF.

       1400-CHECK-POSTING-CONTROL.
           MOVE ZERO TO WS-LAST-POSTED-DATE
           OPEN INPUT GL-CONTROL-FILE
           IF WS-CTRL-FILE-STATUS = "00"
               READ GL-CONTROL-FILE
                   AT END CONTINUE
               END-READ
               IF GLC-LAST-POSTED-DATE IS NUMERIC
                   MOVE GLC-LAST-POSTED-DATE TO WS-LAST-POSTED-DATE
               END-IF
               CLOSE GL-CONTROL-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-PERIOD-FROM <= WS-LAST-POSTED-DATE
                   DISPLAY "MOVEMENTS HAVE BEEN POSTED UP TO "
                       WS-LAST-POSTED-DATE " - PERIOD NOT POSTED"
                   SET RUN-NOT-ALLOWED TO TRUE
               WHEN WS-PERIOD-TO > WS-TODAY
                   DISPLAY "PERIOD HAS NOT ENDED - PERIOD NOT POSTED"
                   SET RUN-NOT-ALLOWED TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2000-SELECT-MOVEMENTS.
           SET NOT-END-OF-MOVEMENT-FILE TO TRUE
           PERFORM 2100-READ-MOVEMENT-RECORD
           PERFORM 2200-VALUE-ONE-MOVEMENT
               UNTIL END-OF-MOVEMENT-FILE.

       2100-READ-MOVEMENT-RECORD.
           READ MOVEMENT-FILE
               AT END SET END-OF-MOVEMENT-FILE TO TRUE
           END-READ.

       2200-VALUE-ONE-MOVEMENT.
           ADD 1 TO WS-READ-COUNT
           IF MVT-DATE IS NUMERIC
               IF MVT-DATE >= WS-PERIOD-FROM
                       AND MVT-DATE <= WS-PERIOD-TO
                   PERFORM 2300-TALLY-MOVEMENT-TYPE
               END-IF
           END-IF
           PERFORM 2100-READ-MOVEMENT-RECORD.

       2300-TALLY-MOVEMENT-TYPE.
           ADD 1 TO WS-MOVEMENT-COUNT
           MOVE SPACES TO WS-GROUP-CODE
           EVALUATE MVT-TYPE
               WHEN "R"
               WHEN "K"
               WHEN "U"
                   ADD MVT-QUANTITY TO WS-RECEIVED-TOTAL
                   PERFORM 2400-POST-ONE-MOVEMENT
               WHEN "I"
               WHEN "C"
               WHEN "D"
               WHEN "V"
                   ADD MVT-QUANTITY TO WS-ISSUED-TOTAL
                   PERFORM 2400-POST-ONE-MOVEMENT
               WHEN "A"
                   ADD MVT-QUANTITY TO WS-ADJUSTED-TOTAL
                   PERFORM 2400-POST-ONE-MOVEMENT
               WHEN "O"
                   ADD MVT-QUANTITY TO WS-TRF-OUT-TOTAL
                   ADD 1 TO WS-TRANSFER-COUNT
               WHEN "T"
                   ADD MVT-QUANTITY TO WS-TRF-IN-TOTAL
                   ADD 1 TO WS-TRANSFER-COUNT
               WHEN OTHER
                   MOVE "UNKNOWN MOVEMENT TYPE" TO WS-EXCEPTION-MESSAGE
                   PERFORM 4000-PRINT-EXCEPTION-LINE
           END-EVALUATE.

       2400-POST-ONE-MOVEMENT.
           PERFORM 2500-READ-MOVEMENT-ITEM
           PERFORM 2600-FIND-UNIT-COST
           PERFORM 2700-FIND-ACCOUNT-MAPPING
           EVALUATE TRUE
               WHEN COST-NOT-KNOWN
                   MOVE "NO UNIT COST FOR THE MOVEMENT"
                       TO WS-EXCEPTION-MESSAGE
                   PERFORM 4000-PRINT-EXCEPTION-LINE
               WHEN MAPPING-NOT-FOUND
                   MOVE "NO ACCOUNT MAPPING FOR GROUP AND TYPE"
                       TO WS-EXCEPTION-MESSAGE
                   PERFORM 4000-PRINT-EXCEPTION-LINE
               WHEN MVT-TYPE = "A"
                       AND MVT-ADJUST-SIGN NOT = "+"
                       AND MVT-ADJUST-SIGN NOT = "-"
                   MOVE "ADJUSTMENT DIRECTION NOT RECORDED"
                       TO WS-EXCEPTION-MESSAGE
                   PERFORM 4000-PRINT-EXCEPTION-LINE
               WHEN OTHER
                   PERFORM 2800-RELEASE-JOURNAL-PAIR
           END-EVALUATE.

       2500-READ-MOVEMENT-ITEM.
           MOVE MVT-ITEM-CODE TO ITEM-CODE
           READ ITEM-FILE
               INVALID KEY
                   SET ITEM-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET ITEM-FOUND TO TRUE
                   MOVE ITEM-GROUP-CODE TO WS-GROUP-CODE
           END-READ.

       2600-FIND-UNIT-COST.
           SET COST-IS-KNOWN TO TRUE
           IF MVT-UNIT-COST IS NUMERIC
               MOVE MVT-UNIT-COST TO WS-UNIT-COST
           ELSE
               IF ITEM-FOUND AND ITEM-UNIT-COST IS NUMERIC
                   MOVE ITEM-UNIT-COST TO WS-UNIT-COST
               ELSE
                   SET COST-NOT-KNOWN TO TRUE
               END-IF
           END-IF.

       2700-FIND-ACCOUNT-MAPPING.
           SET MAPPING-FOUND TO TRUE
           MOVE WS-GROUP-CODE TO GLM-GROUP-CODE
           MOVE MVT-TYPE TO GLM-MOVEMENT-TYPE
           READ GLMAP-FILE
               INVALID KEY
                   MOVE SPACES TO GLM-GROUP-CODE
                   MOVE MVT-TYPE TO GLM-MOVEMENT-TYPE
                   READ GLMAP-FILE
                       INVALID KEY
                           SET MAPPING-NOT-FOUND TO TRUE
                   END-READ
           END-READ
           IF MAPPING-FOUND
               IF GLM-DEBIT-ACCOUNT = SPACES
                       OR GLM-CREDIT-ACCOUNT = SPACES
                   SET MAPPING-NOT-FOUND TO TRUE
               END-IF
           END-IF
           IF MAPPING-FOUND
               IF MVT-TYPE = "A" AND MVT-ADJUST-SIGN = "+"
                   MOVE GLM-CREDIT-ACCOUNT TO WS-DEBIT-ACCOUNT
                   MOVE GLM-DEBIT-ACCOUNT TO WS-CREDIT-ACCOUNT
               ELSE
                   MOVE GLM-DEBIT-ACCOUNT TO WS-DEBIT-ACCOUNT
                   MOVE GLM-CREDIT-ACCOUNT TO WS-CREDIT-ACCOUNT
               END-IF
           END-IF.

       2800-RELEASE-JOURNAL-PAIR.
           COMPUTE WS-MOVEMENT-VALUE = MVT-QUANTITY * WS-UNIT-COST
           MOVE WS-DEBIT-ACCOUNT TO SRT-ACCOUNT
           MOVE WS-GROUP-CODE TO SRT-GROUP-CODE
           MOVE WS-MOVEMENT-VALUE TO SRT-DEBIT
           MOVE ZERO TO SRT-CREDIT
           RELEASE SORT-RECORD
           MOVE WS-CREDIT-ACCOUNT TO SRT-ACCOUNT
           MOVE WS-GROUP-CODE TO SRT-GROUP-CODE
           MOVE ZERO TO SRT-DEBIT
           MOVE WS-MOVEMENT-VALUE TO SRT-CREDIT
           RELEASE SORT-RECORD
           ADD WS-MOVEMENT-VALUE TO WS-TOTAL-DEBIT
           ADD WS-MOVEMENT-VALUE TO WS-TOTAL-CREDIT
           ADD 1 TO WS-POSTED-COUNT
           EVALUATE TRUE
               WHEN MVT-TYPE = "R"
                   ADD WS-MOVEMENT-VALUE TO WS-RECEIVED-VALUE
               WHEN MVT-TYPE = "I"
                   ADD WS-MOVEMENT-VALUE TO WS-ISSUED-VALUE
               WHEN MVT-TYPE = "K" OR MVT-TYPE = "U"
                   ADD WS-MOVEMENT-VALUE TO WS-KIT-IN-VALUE
               WHEN MVT-TYPE = "C" OR MVT-TYPE = "D"
                   ADD WS-MOVEMENT-VALUE TO WS-KIT-OUT-VALUE
               WHEN MVT-TYPE = "V"
                   ADD WS-MOVEMENT-VALUE TO WS-RETURNED-VALUE
               WHEN MVT-ADJUST-SIGN = "+"
                   ADD WS-MOVEMENT-VALUE TO WS-GAIN-VALUE
               WHEN OTHER
                   ADD WS-MOVEMENT-VALUE TO WS-LOSS-VALUE
           END-EVALUATE.

       3000-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO HD-PAGE-NO
           WRITE PRINT-REC FROM WS-REPORT-HEADING
               AFTER ADVANCING PAGE
           MOVE WS-PERIOD-FROM TO PL-PERIOD-FROM
           MOVE WS-PERIOD-TO TO PL-PERIOD-TO
           IF POST-RUN
               MOVE "POST TO THE LEDGER" TO PL-MODE
           ELSE
               MOVE "TRIAL REPORT ONLY" TO PL-MODE
           END-IF
           WRITE PRINT-REC FROM WS-PERIOD-LINE
               AFTER ADVANCING 1 LINE
           MOVE 2 TO WS-LINE-COUNT.

       3900-CHECK-PAGE-FULL.
           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 3000-PRINT-HEADINGS
           END-IF.

       4000-PRINT-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT
           IF EXCEPTION-HEADING-NOT-PRINTED
               SET EXCEPTION-HEADING-PRINTED TO TRUE
               MOVE "MOVEMENTS THAT CANNOT BE POSTED" TO SL-CAPTION
               WRITE PRINT-REC FROM WS-SECTION-LINE
                   AFTER ADVANCING 2 LINES
               WRITE PRINT-REC FROM WS-EXCEPTION-HEADING
                   AFTER ADVANCING 1 LINE
               ADD 3 TO WS-LINE-COUNT
           END-IF
           MOVE MVT-DATE TO EX-DATE
           MOVE MVT-ITEM-CODE TO EX-ITEM-CODE
           MOVE MVT-TYPE TO EX-TYPE
           MOVE MVT-QUANTITY TO EX-QUANTITY
           MOVE WS-GROUP-CODE TO EX-GROUP-CODE
           MOVE WS-EXCEPTION-MESSAGE TO EX-MESSAGE
           PERFORM 3900-CHECK-PAGE-FULL
           WRITE PRINT-REC FROM WS-EXCEPTION-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       5000-WRITE-JOURNAL.
           IF POST-RUN AND WS-EXCEPTION-COUNT = ZERO
               PERFORM 5050-OPEN-JOURNAL-FILE
           END-IF
           MOVE "JOURNAL SUMMARY BY ACCOUNT AND GROUP" TO SL-CAPTION
           PERFORM 3900-CHECK-PAGE-FULL
           WRITE PRINT-REC FROM WS-SECTION-LINE
               AFTER ADVANCING 2 LINES
           WRITE PRINT-REC FROM WS-JOURNAL-HEADING
               AFTER ADVANCING 1 LINE
           ADD 3 TO WS-LINE-COUNT
           SET NOT-END-OF-SORT-FILE TO TRUE
           SET GROUP-NOT-ACTIVE TO TRUE
           PERFORM 5100-RETURN-SORT-RECORD
           PERFORM 5200-PROCESS-ONE-ENTRY
               UNTIL END-OF-SORT-FILE
           IF GROUP-IS-ACTIVE
               PERFORM 6000-FINISH-ACCOUNT-GROUP
           END-IF
           IF JOURNAL-IS-OPEN
               PERFORM 6500-WRITE-JOURNAL-TRAILER
           END-IF.

       5050-OPEN-JOURNAL-FILE.
           MOVE SPACES TO WS-JOURNAL-NAME
           STRING WS-FILE-PREFIX DELIMITED BY SIZE
               "gl" DELIMITED BY SIZE
               WS-PERIOD-FROM DELIMITED BY SIZE
               ".jnl" DELIMITED BY SIZE
               INTO WS-JOURNAL-NAME
           END-STRING
           OPEN OUTPUT JOURNAL-FILE
           IF WS-JRNL-FILE-STATUS = "00"
               SET JOURNAL-IS-OPEN TO TRUE
           ELSE
               DISPLAY "JOURNAL FILE COULD NOT BE OPENED - "
                   "PERIOD NOT POSTED"
           END-IF.

       5100-RETURN-SORT-RECORD.
           RETURN SORT-FILE
               AT END SET END-OF-SORT-FILE TO TRUE
           END-RETURN.

       5200-PROCESS-ONE-ENTRY.
           IF GROUP-NOT-ACTIVE
                   OR SRT-ACCOUNT NOT = WS-CURRENT-ACCOUNT
                   OR SRT-GROUP-CODE NOT = WS-CURRENT-GROUP
               IF GROUP-IS-ACTIVE
                   PERFORM 6000-FINISH-ACCOUNT-GROUP
               END-IF
               SET GROUP-IS-ACTIVE TO TRUE
               MOVE SRT-ACCOUNT TO WS-CURRENT-ACCOUNT
               MOVE SRT-GROUP-CODE TO WS-CURRENT-GROUP
               MOVE ZERO TO WS-GROUP-DEBIT
               MOVE ZERO TO WS-GROUP-CREDIT
           END-IF
           ADD SRT-DEBIT TO WS-GROUP-DEBIT
           ADD SRT-CREDIT TO WS-GROUP-CREDIT
           PERFORM 5100-RETURN-SORT-RECORD.

       6000-FINISH-ACCOUNT-GROUP.
           MOVE WS-CURRENT-ACCOUNT TO JL-ACCOUNT
           MOVE WS-CURRENT-GROUP TO JL-GROUP-CODE
           MOVE WS-GROUP-DEBIT TO JL-DEBIT
           MOVE WS-GROUP-CREDIT TO JL-CREDIT
           PERFORM 3900-CHECK-PAGE-FULL
           WRITE PRINT-REC FROM WS-JOURNAL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT
           ADD WS-GROUP-DEBIT TO WS-JOURNAL-DEBIT
           ADD WS-GROUP-CREDIT TO WS-JOURNAL-CREDIT
           IF JOURNAL-IS-OPEN
               MOVE "D" TO GLJ-RECORD-TYPE
               MOVE WS-PERIOD-FROM TO GLJ-PERIOD-FROM
               MOVE WS-PERIOD-TO TO GLJ-PERIOD-TO
               MOVE WS-CURRENT-ACCOUNT TO GLJ-ACCOUNT
               MOVE WS-CURRENT-GROUP TO GLJ-GROUP-CODE
               MOVE WS-GROUP-DEBIT TO GLJ-DEBIT-AMOUNT
               MOVE WS-GROUP-CREDIT TO GLJ-CREDIT-AMOUNT
               MOVE ZERO TO GLJ-LINE-COUNT
               MOVE WS-TODAY TO GLJ-POSTED-ON-DATE
               WRITE GL-JOURNAL-RECORD
               ADD 1 TO WS-JOURNAL-LINE-COUNT
           END-IF
           SET GROUP-NOT-ACTIVE TO TRUE.

       6500-WRITE-JOURNAL-TRAILER.
           MOVE "T" TO GLJ-RECORD-TYPE
           MOVE WS-PERIOD-FROM TO GLJ-PERIOD-FROM
           MOVE WS-PERIOD-TO TO GLJ-PERIOD-TO
           MOVE SPACES TO GLJ-ACCOUNT
           MOVE SPACES TO GLJ-GROUP-CODE
           MOVE WS-JOURNAL-DEBIT TO GLJ-DEBIT-AMOUNT
           MOVE WS-JOURNAL-CREDIT TO GLJ-CREDIT-AMOUNT
           MOVE WS-JOURNAL-LINE-COUNT TO GLJ-LINE-COUNT
           MOVE WS-TODAY TO GLJ-POSTED-ON-DATE
           WRITE GL-JOURNAL-RECORD
           CLOSE JOURNAL-FILE.

       7000-FINISH-POSTING.
           EVALUATE TRUE
               WHEN WS-EXCEPTION-COUNT NOT = ZERO
                   DISPLAY "MOVEMENTS COULD NOT BE POSTED - "
                       "JOURNAL NOT WRITTEN"
               WHEN JOURNAL-NOT-OPEN
                   CONTINUE
               WHEN WS-JOURNAL-DEBIT NOT = WS-JOURNAL-CREDIT
                   DISPLAY "JOURNAL DOES NOT BALANCE - PERIOD NOT "
                       "MARKED AS POSTED"
               WHEN OTHER
                   PERFORM 7100-WRITE-POSTING-CONTROL
                   DISPLAY WS-JOURNAL-LINE-COUNT
                       " JOURNAL LINE(S) WRITTEN TO "
                       WS-JOURNAL-NAME
           END-EVALUATE.

       7100-WRITE-POSTING-CONTROL.
           MOVE WS-PERIOD-TO TO GLC-LAST-POSTED-DATE
           MOVE WS-TODAY TO GLC-POSTED-ON-DATE
           OPEN OUTPUT GL-CONTROL-FILE
           WRITE GL-CONTROL-RECORD
           CLOSE GL-CONTROL-FILE.

       8000-PRINT-TOTALS.
           MOVE "CONTROL TOTALS" TO SL-CAPTION
           WRITE PRINT-REC FROM WS-SECTION-LINE
               AFTER ADVANCING 3 LINES
           MOVE "MOVEMENTS READ:" TO TL-CAPTION
           MOVE WS-READ-COUNT TO TL-COUNT
           PERFORM 8100-PRINT-TOTAL-LINE
           MOVE "MOVEMENTS PROCESSED:" TO TL-CAPTION
           MOVE WS-MOVEMENT-COUNT TO TL-COUNT
           PERFORM 8100-PRINT-TOTAL-LINE
           MOVE "MOVEMENTS POSTED:" TO TL-CAPTION
           MOVE WS-POSTED-COUNT TO TL-COUNT
           PERFORM 8100-PRINT-TOTAL-LINE
           MOVE "TRANSFERS (NO VALUE CHANGE):" TO TL-CAPTION
           MOVE WS-TRANSFER-COUNT TO TL-COUNT
           PERFORM 8100-PRINT-TOTAL-LINE
           MOVE "MOVEMENTS NOT POSTED:" TO TL-CAPTION
           MOVE WS-EXCEPTION-COUNT TO TL-COUNT
           PERFORM 8100-PRINT-TOTAL-LINE
           MOVE "TOTAL QTY RECEIVED:" TO TL-CAPTION
           MOVE WS-RECEIVED-TOTAL TO TL-COUNT
           PERFORM 8100-PRINT-TOTAL-LINE
           MOVE "TOTAL QTY ISSUED:" TO TL-CAPTION
           MOVE WS-ISSUED-TOTAL TO TL-COUNT
           PERFORM 8100-PRINT-TOTAL-LINE
           MOVE "TOTAL QTY ADJUSTED:" TO TL-CAPTION
           MOVE WS-ADJUSTED-TOTAL TO TL-COUNT
           PERFORM 8100-PRINT-TOTAL-LINE
           MOVE "TOTAL QTY TRANSFERRED OUT:" TO TL-CAPTION
           MOVE WS-TRF-OUT-TOTAL TO TL-COUNT
           PERFORM 8100-PRINT-TOTAL-LINE
           MOVE "TOTAL QTY TRANSFERRED IN:" TO TL-CAPTION
           MOVE WS-TRF-IN-TOTAL TO TL-COUNT
           PERFORM 8100-PRINT-TOTAL-LINE
           MOVE "VALUE OF RECEIPTS:" TO VL-CAPTION
           MOVE WS-RECEIVED-VALUE TO VL-TOTAL
           PERFORM 8200-PRINT-VALUE-LINE
           MOVE "VALUE OF ISSUES:" TO VL-CAPTION
           MOVE WS-ISSUED-VALUE TO VL-TOTAL
           PERFORM 8200-PRINT-VALUE-LINE
           MOVE "VALUE INTO STOCK FROM KITTING:" TO VL-CAPTION
           MOVE WS-KIT-IN-VALUE TO VL-TOTAL
           PERFORM 8200-PRINT-VALUE-LINE
           MOVE "VALUE OUT OF STOCK TO KITTING:" TO VL-CAPTION
           MOVE WS-KIT-OUT-VALUE TO VL-TOTAL
           PERFORM 8200-PRINT-VALUE-LINE
           MOVE "VALUE OF RETURNS TO SUPPLIERS:" TO VL-CAPTION
           MOVE WS-RETURNED-VALUE TO VL-TOTAL
           PERFORM 8200-PRINT-VALUE-LINE
           MOVE "VALUE OF STOCK FOUND:" TO VL-CAPTION
           MOVE WS-GAIN-VALUE TO VL-TOTAL
           PERFORM 8200-PRINT-VALUE-LINE
           MOVE "VALUE OF STOCK LOST:" TO VL-CAPTION
           MOVE WS-LOSS-VALUE TO VL-TOTAL
           PERFORM 8200-PRINT-VALUE-LINE
           MOVE "TOTAL DEBITS:" TO VL-CAPTION
           MOVE WS-JOURNAL-DEBIT TO VL-TOTAL
           PERFORM 8200-PRINT-VALUE-LINE
           MOVE "TOTAL CREDITS:" TO VL-CAPTION
           MOVE WS-JOURNAL-CREDIT TO VL-TOTAL
           PERFORM 8200-PRINT-VALUE-LINE.

       8100-PRINT-TOTAL-LINE.
           WRITE PRINT-REC FROM WS-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

       8200-PRINT-VALUE-LINE.
           WRITE PRINT-REC FROM WS-VALUE-LINE
               AFTER ADVANCING 2 LINES.

       9000-TERMINATE.
           IF ALL-FILES-ARE-OPEN
               CLOSE ITEM-FILE
               CLOSE GLMAP-FILE
               CLOSE MOVEMENT-FILE
               CLOSE PRINT-FILE
           END-IF.
