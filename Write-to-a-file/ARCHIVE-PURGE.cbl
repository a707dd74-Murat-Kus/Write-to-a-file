       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHIVE-PURGE.
      *********************************
      *AUTHOR. MURAT KUÞ.
      *DATE-WRITTEN. 07/08/2023.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RETENTION-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\retain.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-RETN-FILE-STATUS.

           SELECT ARCHIVE-CONTROL-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\arcctrl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CTRL-FILE-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\opermast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS WS-OPER-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\itemaudt.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\chgjrnl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\pricehst.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT PO-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\pofile.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS POR-KEY
           FILE STATUS IS WS-PO-FILE-STATUS.

           SELECT WORK-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\archwork.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-WORK-FILE-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-ARCH-FILE-STATUS.

           SELECT PRINT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\archive.prt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  RETENTION-FILE.
           COPY RETNCTL.

       FD  ARCHIVE-CONTROL-FILE.
       01  ARCHIVE-CONTROL-RECORD.
        02 ACT-LAST-RUN-DATE PIC 9(8).

       FD  OPERATOR-FILE.
           COPY OPERMAST.

       FD  AUDIT-FILE.
           COPY AUDITREC.

       FD  JOURNAL-FILE.
           COPY CHGJRNL.

       FD  HISTORY-FILE.
           COPY PRICEHST.

       FD  PO-FILE.
           COPY PORDER.

       FD  WORK-FILE.
       01  WORK-RECORD PIC X(201).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD PIC X(201).

       FD  PRINT-FILE.
       01  PRINT-REC PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-RETN-FILE-STATUS PIC X(2).
       01  WS-CTRL-FILE-STATUS PIC X(2).
       01  WS-OPER-FILE-STATUS PIC X(2).
       01  WS-AUDIT-FILE-STATUS PIC X(2).
       01  WS-JRNL-FILE-STATUS PIC X(2).
       01  WS-HISTORY-FILE-STATUS PIC X(2).
       01  WS-PO-FILE-STATUS PIC X(2).
       01  WS-WORK-FILE-STATUS PIC X(2).
       01  WS-ARCH-FILE-STATUS PIC X(2).

       01  WS-ARCHIVE-NAME PIC X(70).
       01  WS-ARCHIVE-STEM PIC X(8).

       01  WS-RUN-ALLOWED-SW PIC X(1).
           88 RUN-IS-ALLOWED VALUE "Y".
           88 RUN-NOT-ALLOWED VALUE "N".

       01  WS-SIGN-ON-SW PIC X(1).
           88 SIGN-ON-OK VALUE "Y".
           88 SIGN-ON-FAILED VALUE "N".

       77  WS-SIGN-ON-TRIES PIC 9(1) COMP VALUE ZERO.
       77  WS-SIGN-ON-MAXIMUM PIC 9(1) COMP VALUE 3.

       01  WS-OPERATOR-ID PIC X(8).
       01  WS-PASSWORD-INPUT PIC X(8).

       01  WS-RETN-EOF-SW PIC X(1).
           88 END-OF-RETENTION-FILE VALUE "Y".
           88 NOT-END-OF-RETENTION-FILE VALUE "N".

       01  WS-AUDIT-EOF-SW PIC X(1).
           88 END-OF-AUDIT-FILE VALUE "Y".
           88 NOT-END-OF-AUDIT-FILE VALUE "N".

       01  WS-JRNL-EOF-SW PIC X(1).
           88 END-OF-JOURNAL-FILE VALUE "Y".
           88 NOT-END-OF-JOURNAL-FILE VALUE "N".

       01  WS-HISTORY-EOF-SW PIC X(1).
           88 END-OF-HISTORY-FILE VALUE "Y".
           88 NOT-END-OF-HISTORY-FILE VALUE "N".

       01  WS-PO-EOF-SW PIC X(1).
           88 END-OF-PO-FILE VALUE "Y".
           88 NOT-END-OF-PO-FILE VALUE "N".

       01  WS-ORDER-EOF-SW PIC X(1).
           88 END-OF-ORDER VALUE "Y".
           88 NOT-END-OF-ORDER VALUE "N".

       01  WS-WORK-EOF-SW PIC X(1).
           88 END-OF-WORK-FILE VALUE "Y".
           88 NOT-END-OF-WORK-FILE VALUE "N".

       01  WS-ARCHIVE-SW PIC X(1).
           88 ARCHIVE-IS-OPEN VALUE "O".
           88 ARCHIVE-NOT-OPEN VALUE "N".
           88 ARCHIVE-FAILED VALUE "F".

       01  WS-RECORD-ARCHIVED-SW PIC X(1).
           88 RECORD-IS-ARCHIVED VALUE "Y".
           88 RECORD-NOT-ARCHIVED VALUE "N".

       01  WS-GROUP-SW PIC X(1).
           88 GROUP-IS-ACTIVE VALUE "Y".
           88 GROUP-NOT-ACTIVE VALUE "N".

       01  WS-ALL-RECEIVED-SW PIC X(1).
           88 ALL-LINES-RECEIVED VALUE "Y".
           88 NOT-ALL-LINES-RECEIVED VALUE "N".

       01  WS-ORDER-TABLE-SW PIC X(1).
           88 ORDER-TABLE-FULL VALUE "Y".
           88 ORDER-TABLE-NOT-FULL VALUE "N".

       01  WS-BUSINESS-DATE-X PIC X(8).
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-LAST-RUN-DATE PIC 9(8).

       01  WS-KEEP-PERIODS.
           05 WS-AUDIT-KEEP-MONTHS PIC 9(3) VALUE ZERO.
           05 WS-JRNL-KEEP-MONTHS PIC 9(3) VALUE ZERO.
           05 WS-HISTORY-KEEP-MONTHS PIC 9(3) VALUE ZERO.
           05 WS-PO-KEEP-MONTHS PIC 9(3) VALUE ZERO.

       01  WS-CURRENT-FILE-ID PIC X(8).
       01  WS-KEEP-MONTHS PIC 9(3).
       01  WS-FILE-NOTE PIC X(20).

       01  WS-CUTOFF-DATE PIC 9(8).
       01  WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-DATE.
           05 WS-CUTOFF-YEAR PIC 9(4).
           05 WS-CUTOFF-MONTH PIC 9(2).
           05 WS-CUTOFF-DAY PIC 9(2).
       01  WS-MONTH-NUMBER PIC 9(6).

       01  WS-RECORD-IMAGE PIC X(201).
       01  WS-RECORD-DATE PIC X(8).
       01  WS-RECORD-DATE-N REDEFINES WS-RECORD-DATE PIC 9(8).

       01  WS-GROUP-PO-NUMBER PIC 9(6).
       01  WS-ORDER-PO-NUMBER PIC 9(6).
       01  WS-LATEST-RECEIVED PIC 9(8).
       77  WS-GROUP-LINE-COUNT PIC 9(3) COMP VALUE ZERO.

       01  WS-ORDER-TABLE.
           05 WS-ORDER-ENTRY OCCURS 1000 TIMES
                   INDEXED BY OR-IDX.
              10 WS-ORDER-NUMBER PIC 9(6).
       77  WS-ORDER-MAXIMUM PIC 9(4) COMP VALUE 1000.
       77  WS-ORDER-COUNT PIC 9(4) COMP VALUE ZERO.

       77  WS-RECORDS-IN PIC 9(7) COMP VALUE ZERO.
       77  WS-RECORDS-ARCHIVED PIC 9(7) COMP VALUE ZERO.
       77  WS-RECORDS-KEPT PIC 9(7) COMP VALUE ZERO.
       77  WS-TOTAL-ARCHIVED PIC 9(7) COMP VALUE ZERO.

       77  WS-FILE-PREFIX PIC X(43) VALUE
           "C:\Coding etc\Github Cobol\Write-to-a-file\".

       01  WS-REPORT-HEADING.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(25) VALUE "ARCHIVE AND PURGE RUN".
           05 FILLER PIC X(6)  VALUE "PAGE ".
           05 HD-PAGE-NO PIC ZZ9.
           05 FILLER PIC X(36) VALUE SPACES.

       01  WS-DATE-LINE.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "BUSINESS DATE ".
           05 DT-BUSINESS-DATE PIC 9(8).
           05 FILLER PIC X(14) VALUE "  SUPERVISOR ".
           05 DT-OPERATOR-ID PIC X(8).
           05 FILLER PIC X(26) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(10) VALUE "FILE".
           05 FILLER PIC X(5)  VALUE " KEEP".
           05 FILLER PIC X(10) VALUE "  CUT-OFF".
           05 FILLER PIC X(9)  VALUE "       IN".
           05 FILLER PIC X(9)  VALUE " ARCHIVED".
           05 FILLER PIC X(9)  VALUE "     KEPT".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(24) VALUE "NOTE".

       01  WS-FILE-LINE.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FL-FILE-ID PIC X(8).
           05 FILLER PIC X(4)  VALUE SPACES.
           05 FL-KEEP-MONTHS PIC ZZ9.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FL-CUTOFF-DATE PIC X(8).
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FL-RECORDS-IN PIC ZZZZZZ9.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FL-RECORDS-ARCHIVED PIC ZZZZZZ9.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FL-RECORDS-KEPT PIC ZZZZZZ9.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FL-NOTE PIC X(20).
           05 FILLER PIC X(4)  VALUE SPACES.

       01  WS-ARCHIVE-NAME-LINE.
           05 FILLER PIC X(4)  VALUE SPACES.
           05 FILLER PIC X(9)  VALUE "ARCHIVE: ".
           05 AL-ARCHIVE-NAME PIC X(67).

       01  WS-TOTAL-LINE.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 TL-CAPTION PIC X(30).
           05 TL-COUNT PIC ZZZZZZ9.
           05 FILLER PIC X(41) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF RUN-IS-ALLOWED
               PERFORM 2000-PURGE-AUDIT-FILE
               PERFORM 3000-PURGE-JOURNAL-FILE
               PERFORM 4000-PURGE-HISTORY-FILE
               PERFORM 5000-PURGE-PO-FILE
               PERFORM 8000-PRINT-TOTALS
               PERFORM 7000-WRITE-RUN-CONTROL
               DISPLAY "HOUSEKEEPING COMPLETED FOR "
                   WS-BUSINESS-DATE " - " WS-TOTAL-ARCHIVED
                   " RECORD(S) ARCHIVED"
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY "Welcome to the Archive and Purge App"
           SET RUN-NOT-ALLOWED TO TRUE
           PERFORM 1500-SIGN-ON-SUPERVISOR
           IF SIGN-ON-FAILED
               DISPLAY "HOUSEKEEPING MAY ONLY BE RUN BY SUPERVISORS "
                   "- NO ACTION TAKEN"
           ELSE
               SET RUN-IS-ALLOWED TO TRUE
               PERFORM 1200-GET-BUSINESS-DATE
               PERFORM 1400-CHECK-RUN-CONTROL
           END-IF
           IF RUN-IS-ALLOWED
               PERFORM 1700-LOAD-RETENTION-PERIODS
           END-IF
           IF RUN-IS-ALLOWED
               OPEN OUTPUT PRINT-FILE
               MOVE 1 TO HD-PAGE-NO
               WRITE PRINT-REC FROM WS-REPORT-HEADING
                   AFTER ADVANCING PAGE
               MOVE WS-BUSINESS-DATE TO DT-BUSINESS-DATE
               MOVE WS-OPERATOR-ID TO DT-OPERATOR-ID
               WRITE PRINT-REC FROM WS-DATE-LINE
                   AFTER ADVANCING 1 LINE
               WRITE PRINT-REC FROM WS-COLUMN-HEADING
                   AFTER ADVANCING 2 LINES
           END-IF.

       1200-GET-BUSINESS-DATE.
           MOVE SPACES TO WS-BUSINESS-DATE-X
           PERFORM 1210-PROMPT-BUSINESS-DATE
               UNTIL WS-BUSINESS-DATE-X IS NUMERIC
           MOVE WS-BUSINESS-DATE-X TO WS-BUSINESS-DATE.

       1210-PROMPT-BUSINESS-DATE.
           DISPLAY "Enter the business date (YYYYMMDD, or blank "
               "for today):"
           ACCEPT WS-BUSINESS-DATE-X
           IF WS-BUSINESS-DATE-X = SPACES
               ACCEPT WS-BUSINESS-DATE-X FROM DATE YYYYMMDD
           END-IF
           IF WS-BUSINESS-DATE-X IS NOT NUMERIC
               DISPLAY "DATE MUST BE 8 DIGITS - PLEASE RE-ENTER"
           ELSE
               MOVE WS-BUSINESS-DATE-X TO WS-BUSINESS-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-BUSINESS-DATE)
                       NOT = ZERO
                   DISPLAY "DATE IS NOT VALID - PLEASE RE-ENTER"
                   MOVE SPACES TO WS-BUSINESS-DATE-X
               END-IF
           END-IF.

       1400-CHECK-RUN-CONTROL.
           MOVE ZERO TO WS-LAST-RUN-DATE
           OPEN INPUT ARCHIVE-CONTROL-FILE
           IF WS-CTRL-FILE-STATUS = "00"
               READ ARCHIVE-CONTROL-FILE
                   AT END CONTINUE
               END-READ
               IF ACT-LAST-RUN-DATE IS NUMERIC
                   MOVE ACT-LAST-RUN-DATE TO WS-LAST-RUN-DATE
               END-IF
               CLOSE ARCHIVE-CONTROL-FILE
           END-IF
           IF WS-BUSINESS-DATE <= WS-LAST-RUN-DATE
               DISPLAY "HOUSEKEEPING HAS ALREADY RUN FOR "
                   WS-LAST-RUN-DATE " - NO ACTION TAKEN"
               SET RUN-NOT-ALLOWED TO TRUE
           END-IF.

       1500-SIGN-ON-SUPERVISOR.
           SET SIGN-ON-FAILED TO TRUE
           OPEN INPUT OPERATOR-FILE
           IF WS-OPER-FILE-STATUS NOT = "00"
               DISPLAY "OPERATOR FILE NOT FOUND - SIGN ON NOT "
                   "POSSIBLE"
           ELSE
               PERFORM 1600-TRY-SIGN-ON
                   UNTIL SIGN-ON-OK
                       OR WS-SIGN-ON-TRIES >= WS-SIGN-ON-MAXIMUM
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
                   EVALUATE TRUE
                       WHEN WS-PASSWORD-INPUT NOT = OPR-PASSWORD
                           DISPLAY "PASSWORD INCORRECT - SIGN ON "
                               "REJECTED"
                       WHEN OPR-AUTH-LEVEL NOT = 2
                           DISPLAY "OPERATOR IS NOT A SUPERVISOR "
                               "- SIGN ON REJECTED"
                       WHEN OTHER
                           SET SIGN-ON-OK TO TRUE
                   END-EVALUATE
           END-READ.

       1700-LOAD-RETENTION-PERIODS.
           OPEN INPUT RETENTION-FILE
           IF WS-RETN-FILE-STATUS NOT = "00"
               DISPLAY "RETENTION CONTROL FILE NOT FOUND - NO "
                   "ACTION TAKEN"
               SET RUN-NOT-ALLOWED TO TRUE
           ELSE
               SET NOT-END-OF-RETENTION-FILE TO TRUE
               PERFORM 1710-READ-RETENTION-RECORD
               PERFORM 1720-STORE-RETENTION-PERIOD
                   UNTIL END-OF-RETENTION-FILE
               CLOSE RETENTION-FILE
           END-IF.

       1710-READ-RETENTION-RECORD.
           READ RETENTION-FILE
               AT END SET END-OF-RETENTION-FILE TO TRUE
           END-READ.

       1720-STORE-RETENTION-PERIOD.
           IF RCT-KEEP-MONTHS IS NOT NUMERIC
               DISPLAY "KEEP PERIOD FOR " RCT-FILE-ID
                   " IS NOT NUMERIC - FILE NOT PURGED"
           ELSE
               EVALUATE RCT-FILE-ID
                   WHEN "ITEMAUDT"
                       MOVE RCT-KEEP-MONTHS TO WS-AUDIT-KEEP-MONTHS
                   WHEN "CHGJRNL"
                       MOVE RCT-KEEP-MONTHS TO WS-JRNL-KEEP-MONTHS
                   WHEN "PRICEHST"
                       MOVE RCT-KEEP-MONTHS TO WS-HISTORY-KEEP-MONTHS
                   WHEN "POFILE"
                       MOVE RCT-KEEP-MONTHS TO WS-PO-KEEP-MONTHS
                   WHEN OTHER
                       DISPLAY "RETENTION FILE ID " RCT-FILE-ID
                           " NOT KNOWN - IGNORED"
               END-EVALUATE
           END-IF
           PERFORM 1710-READ-RETENTION-RECORD.

       1900-START-FILE.
           MOVE ZERO TO WS-RECORDS-IN
           MOVE ZERO TO WS-RECORDS-ARCHIVED
           MOVE ZERO TO WS-RECORDS-KEPT
           MOVE SPACES TO WS-FILE-NOTE
           SET ARCHIVE-NOT-OPEN TO TRUE
           MOVE SPACES TO WS-ARCHIVE-NAME
           STRING WS-FILE-PREFIX DELIMITED BY SIZE
               WS-ARCHIVE-STEM DELIMITED BY SPACE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               ".arc" DELIMITED BY SIZE
               INTO WS-ARCHIVE-NAME
           END-STRING
           PERFORM 1950-COMPUTE-CUTOFF-DATE.

       1950-COMPUTE-CUTOFF-DATE.
           MOVE WS-BUSINESS-DATE TO WS-CUTOFF-DATE
           COMPUTE WS-MONTH-NUMBER = WS-CUTOFF-YEAR * 12
               + WS-CUTOFF-MONTH - 1 - WS-KEEP-MONTHS
           DIVIDE WS-MONTH-NUMBER BY 12 GIVING WS-CUTOFF-YEAR
               REMAINDER WS-CUTOFF-MONTH
           ADD 1 TO WS-CUTOFF-MONTH
           PERFORM 1960-STEP-BACK-ONE-DAY
               UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-CUTOFF-DATE)
                   = ZERO.

       1960-STEP-BACK-ONE-DAY.
           SUBTRACT 1 FROM WS-CUTOFF-DAY.

       2000-PURGE-AUDIT-FILE.
           MOVE "ITEMAUDT" TO WS-CURRENT-FILE-ID
           MOVE "itemaudt" TO WS-ARCHIVE-STEM
           MOVE WS-AUDIT-KEEP-MONTHS TO WS-KEEP-MONTHS
           PERFORM 1900-START-FILE
           IF WS-KEEP-MONTHS = ZERO
               MOVE "NO KEEP PERIOD SET" TO WS-FILE-NOTE
           ELSE
               OPEN INPUT AUDIT-FILE
               IF WS-AUDIT-FILE-STATUS NOT = "00"
                   MOVE "FILE NOT FOUND" TO WS-FILE-NOTE
               ELSE
                   OPEN OUTPUT WORK-FILE
                   SET NOT-END-OF-AUDIT-FILE TO TRUE
                   PERFORM 2100-READ-AUDIT-RECORD
                   PERFORM 2200-SORT-OUT-AUDIT-RECORD
                       UNTIL END-OF-AUDIT-FILE
                   CLOSE AUDIT-FILE
                   CLOSE WORK-FILE
                   PERFORM 6300-CLOSE-ARCHIVE
                   IF WS-RECORDS-ARCHIVED > ZERO
                       PERFORM 2300-REPLACE-AUDIT-FILE
                   END-IF
               END-IF
           END-IF
           PERFORM 6000-PRINT-FILE-LINE.

       2100-READ-AUDIT-RECORD.
           READ AUDIT-FILE
               AT END SET END-OF-AUDIT-FILE TO TRUE
           END-READ.

       2200-SORT-OUT-AUDIT-RECORD.
           ADD 1 TO WS-RECORDS-IN
           MOVE AUDIT-RECORD TO WS-RECORD-IMAGE
           MOVE AUD-DATE TO WS-RECORD-DATE
           PERFORM 6100-FILE-ONE-RECORD
           PERFORM 2100-READ-AUDIT-RECORD.

       2300-REPLACE-AUDIT-FILE.
           OPEN OUTPUT AUDIT-FILE
           OPEN INPUT WORK-FILE
           SET NOT-END-OF-WORK-FILE TO TRUE
           PERFORM 6400-READ-WORK-RECORD
           PERFORM 2310-RESTORE-AUDIT-RECORD
               UNTIL END-OF-WORK-FILE
           CLOSE WORK-FILE
           CLOSE AUDIT-FILE.

       2310-RESTORE-AUDIT-RECORD.
           MOVE WORK-RECORD TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           PERFORM 6400-READ-WORK-RECORD.

       3000-PURGE-JOURNAL-FILE.
           MOVE "CHGJRNL" TO WS-CURRENT-FILE-ID
           MOVE "chgjrnl" TO WS-ARCHIVE-STEM
           MOVE WS-JRNL-KEEP-MONTHS TO WS-KEEP-MONTHS
           PERFORM 1900-START-FILE
           IF WS-KEEP-MONTHS = ZERO
               MOVE "NO KEEP PERIOD SET" TO WS-FILE-NOTE
           ELSE
               OPEN INPUT JOURNAL-FILE
               IF WS-JRNL-FILE-STATUS NOT = "00"
                   MOVE "FILE NOT FOUND" TO WS-FILE-NOTE
               ELSE
                   OPEN OUTPUT WORK-FILE
                   SET NOT-END-OF-JOURNAL-FILE TO TRUE
                   PERFORM 3100-READ-JOURNAL-RECORD
                   PERFORM 3200-SORT-OUT-JOURNAL-RECORD
                       UNTIL END-OF-JOURNAL-FILE
                   CLOSE JOURNAL-FILE
                   CLOSE WORK-FILE
                   PERFORM 6300-CLOSE-ARCHIVE
                   IF WS-RECORDS-ARCHIVED > ZERO
                       PERFORM 3300-REPLACE-JOURNAL-FILE
                   END-IF
               END-IF
           END-IF
           PERFORM 6000-PRINT-FILE-LINE.

       3100-READ-JOURNAL-RECORD.
           READ JOURNAL-FILE
               AT END SET END-OF-JOURNAL-FILE TO TRUE
           END-READ.

       3200-SORT-OUT-JOURNAL-RECORD.
           ADD 1 TO WS-RECORDS-IN
           MOVE CHANGE-JOURNAL-RECORD TO WS-RECORD-IMAGE
           MOVE JRN-DATE TO WS-RECORD-DATE
           PERFORM 6100-FILE-ONE-RECORD
           PERFORM 3100-READ-JOURNAL-RECORD.

       3300-REPLACE-JOURNAL-FILE.
           OPEN OUTPUT JOURNAL-FILE
           OPEN INPUT WORK-FILE
           SET NOT-END-OF-WORK-FILE TO TRUE
           PERFORM 6400-READ-WORK-RECORD
           PERFORM 3310-RESTORE-JOURNAL-RECORD
               UNTIL END-OF-WORK-FILE
           CLOSE WORK-FILE
           CLOSE JOURNAL-FILE.

       3310-RESTORE-JOURNAL-RECORD.
           MOVE WORK-RECORD TO CHANGE-JOURNAL-RECORD
           WRITE CHANGE-JOURNAL-RECORD
           PERFORM 6400-READ-WORK-RECORD.

       4000-PURGE-HISTORY-FILE.
           MOVE "PRICEHST" TO WS-CURRENT-FILE-ID
           MOVE "pricehst" TO WS-ARCHIVE-STEM
           MOVE WS-HISTORY-KEEP-MONTHS TO WS-KEEP-MONTHS
           PERFORM 1900-START-FILE
           IF WS-KEEP-MONTHS = ZERO
               MOVE "NO KEEP PERIOD SET" TO WS-FILE-NOTE
           ELSE
               OPEN INPUT HISTORY-FILE
               IF WS-HISTORY-FILE-STATUS NOT = "00"
                   MOVE "FILE NOT FOUND" TO WS-FILE-NOTE
               ELSE
                   OPEN OUTPUT WORK-FILE
                   SET NOT-END-OF-HISTORY-FILE TO TRUE
                   PERFORM 4100-READ-HISTORY-RECORD
                   PERFORM 4200-SORT-OUT-HISTORY-RECORD
                       UNTIL END-OF-HISTORY-FILE
                   CLOSE HISTORY-FILE
                   CLOSE WORK-FILE
                   PERFORM 6300-CLOSE-ARCHIVE
                   IF WS-RECORDS-ARCHIVED > ZERO
                       PERFORM 4300-REPLACE-HISTORY-FILE
                   END-IF
               END-IF
           END-IF
           PERFORM 6000-PRINT-FILE-LINE.

       4100-READ-HISTORY-RECORD.
           READ HISTORY-FILE
               AT END SET END-OF-HISTORY-FILE TO TRUE
           END-READ.

       4200-SORT-OUT-HISTORY-RECORD.
           ADD 1 TO WS-RECORDS-IN
           MOVE PRICE-HISTORY-RECORD TO WS-RECORD-IMAGE
           MOVE PHI-APPLIED-DATE TO WS-RECORD-DATE
           PERFORM 6100-FILE-ONE-RECORD
           PERFORM 4100-READ-HISTORY-RECORD.

       4300-REPLACE-HISTORY-FILE.
           OPEN OUTPUT HISTORY-FILE
           OPEN INPUT WORK-FILE
           SET NOT-END-OF-WORK-FILE TO TRUE
           PERFORM 6400-READ-WORK-RECORD
           PERFORM 4310-RESTORE-HISTORY-RECORD
               UNTIL END-OF-WORK-FILE
           CLOSE WORK-FILE
           CLOSE HISTORY-FILE.

       4310-RESTORE-HISTORY-RECORD.
           MOVE WORK-RECORD TO PRICE-HISTORY-RECORD
           WRITE PRICE-HISTORY-RECORD
           PERFORM 6400-READ-WORK-RECORD.

       5000-PURGE-PO-FILE.
           MOVE "POFILE" TO WS-CURRENT-FILE-ID
           MOVE "pofile" TO WS-ARCHIVE-STEM
           MOVE WS-PO-KEEP-MONTHS TO WS-KEEP-MONTHS
           PERFORM 1900-START-FILE
           IF WS-KEEP-MONTHS = ZERO
               MOVE "NO KEEP PERIOD SET" TO WS-FILE-NOTE
           ELSE
               OPEN INPUT PO-FILE
               IF WS-PO-FILE-STATUS NOT = "00"
                   MOVE "FILE NOT FOUND" TO WS-FILE-NOTE
               ELSE
                   PERFORM 5100-FIND-RECEIVED-ORDERS
                   CLOSE PO-FILE
                   IF WS-ORDER-COUNT > ZERO
                       PERFORM 5500-ARCHIVE-RECEIVED-ORDERS
                   END-IF
                   COMPUTE WS-RECORDS-KEPT =
                       WS-RECORDS-IN - WS-RECORDS-ARCHIVED
                   IF ORDER-TABLE-FULL AND NOT ARCHIVE-FAILED
                       MOVE "MORE ORDERS NEXT RUN" TO WS-FILE-NOTE
                   END-IF
               END-IF
           END-IF
           PERFORM 6000-PRINT-FILE-LINE.

       5100-FIND-RECEIVED-ORDERS.
           MOVE ZERO TO WS-ORDER-COUNT
           SET ORDER-TABLE-NOT-FULL TO TRUE
           SET GROUP-NOT-ACTIVE TO TRUE
           SET NOT-END-OF-PO-FILE TO TRUE
           PERFORM 5110-READ-PO-RECORD
           PERFORM 5200-CHECK-ONE-PO-RECORD
               UNTIL END-OF-PO-FILE
           IF GROUP-IS-ACTIVE
               PERFORM 5300-FINISH-ORDER-GROUP
           END-IF.

       5110-READ-PO-RECORD.
           READ PO-FILE NEXT RECORD
               AT END SET END-OF-PO-FILE TO TRUE
           END-READ.

       5200-CHECK-ONE-PO-RECORD.
           ADD 1 TO WS-RECORDS-IN
           IF GROUP-NOT-ACTIVE
                   OR POR-PO-NUMBER NOT = WS-GROUP-PO-NUMBER
               IF GROUP-IS-ACTIVE
                   PERFORM 5300-FINISH-ORDER-GROUP
               END-IF
               SET GROUP-IS-ACTIVE TO TRUE
               SET ALL-LINES-RECEIVED TO TRUE
               MOVE POR-PO-NUMBER TO WS-GROUP-PO-NUMBER
               MOVE ZERO TO WS-GROUP-LINE-COUNT
               MOVE ZERO TO WS-LATEST-RECEIVED
           END-IF
           IF POR-RECORD-TYPE = "L"
               ADD 1 TO WS-GROUP-LINE-COUNT
               IF POR-LINE-STATUS NOT = "R"
                       OR POR-RECEIVED-DATE IS NOT NUMERIC
                   SET NOT-ALL-LINES-RECEIVED TO TRUE
               ELSE
                   IF POR-RECEIVED-DATE > WS-LATEST-RECEIVED
                       MOVE POR-RECEIVED-DATE TO WS-LATEST-RECEIVED
                   END-IF
               END-IF
           END-IF
           PERFORM 5110-READ-PO-RECORD.

       5300-FINISH-ORDER-GROUP.
           IF WS-GROUP-LINE-COUNT > ZERO
                   AND ALL-LINES-RECEIVED
                   AND WS-LATEST-RECEIVED < WS-CUTOFF-DATE
               IF WS-ORDER-COUNT < WS-ORDER-MAXIMUM
                   ADD 1 TO WS-ORDER-COUNT
                   MOVE WS-GROUP-PO-NUMBER
                       TO WS-ORDER-NUMBER (WS-ORDER-COUNT)
               ELSE
                   SET ORDER-TABLE-FULL TO TRUE
               END-IF
           END-IF
           SET GROUP-NOT-ACTIVE TO TRUE.

       5500-ARCHIVE-RECEIVED-ORDERS.
           OPEN I-O PO-FILE
           PERFORM 5600-ARCHIVE-ONE-ORDER
               VARYING OR-IDX FROM 1 BY 1
                   UNTIL OR-IDX > WS-ORDER-COUNT
                       OR ARCHIVE-FAILED
           CLOSE PO-FILE
           PERFORM 6300-CLOSE-ARCHIVE.

       5600-ARCHIVE-ONE-ORDER.
           MOVE WS-ORDER-NUMBER (OR-IDX) TO WS-ORDER-PO-NUMBER
           MOVE WS-ORDER-PO-NUMBER TO POR-PO-NUMBER
           MOVE ZERO TO POR-LINE-NUMBER
           START PO-FILE KEY IS NOT LESS THAN POR-KEY
               INVALID KEY SET END-OF-ORDER TO TRUE
               NOT INVALID KEY SET NOT-END-OF-ORDER TO TRUE
           END-START
           IF NOT-END-OF-ORDER
               PERFORM 5610-READ-ORDER-RECORD
               PERFORM 5620-ARCHIVE-ORDER-RECORD
                   UNTIL END-OF-ORDER
           END-IF.

       5610-READ-ORDER-RECORD.
           READ PO-FILE NEXT RECORD
               AT END SET END-OF-ORDER TO TRUE
           END-READ
           IF NOT-END-OF-ORDER
               IF POR-PO-NUMBER NOT = WS-ORDER-PO-NUMBER
                   SET END-OF-ORDER TO TRUE
               END-IF
           END-IF.

       5620-ARCHIVE-ORDER-RECORD.
           MOVE PURCHASE-ORDER-RECORD TO WS-RECORD-IMAGE
           PERFORM 6200-WRITE-ARCHIVE-RECORD
           IF RECORD-IS-ARCHIVED
               DELETE PO-FILE RECORD
                   INVALID KEY
                       DISPLAY "ORDER " POR-PO-NUMBER " LINE "
                           POR-LINE-NUMBER " COULD NOT BE DELETED"
               END-DELETE
               PERFORM 5610-READ-ORDER-RECORD
           ELSE
               SET END-OF-ORDER TO TRUE
           END-IF.

       6000-PRINT-FILE-LINE.
           MOVE WS-CURRENT-FILE-ID TO FL-FILE-ID
           MOVE WS-KEEP-MONTHS TO FL-KEEP-MONTHS
           IF WS-KEEP-MONTHS = ZERO
               MOVE SPACES TO FL-CUTOFF-DATE
           ELSE
               MOVE WS-CUTOFF-DATE TO FL-CUTOFF-DATE
           END-IF
           MOVE WS-RECORDS-IN TO FL-RECORDS-IN
           MOVE WS-RECORDS-ARCHIVED TO FL-RECORDS-ARCHIVED
           MOVE WS-RECORDS-KEPT TO FL-RECORDS-KEPT
           MOVE WS-FILE-NOTE TO FL-NOTE
           WRITE PRINT-REC FROM WS-FILE-LINE
               AFTER ADVANCING 2 LINES
           IF WS-RECORDS-ARCHIVED > ZERO
               MOVE WS-ARCHIVE-NAME TO AL-ARCHIVE-NAME
               WRITE PRINT-REC FROM WS-ARCHIVE-NAME-LINE
                   AFTER ADVANCING 1 LINE
               DISPLAY WS-RECORDS-ARCHIVED " " WS-CURRENT-FILE-ID
                   " RECORD(S) ARCHIVED TO " WS-ARCHIVE-NAME
           END-IF
           ADD WS-RECORDS-ARCHIVED TO WS-TOTAL-ARCHIVED.

       6100-FILE-ONE-RECORD.
           SET RECORD-NOT-ARCHIVED TO TRUE
           IF WS-RECORD-DATE IS NUMERIC
               IF WS-RECORD-DATE-N < WS-CUTOFF-DATE
                   PERFORM 6200-WRITE-ARCHIVE-RECORD
               END-IF
           END-IF
           IF RECORD-NOT-ARCHIVED
               MOVE WS-RECORD-IMAGE TO WORK-RECORD
               WRITE WORK-RECORD
               ADD 1 TO WS-RECORDS-KEPT
           END-IF.

       6200-WRITE-ARCHIVE-RECORD.
           SET RECORD-NOT-ARCHIVED TO TRUE
           IF ARCHIVE-NOT-OPEN
               OPEN OUTPUT ARCHIVE-FILE
               IF WS-ARCH-FILE-STATUS = "00"
                   SET ARCHIVE-IS-OPEN TO TRUE
               ELSE
                   SET ARCHIVE-FAILED TO TRUE
                   MOVE "ARCHIVE NOT OPENED" TO WS-FILE-NOTE
                   DISPLAY "ARCHIVE FILE COULD NOT BE OPENED - "
                       WS-CURRENT-FILE-ID " NOT ARCHIVED"
               END-IF
           END-IF
           IF ARCHIVE-IS-OPEN
               MOVE WS-RECORD-IMAGE TO ARCHIVE-RECORD
               WRITE ARCHIVE-RECORD
               ADD 1 TO WS-RECORDS-ARCHIVED
               SET RECORD-IS-ARCHIVED TO TRUE
           END-IF.

       6300-CLOSE-ARCHIVE.
           IF ARCHIVE-IS-OPEN
               CLOSE ARCHIVE-FILE
               SET ARCHIVE-NOT-OPEN TO TRUE
           END-IF.

       6400-READ-WORK-RECORD.
           READ WORK-FILE
               AT END SET END-OF-WORK-FILE TO TRUE
           END-READ.

       7000-WRITE-RUN-CONTROL.
           MOVE WS-BUSINESS-DATE TO ACT-LAST-RUN-DATE
           OPEN OUTPUT ARCHIVE-CONTROL-FILE
           WRITE ARCHIVE-CONTROL-RECORD
           CLOSE ARCHIVE-CONTROL-FILE.

       8000-PRINT-TOTALS.
           MOVE "TOTAL RECORDS ARCHIVED:" TO TL-CAPTION
           MOVE WS-TOTAL-ARCHIVED TO TL-COUNT
           WRITE PRINT-REC FROM WS-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

       9000-TERMINATE.
           IF RUN-IS-ALLOWED
               CLOSE PRINT-FILE
           END-IF.
