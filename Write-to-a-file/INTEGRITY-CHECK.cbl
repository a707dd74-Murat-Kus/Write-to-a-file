       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRITY-CHECK.
      *********************************
      *AUTHOR. MURAT KUÞ.
      *DATE-WRITTEN. 05/08/2023.
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

           SELECT SUPPLIER-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\supplfil.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUP-CODE
           FILE STATUS IS WS-SUPPLIER-FILE-STATUS.

           SELECT LOCATION-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\locnfile.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOC-CODE
           FILE STATUS IS WS-LOCN-FILE-STATUS.

           SELECT GROUP-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\prodgrp.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GRP-CODE
           FILE STATUS IS WS-GROUP-FILE-STATUS.

           SELECT PO-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\pofile.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS POR-KEY
           FILE STATUS IS WS-PO-FILE-STATUS.

           SELECT PRINT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\integ.prt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  ITEM-FILE.
           COPY STOCKITM.

       FD  STOCK-LOC-FILE.
           COPY STOCKLOC.

       FD  SUPPLIER-FILE.
           COPY SUPPLIER.

       FD  LOCATION-FILE.
           COPY LOCNREC.

       FD  GROUP-FILE.
           COPY PRODGRP.

       FD  PO-FILE.
           COPY PORDER.

       FD  PRINT-FILE.
       01  PRINT-REC PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS PIC X(2).
       01  WS-SLOC-FILE-STATUS PIC X(2).
       01  WS-SUPPLIER-FILE-STATUS PIC X(2).
       01  WS-LOCN-FILE-STATUS PIC X(2).
       01  WS-GROUP-FILE-STATUS PIC X(2).
       01  WS-PO-FILE-STATUS PIC X(2).

       01  WS-FILES-OPEN-SW PIC X(1).
           88 ALL-FILES-ARE-OPEN VALUE "Y".
           88 FILES-NOT-ALL-OPEN VALUE "N".

       01  WS-ITEM-EOF-SW PIC X(1).
           88 END-OF-ITEM-FILE VALUE "Y".
           88 NOT-END-OF-ITEM-FILE VALUE "N".

       01  WS-SLOC-EOF-SW PIC X(1).
           88 END-OF-STOCK-LOC-FILE VALUE "Y".
           88 NOT-END-OF-STOCK-LOC-FILE VALUE "N".

       01  WS-PO-EOF-SW PIC X(1).
           88 END-OF-PO-FILE VALUE "Y".
           88 NOT-END-OF-PO-FILE VALUE "N".

       01  WS-FOUND-SW PIC X(1).
           88 REFERENCE-FOUND VALUE "Y".
           88 REFERENCE-NOT-FOUND VALUE "N".

       01  WS-TODAY PIC 9(8).

       01  WS-HEADER-PO-NUMBER PIC 9(6) VALUE ZERO.
       01  WS-HEADER-SUPPLIER PIC X(5) VALUE SPACES.

       01  WS-PO-KEY-DISPLAY.
           05 WS-PO-KEY-NUMBER PIC 9(6).
           05 FILLER PIC X(1) VALUE "/".
           05 WS-PO-KEY-LINE PIC 9(3).

       01  WS-SLOC-KEY-DISPLAY.
           05 WS-SLOC-KEY-ITEM PIC X(5).
           05 FILLER PIC X(1) VALUE "/".
           05 WS-SLOC-KEY-LOCATION PIC X(3).

       01  WS-EXCEPTION-FILE PIC X(8).
       01  WS-EXCEPTION-KEY PIC X(14).
       01  WS-EXCEPTION-VALUE PIC X(8).
       01  WS-EXCEPTION-REASON PIC X(36).

       77  WS-MAX-LINES-PER-PAGE PIC 9(2) VALUE 55.
       77  WS-LINE-COUNT PIC 9(2) COMP VALUE ZERO.
       77  WS-PAGE-COUNT PIC 9(3) COMP VALUE ZERO.
       77  WS-ITEM-COUNT PIC 9(5) COMP VALUE ZERO.
       77  WS-SLOC-COUNT PIC 9(5) COMP VALUE ZERO.
       77  WS-PO-COUNT PIC 9(5) COMP VALUE ZERO.
       77  WS-EXCEPTION-COUNT PIC 9(5) COMP VALUE ZERO.

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
           05 FILLER PIC X(56) VALUE SPACES.

       01  WS-EXCEPTION-HEADING.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(10) VALUE "FILE".
           05 FILLER PIC X(16) VALUE "RECORD KEY".
           05 FILLER PIC X(10) VALUE "VALUE".
           05 FILLER PIC X(42) VALUE "REASON".

       01  WS-EXCEPTION-LINE.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 EL-FILE PIC X(8).
           05 FILLER PIC X(2)  VALUE SPACES.
           05 EL-KEY PIC X(14).
           05 FILLER PIC X(2)  VALUE SPACES.
           05 EL-VALUE PIC X(8).
           05 FILLER PIC X(2)  VALUE SPACES.
           05 EL-REASON PIC X(36).
           05 FILLER PIC X(6)  VALUE SPACES.

       01  WS-TOTAL-LINE.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 TL-CAPTION PIC X(30).
           05 TL-COUNT PIC ZZZZ9.
           05 FILLER PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF ALL-FILES-ARE-OPEN
               PERFORM 2000-CHECK-ITEM-FILE
               PERFORM 4000-CHECK-STOCK-LOC-FILE
               PERFORM 5000-CHECK-PO-FILE
               PERFORM 8000-PRINT-TOTALS
               DISPLAY WS-EXCEPTION-COUNT
                   " REFERENTIAL INTEGRITY EXCEPTION(S)"
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
               PERFORM 1100-OPEN-STOCK-LOC-FILE
               PERFORM 1200-OPEN-SUPPLIER-FILE
               PERFORM 1300-OPEN-LOCATION-FILE
               PERFORM 1400-OPEN-GROUP-FILE
               PERFORM 1500-OPEN-PO-FILE
               SET ALL-FILES-ARE-OPEN TO TRUE
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               OPEN OUTPUT PRINT-FILE
               MOVE "REFERENTIAL INTEGRITY" TO HD-TITLE
               PERFORM 3000-PRINT-HEADINGS
               MOVE WS-TODAY TO DT-RUN-DATE
               WRITE PRINT-REC FROM WS-DATE-LINE
                   AFTER ADVANCING 1 LINE
               WRITE PRINT-REC FROM WS-EXCEPTION-HEADING
                   AFTER ADVANCING 2 LINES
               ADD 3 TO WS-LINE-COUNT
           END-IF.

       1100-OPEN-STOCK-LOC-FILE.
           OPEN INPUT STOCK-LOC-FILE
           IF WS-SLOC-FILE-STATUS = "35"
               OPEN OUTPUT STOCK-LOC-FILE
               CLOSE STOCK-LOC-FILE
               OPEN INPUT STOCK-LOC-FILE
           END-IF.

       1200-OPEN-SUPPLIER-FILE.
           OPEN INPUT SUPPLIER-FILE
           IF WS-SUPPLIER-FILE-STATUS = "35"
               OPEN OUTPUT SUPPLIER-FILE
               CLOSE SUPPLIER-FILE
               OPEN INPUT SUPPLIER-FILE
           END-IF.

       1300-OPEN-LOCATION-FILE.
           OPEN INPUT LOCATION-FILE
           IF WS-LOCN-FILE-STATUS = "35"
               OPEN OUTPUT LOCATION-FILE
               CLOSE LOCATION-FILE
               OPEN INPUT LOCATION-FILE
           END-IF.

       1400-OPEN-GROUP-FILE.
           OPEN INPUT GROUP-FILE
           IF WS-GROUP-FILE-STATUS = "35"
               OPEN OUTPUT GROUP-FILE
               CLOSE GROUP-FILE
               OPEN INPUT GROUP-FILE
           END-IF.

       1500-OPEN-PO-FILE.
           OPEN INPUT PO-FILE
           IF WS-PO-FILE-STATUS = "35"
               OPEN OUTPUT PO-FILE
               CLOSE PO-FILE
               OPEN INPUT PO-FILE
           END-IF.

       2000-CHECK-ITEM-FILE.
           SET NOT-END-OF-ITEM-FILE TO TRUE
           PERFORM 2100-READ-ITEM-RECORD
           PERFORM 2200-CHECK-ONE-ITEM
               UNTIL END-OF-ITEM-FILE.

       2100-READ-ITEM-RECORD.
           READ ITEM-FILE NEXT RECORD
               AT END SET END-OF-ITEM-FILE TO TRUE
           END-READ.

       2200-CHECK-ONE-ITEM.
           ADD 1 TO WS-ITEM-COUNT
           MOVE "ITEMFILE" TO WS-EXCEPTION-FILE
           MOVE ITEM-CODE TO WS-EXCEPTION-KEY
           IF ITEM-SUPPLIER-CODE = SPACES
               MOVE SPACES TO WS-EXCEPTION-VALUE
               MOVE "NO SUPPLIER CODE ON ITEM" TO WS-EXCEPTION-REASON
               PERFORM 7000-PRINT-EXCEPTION-LINE
           ELSE
               MOVE ITEM-SUPPLIER-CODE TO SUP-CODE
               PERFORM 6100-FIND-SUPPLIER
               IF REFERENCE-NOT-FOUND
                   MOVE ITEM-SUPPLIER-CODE TO WS-EXCEPTION-VALUE
                   MOVE "SUPPLIER NOT ON SUPPLIER FILE"
                       TO WS-EXCEPTION-REASON
                   PERFORM 7000-PRINT-EXCEPTION-LINE
               END-IF
           END-IF
           IF ITEM-GROUP-CODE NOT = SPACES
               MOVE ITEM-GROUP-CODE TO GRP-CODE
               PERFORM 6300-FIND-GROUP
               IF REFERENCE-NOT-FOUND
                   MOVE ITEM-GROUP-CODE TO WS-EXCEPTION-VALUE
                   MOVE "GROUP NOT ON PRODUCT GROUP FILE"
                       TO WS-EXCEPTION-REASON
                   PERFORM 7000-PRINT-EXCEPTION-LINE
               END-IF
           END-IF
           PERFORM 2100-READ-ITEM-RECORD.

       3000-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO HD-PAGE-NO
           WRITE PRINT-REC FROM WS-REPORT-HEADING
               AFTER ADVANCING PAGE
           MOVE ZERO TO WS-LINE-COUNT.

       4000-CHECK-STOCK-LOC-FILE.
           SET NOT-END-OF-STOCK-LOC-FILE TO TRUE
           PERFORM 4100-READ-STOCK-LOC-RECORD
           PERFORM 4200-CHECK-ONE-BALANCE
               UNTIL END-OF-STOCK-LOC-FILE.

       4100-READ-STOCK-LOC-RECORD.
           READ STOCK-LOC-FILE NEXT RECORD
               AT END SET END-OF-STOCK-LOC-FILE TO TRUE
           END-READ.

       4200-CHECK-ONE-BALANCE.
           ADD 1 TO WS-SLOC-COUNT
           MOVE "STOCKLOC" TO WS-EXCEPTION-FILE
           MOVE SLC-ITEM-CODE TO WS-SLOC-KEY-ITEM
           MOVE SLC-LOCATION-CODE TO WS-SLOC-KEY-LOCATION
           MOVE WS-SLOC-KEY-DISPLAY TO WS-EXCEPTION-KEY
           MOVE SLC-ITEM-CODE TO ITEM-CODE
           PERFORM 6000-FIND-ITEM
           IF REFERENCE-NOT-FOUND
               MOVE SLC-ITEM-CODE TO WS-EXCEPTION-VALUE
               MOVE "ITEM NOT ON ITEM FILE" TO WS-EXCEPTION-REASON
               PERFORM 7000-PRINT-EXCEPTION-LINE
           END-IF
           MOVE SLC-LOCATION-CODE TO LOC-CODE
           PERFORM 6200-FIND-LOCATION
           IF REFERENCE-NOT-FOUND
               MOVE SLC-LOCATION-CODE TO WS-EXCEPTION-VALUE
               MOVE "LOCATION NOT ON LOCATION FILE"
                   TO WS-EXCEPTION-REASON
               PERFORM 7000-PRINT-EXCEPTION-LINE
           END-IF
           PERFORM 4100-READ-STOCK-LOC-RECORD.

       5000-CHECK-PO-FILE.
           SET NOT-END-OF-PO-FILE TO TRUE
           PERFORM 5100-READ-PO-RECORD
           PERFORM 5200-CHECK-ONE-PO-RECORD
               UNTIL END-OF-PO-FILE.

       5100-READ-PO-RECORD.
           READ PO-FILE NEXT RECORD
               AT END SET END-OF-PO-FILE TO TRUE
           END-READ.

       5200-CHECK-ONE-PO-RECORD.
           ADD 1 TO WS-PO-COUNT
           MOVE "POFILE" TO WS-EXCEPTION-FILE
           MOVE POR-PO-NUMBER TO WS-PO-KEY-NUMBER
           MOVE POR-LINE-NUMBER TO WS-PO-KEY-LINE
           MOVE WS-PO-KEY-DISPLAY TO WS-EXCEPTION-KEY
           MOVE POR-SUPPLIER-CODE TO SUP-CODE
           PERFORM 6100-FIND-SUPPLIER
           IF REFERENCE-NOT-FOUND
               MOVE POR-SUPPLIER-CODE TO WS-EXCEPTION-VALUE
               MOVE "SUPPLIER NOT ON SUPPLIER FILE"
                   TO WS-EXCEPTION-REASON
               PERFORM 7000-PRINT-EXCEPTION-LINE
           END-IF
           IF POR-RECORD-TYPE = "H"
               MOVE POR-PO-NUMBER TO WS-HEADER-PO-NUMBER
               MOVE POR-SUPPLIER-CODE TO WS-HEADER-SUPPLIER
           ELSE
               PERFORM 5300-CHECK-PO-LINE
           END-IF
           PERFORM 5100-READ-PO-RECORD.

       5300-CHECK-PO-LINE.
           MOVE POR-ITEM-CODE TO ITEM-CODE
           PERFORM 6000-FIND-ITEM
           IF REFERENCE-NOT-FOUND
               MOVE POR-ITEM-CODE TO WS-EXCEPTION-VALUE
               MOVE "ITEM NOT ON ITEM FILE" TO WS-EXCEPTION-REASON
               PERFORM 7000-PRINT-EXCEPTION-LINE
           END-IF
           IF POR-PO-NUMBER NOT = WS-HEADER-PO-NUMBER
               MOVE SPACES TO WS-EXCEPTION-VALUE
               MOVE "LINE HAS NO ORDER HEADER"
                   TO WS-EXCEPTION-REASON
               PERFORM 7000-PRINT-EXCEPTION-LINE
           ELSE
               IF POR-SUPPLIER-CODE NOT = WS-HEADER-SUPPLIER
                   MOVE POR-SUPPLIER-CODE TO WS-EXCEPTION-VALUE
                   MOVE "SUPPLIER DIFFERS FROM ORDER HEADER"
                       TO WS-EXCEPTION-REASON
                   PERFORM 7000-PRINT-EXCEPTION-LINE
               END-IF
           END-IF.

       6000-FIND-ITEM.
           READ ITEM-FILE
               INVALID KEY SET REFERENCE-NOT-FOUND TO TRUE
               NOT INVALID KEY SET REFERENCE-FOUND TO TRUE
           END-READ.

       6100-FIND-SUPPLIER.
           READ SUPPLIER-FILE
               INVALID KEY SET REFERENCE-NOT-FOUND TO TRUE
               NOT INVALID KEY SET REFERENCE-FOUND TO TRUE
           END-READ.

       6200-FIND-LOCATION.
           READ LOCATION-FILE
               INVALID KEY SET REFERENCE-NOT-FOUND TO TRUE
               NOT INVALID KEY SET REFERENCE-FOUND TO TRUE
           END-READ.

       6300-FIND-GROUP.
           READ GROUP-FILE
               INVALID KEY SET REFERENCE-NOT-FOUND TO TRUE
               NOT INVALID KEY SET REFERENCE-FOUND TO TRUE
           END-READ.

       7000-PRINT-EXCEPTION-LINE.
           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 3000-PRINT-HEADINGS
               WRITE PRINT-REC FROM WS-EXCEPTION-HEADING
                   AFTER ADVANCING 2 LINES
               ADD 2 TO WS-LINE-COUNT
           END-IF
           MOVE WS-EXCEPTION-FILE TO EL-FILE
           MOVE WS-EXCEPTION-KEY TO EL-KEY
           MOVE WS-EXCEPTION-VALUE TO EL-VALUE
           MOVE WS-EXCEPTION-REASON TO EL-REASON
           WRITE PRINT-REC FROM WS-EXCEPTION-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-EXCEPTION-COUNT.

       8000-PRINT-TOTALS.
           MOVE "ITEM RECORDS CHECKED:" TO TL-CAPTION
           MOVE WS-ITEM-COUNT TO TL-COUNT
           WRITE PRINT-REC FROM WS-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE "LOCATION BALANCES CHECKED:" TO TL-CAPTION
           MOVE WS-SLOC-COUNT TO TL-COUNT
           WRITE PRINT-REC FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "ORDER RECORDS CHECKED:" TO TL-CAPTION
           MOVE WS-PO-COUNT TO TL-COUNT
           WRITE PRINT-REC FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "EXCEPTIONS FOUND:" TO TL-CAPTION
           MOVE WS-EXCEPTION-COUNT TO TL-COUNT
           WRITE PRINT-REC FROM WS-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

       9000-TERMINATE.
           IF ALL-FILES-ARE-OPEN
               CLOSE ITEM-FILE
               CLOSE STOCK-LOC-FILE
               CLOSE SUPPLIER-FILE
               CLOSE LOCATION-FILE
               CLOSE GROUP-FILE
               CLOSE PO-FILE
               CLOSE PRINT-FILE
           END-IF.
