           RECORD KEY IS POR-KEY
           FILE STATUS IS WS-PO-FILE-STATUS.

           SELECT STOCK-LOC-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\stockloc.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SLC-KEY
           FILE STATUS IS WS-SLOC-FILE-STATUS.

           SELECT REPLEN-CANDIDATE-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\replcand.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CAND-FILE-STATUS.

           SELECT SORT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\sortwork.tmp".

       FD  PO-FILE.
           COPY PORDER.

       FD  STOCK-LOC-FILE.
           COPY STOCKLOC.

       FD  REPLEN-CANDIDATE-FILE.
           COPY RPLCAND.

       SD  SORT-FILE.
       01  SORT-RECORD.
        02 SRT-SUPPLIER-CODE PIC X(5).
       01  WS-FILE-STATUS PIC X(2).
       01  WS-SUPPLIER-FILE-STATUS PIC X(2).
       01  WS-PO-FILE-STATUS PIC X(2).
       01  WS-SLOC-FILE-STATUS PIC X(2).
       01  WS-CAND-FILE-STATUS PIC X(2).

       01  WS-ITEM-EOF-SW PIC X(1).
           88 END-OF-ITEM-FILE VALUE "Y".
           88 SUPPLIER-FILE-IS-OPEN VALUE "Y".
           88 SUPPLIER-FILE-NOT-OPEN VALUE "N".

       01  WS-SLOC-OPEN-SW PIC X(1).
           88 SLOC-FILE-IS-OPEN VALUE "Y".
           88 SLOC-FILE-NOT-OPEN VALUE "N".

       01  WS-ALLOC-EOF-SW PIC X(1).
           88 END-OF-ITEM-ALLOCATIONS VALUE "Y".
           88 NOT-END-OF-ITEM-ALLOCATIONS VALUE "N".

       01  WS-PO-EOF-SW PIC X(1).
           88 END-OF-PO-FILE VALUE "Y".
           88 NOT-END-OF-PO-FILE VALUE "N".
       77  WS-ON-ORDER-TOTAL PIC 9(4) COMP VALUE ZERO.
       77  WS-ON-ORDER-MAXIMUM PIC 9(4) COMP VALUE 1000.

       01  WS-CAND-EOF-SW PIC X(1).
           88 END-OF-CANDIDATE-FILE VALUE "Y".
           88 NOT-END-OF-CANDIDATE-FILE VALUE "N".

       01  WS-CANDIDATE-SW PIC X(1).
           88 ITEM-IS-CANDIDATE VALUE "Y".
           88 ITEM-NOT-CANDIDATE VALUE "N".

       01  WS-CAND-FULL-SW PIC X(1) VALUE "N".
           88 CANDIDATE-TABLE-FULL VALUE "Y".
           88 CANDIDATE-TABLE-NOT-FULL VALUE "N".

       01  WS-CANDIDATE-TABLE.
           05 WS-CANDIDATE-ENTRY OCCURS 1000 TIMES
                   INDEXED BY CD-IDX.
              10 WS-CANDIDATE-CODE PIC X(5).
              10 WS-CANDIDATE-SHORT PIC 9(7).

       77  WS-CANDIDATE-TOTAL PIC 9(4) COMP VALUE ZERO.
       77  WS-CANDIDATE-MAXIMUM PIC 9(4) COMP VALUE 1000.

       01  WS-SEARCH-ITEM-CODE PIC X(5).
       01  WS-CANDIDATE-QTY PIC 9(7).

       01  WS-CURRENT-SUPPLIER PIC X(5) VALUE HIGH-VALUES.
       01  WS-CURRENT-SUP-NAME PIC X(30).
       01  WS-CURRENT-LEAD-TIME PIC 9(3).

       01  WS-SUGGEST-CHECK PIC S9(7).
       01  WS-AVAILABLE-QTY PIC S9(7).
       01  WS-REPORT-QTY PIC 9(5).

       77  WS-QTY-MAXIMUM PIC 9(5) VALUE 99999.

       1000-INITIALIZE.
           SET ITEM-FILE-NOT-OPEN TO TRUE
           SET SUPPLIER-FILE-NOT-OPEN TO TRUE
           SET SLOC-FILE-NOT-OPEN TO TRUE
           OPEN INPUT ITEM-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ITEM FILE NOT FOUND - SUGGESTIONS NOT "
                   DISPLAY "SUPPLIER FILE NOT FOUND - SUPPLIER "
                       "DETAILS NOT SHOWN"
               END-IF
               OPEN INPUT STOCK-LOC-FILE
               IF WS-SLOC-FILE-STATUS = "00"
                   SET SLOC-FILE-IS-OPEN TO TRUE
               ELSE
                   DISPLAY "STOCK LOCATION FILE NOT FOUND - "
                       "ALLOCATIONS NOT DEDUCTED"
               END-IF
               PERFORM 1500-LOAD-ON-ORDER-TABLE
               PERFORM 1800-LOAD-CANDIDATE-TABLE
               OPEN OUTPUT SUGGEST-FILE
           END-IF.

           END-IF
           PERFORM 1600-READ-PO-RECORD.

       1800-LOAD-CANDIDATE-TABLE.
           OPEN INPUT REPLEN-CANDIDATE-FILE
           IF WS-CAND-FILE-STATUS = "00"
               SET NOT-END-OF-CANDIDATE-FILE TO TRUE
               PERFORM 1850-READ-CANDIDATE-RECORD
               PERFORM 1900-NOTE-ONE-CANDIDATE
                   UNTIL END-OF-CANDIDATE-FILE
               CLOSE REPLEN-CANDIDATE-FILE
           END-IF.

       1850-READ-CANDIDATE-RECORD.
           READ REPLEN-CANDIDATE-FILE
               AT END SET END-OF-CANDIDATE-FILE TO TRUE
           END-READ.

       1900-NOTE-ONE-CANDIDATE.
           IF RPC-SHORT-QTY IS NUMERIC
               MOVE RPC-ITEM-CODE TO WS-SEARCH-ITEM-CODE
               PERFORM 2270-SEARCH-CANDIDATE-TABLE
               IF ITEM-IS-CANDIDATE
                   ADD RPC-SHORT-QTY TO WS-CANDIDATE-SHORT (CD-IDX)
               ELSE
                   IF WS-CANDIDATE-TOTAL < WS-CANDIDATE-MAXIMUM
                       ADD 1 TO WS-CANDIDATE-TOTAL
                       MOVE RPC-ITEM-CODE
                           TO WS-CANDIDATE-CODE (WS-CANDIDATE-TOTAL)
                       MOVE RPC-SHORT-QTY
                           TO WS-CANDIDATE-SHORT (WS-CANDIDATE-TOTAL)
                   ELSE
                       IF CANDIDATE-TABLE-NOT-FULL
                           SET CANDIDATE-TABLE-FULL TO TRUE
                           DISPLAY "REPLENISHMENT CANDIDATE TABLE "
                               "FULL - CANDIDATE CHECK IS INCOMPLETE"
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM 1850-READ-CANDIDATE-RECORD.

       2000-SELECT-LOW-ITEMS.
           SET NOT-END-OF-ITEM-FILE TO TRUE
           PERFORM 2100-READ-ITEM-RECORD
           IF WS-ON-ORDER-TOTAL > ZERO
               PERFORM 2250-SEARCH-ON-ORDER-TABLE
           END-IF
           SET ITEM-NOT-CANDIDATE TO TRUE
           IF WS-CANDIDATE-TOTAL > ZERO
               MOVE ITEM-CODE TO WS-SEARCH-ITEM-CODE
               PERFORM 2270-SEARCH-CANDIDATE-TABLE
           END-IF
           PERFORM 2400-GET-AVAILABLE-QTY
           IF (WS-REPORT-QTY <= ITEM-REORDER-POINT
                   OR ITEM-IS-CANDIDATE)
                   AND ITEM-NOT-ON-ORDER
               MOVE ITEM-SUPPLIER-CODE TO SRT-SUPPLIER-CODE
               MOVE ITEM-CODE TO SRT-ITEM-CODE
               MOVE ITEM-NAME TO SRT-ITEM-NAME
               MOVE WS-REPORT-QTY TO SRT-QTY-ON-HAND
               MOVE ITEM-REORDER-POINT TO SRT-REORDER-POINT
               PERFORM 2300-COMPUTE-SUGGESTED-QTY
               RELEASE SORT-RECORD
                   SET ITEM-IS-ON-ORDER TO TRUE
           END-SEARCH.

       2270-SEARCH-CANDIDATE-TABLE.
           SET ITEM-NOT-CANDIDATE TO TRUE
           MOVE ZERO TO WS-CANDIDATE-QTY
           SET CD-IDX TO 1
           SEARCH WS-CANDIDATE-ENTRY
               AT END
                   SET ITEM-NOT-CANDIDATE TO TRUE
               WHEN CD-IDX > WS-CANDIDATE-TOTAL
                   SET ITEM-NOT-CANDIDATE TO TRUE
               WHEN WS-CANDIDATE-CODE (CD-IDX) = WS-SEARCH-ITEM-CODE
                   SET ITEM-IS-CANDIDATE TO TRUE
                   MOVE WS-CANDIDATE-SHORT (CD-IDX)
                       TO WS-CANDIDATE-QTY
           END-SEARCH.

       2300-COMPUTE-SUGGESTED-QTY.
           IF WS-REPORT-QTY <= ITEM-REORDER-POINT
               COMPUTE WS-SUGGEST-CHECK =
                   ITEM-REORDER-POINT - WS-REPORT-QTY + 1
           ELSE
               MOVE ZERO TO WS-SUGGEST-CHECK
           END-IF
           IF ITEM-IS-CANDIDATE
                   AND WS-CANDIDATE-QTY > WS-SUGGEST-CHECK
               MOVE WS-CANDIDATE-QTY TO WS-SUGGEST-CHECK
           END-IF
           IF WS-SUGGEST-CHECK > WS-QTY-MAXIMUM
               MOVE WS-QTY-MAXIMUM TO SRT-SUGGESTED-QTY
           ELSE
               MOVE WS-SUGGEST-CHECK TO SRT-SUGGESTED-QTY
           END-IF.

       2400-GET-AVAILABLE-QTY.
           MOVE ITEM-QTY-ON-HAND TO WS-AVAILABLE-QTY
           IF SLOC-FILE-IS-OPEN
               PERFORM 2500-DEDUCT-ITEM-ALLOCATIONS
           END-IF
           IF WS-AVAILABLE-QTY < ZERO
               MOVE ZERO TO WS-REPORT-QTY
           ELSE
               MOVE WS-AVAILABLE-QTY TO WS-REPORT-QTY
           END-IF.

       2500-DEDUCT-ITEM-ALLOCATIONS.
           MOVE ITEM-CODE TO SLC-ITEM-CODE
           MOVE LOW-VALUES TO SLC-LOCATION-CODE
           START STOCK-LOC-FILE KEY IS NOT LESS THAN SLC-KEY
               INVALID KEY SET END-OF-ITEM-ALLOCATIONS TO TRUE
               NOT INVALID KEY
                   SET NOT-END-OF-ITEM-ALLOCATIONS TO TRUE
           END-START
           IF NOT-END-OF-ITEM-ALLOCATIONS
               PERFORM 2600-READ-NEXT-ALLOCATION
               PERFORM 2650-DEDUCT-ONE-ALLOCATION
                   UNTIL END-OF-ITEM-ALLOCATIONS
           END-IF.

       2600-READ-NEXT-ALLOCATION.
           READ STOCK-LOC-FILE NEXT RECORD
               AT END SET END-OF-ITEM-ALLOCATIONS TO TRUE
           END-READ
           IF NOT-END-OF-ITEM-ALLOCATIONS
                   AND SLC-ITEM-CODE NOT = ITEM-CODE
               SET END-OF-ITEM-ALLOCATIONS TO TRUE
           END-IF.

       2650-DEDUCT-ONE-ALLOCATION.
           SUBTRACT SLC-QTY-ALLOCATED FROM WS-AVAILABLE-QTY
           PERFORM 2600-READ-NEXT-ALLOCATION.

       5000-WRITE-SUGGESTIONS.
           SET NOT-END-OF-SORT-FILE TO TRUE
           PERFORM 5100-RETURN-SORT-RECORD
               IF SUPPLIER-FILE-IS-OPEN
                   CLOSE SUPPLIER-FILE
               END-IF
               IF SLOC-FILE-IS-OPEN
                   CLOSE STOCK-LOC-FILE
               END-IF
           END-IF.
