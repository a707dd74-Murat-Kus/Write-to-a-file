           88 LOC-RECORD-EXISTS VALUE "Y".
           88 LOC-RECORD-MISSING VALUE "N".

       01  WS-SLOC-OPEN-SW PIC X(1).
           88 SLOC-FILE-IS-OPEN VALUE "Y".
           88 SLOC-FILE-NOT-OPEN VALUE "N".

       01  WS-ALLOC-EOF-SW PIC X(1).
           88 END-OF-ITEM-ALLOCATIONS VALUE "Y".
           88 NOT-END-OF-ITEM-ALLOCATIONS VALUE "N".

       01  WS-GROUP-OPEN-SW PIC X(1).
           88 GROUP-FILE-IS-OPEN VALUE "Y".
           88 GROUP-FILE-NOT-OPEN VALUE "N".
           88 GROUP-NOT-ACTIVE VALUE "N".

       01  WS-REPORT-QTY PIC 9(5).
       01  WS-AVAILABLE-QTY PIC S9(7).

       01  WS-CURRENT-GROUP PIC X(3).
       01  WS-CURRENT-GROUP-NAME PIC X(30).
           05 FILLER PIC X(5)  VALUE SPACES.
           05 FILLER PIC X(11) VALUE "ITEM PRICE".
           05 FILLER PIC X(3)  VALUE SPACES.
           05 FILLER PIC X(9)  VALUE "AVAILABLE".
           05 FILLER PIC X(12) VALUE SPACES.

       01  WS-DETAIL-LINE.
           IF WS-RUN-LOCATION = SPACES
               MOVE "ALL" TO WS-RUN-LOCATION
           END-IF
           SET SLOC-FILE-NOT-OPEN TO TRUE
           OPEN INPUT STOCK-LOC-FILE
           IF WS-SLOC-FILE-STATUS = "00"
               SET SLOC-FILE-IS-OPEN TO TRUE
           ELSE
               IF NOT ALL-LOCATIONS-RUN
                   DISPLAY "STOCK LOCATION FILE NOT FOUND - "
                       "REPORT NOT PRODUCED"
                   MOVE 8 TO RETURN-CODE
           PERFORM 2100-READ-ITEM-RECORD.

       2500-GET-REPORT-QUANTITY.
           MOVE ZERO TO WS-AVAILABLE-QTY
           IF ALL-LOCATIONS-RUN
               SET LOC-RECORD-EXISTS TO TRUE
               MOVE ITEM-QTY-ON-HAND TO WS-AVAILABLE-QTY
               IF SLOC-FILE-IS-OPEN
                   PERFORM 2600-DEDUCT-ITEM-ALLOCATIONS
               END-IF
           ELSE
               MOVE ITEM-CODE TO SLC-ITEM-CODE
               MOVE WS-RUN-LOCATION TO SLC-LOCATION-CODE
                       SET LOC-RECORD-MISSING TO TRUE
                   NOT INVALID KEY
                       SET LOC-RECORD-EXISTS TO TRUE
                       COMPUTE WS-AVAILABLE-QTY =
                           SLC-QTY-ON-HAND - SLC-QTY-ALLOCATED
               END-READ
           END-IF
           IF WS-AVAILABLE-QTY < ZERO
               MOVE ZERO TO WS-REPORT-QTY
           ELSE
               MOVE WS-AVAILABLE-QTY TO WS-REPORT-QTY
           END-IF.

       2600-DEDUCT-ITEM-ALLOCATIONS.
           MOVE ITEM-CODE TO SLC-ITEM-CODE
           MOVE LOW-VALUES TO SLC-LOCATION-CODE
           START STOCK-LOC-FILE KEY IS NOT LESS THAN SLC-KEY
               INVALID KEY SET END-OF-ITEM-ALLOCATIONS TO TRUE
               NOT INVALID KEY
                   SET NOT-END-OF-ITEM-ALLOCATIONS TO TRUE
           END-START
           IF NOT-END-OF-ITEM-ALLOCATIONS
               PERFORM 2700-READ-NEXT-ALLOCATION
               PERFORM 2750-DEDUCT-ONE-ALLOCATION
                   UNTIL END-OF-ITEM-ALLOCATIONS
           END-IF.

       2700-READ-NEXT-ALLOCATION.
           READ STOCK-LOC-FILE NEXT RECORD
               AT END SET END-OF-ITEM-ALLOCATIONS TO TRUE
           END-READ
           IF NOT-END-OF-ITEM-ALLOCATIONS
                   AND SLC-ITEM-CODE NOT = ITEM-CODE
               SET END-OF-ITEM-ALLOCATIONS TO TRUE
           END-IF.

       2750-DEDUCT-ONE-ALLOCATION.
           SUBTRACT SLC-QTY-ALLOCATED FROM WS-AVAILABLE-QTY
           PERFORM 2700-READ-NEXT-ALLOCATION.

       3000-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO HD-PAGE-NO
               IF GROUP-FILE-IS-OPEN
                   CLOSE GROUP-FILE
               END-IF
               IF SLOC-FILE-IS-OPEN
                   CLOSE STOCK-LOC-FILE
               END-IF
           END-IF.
