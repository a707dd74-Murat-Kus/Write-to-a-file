           COPY MVMTREC.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD PIC X(60).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05 WS-TRF-OUT-TOTAL PIC 9(7).
           05 WS-TRF-IN-TOTAL PIC 9(7).

       01  WS-GRAND-TOTALS.
           05 WS-GRAND-RECEIVED PIC 9(7) VALUE ZERO.
           05 WS-GRAND-ISSUED PIC 9(7) VALUE ZERO.
           05 WS-GRAND-ADJUSTED PIC 9(7) VALUE ZERO.
           05 WS-GRAND-TRF-OUT PIC 9(7) VALUE ZERO.
           05 WS-GRAND-TRF-IN PIC 9(7) VALUE ZERO.

       01  WS-RUN-DATE PIC 9(8).

       77  WS-MOVEMENT-COUNT PIC 9(7) COMP VALUE ZERO.
       5600-APPLY-MOVEMENT-TO-GROUP.
           EVALUATE SRT-TYPE
               WHEN "R"
               WHEN "K"
               WHEN "U"
                   IF BALANCE-NOT-ESTABLISHED
                       COMPUTE WS-OPENING-QTY =
                           SRT-RESULT-QTY - SRT-QUANTITY
                   ADD SRT-QUANTITY TO WS-RECEIVED-TOTAL
                   ADD SRT-QUANTITY TO WS-RUNNING-QTY
               WHEN "I"
               WHEN "C"
               WHEN "D"
               WHEN "V"
                   IF BALANCE-NOT-ESTABLISHED
                       COMPUTE WS-OPENING-QTY =
                           SRT-RESULT-QTY + SRT-QUANTITY
           WRITE PRINT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-ITEM-REPORT-COUNT
           ADD WS-RECEIVED-TOTAL TO WS-GRAND-RECEIVED
           ADD WS-ISSUED-TOTAL TO WS-GRAND-ISSUED
           ADD WS-ADJUSTED-TOTAL TO WS-GRAND-ADJUSTED
           ADD WS-TRF-OUT-TOTAL TO WS-GRAND-TRF-OUT
           ADD WS-TRF-IN-TOTAL TO WS-GRAND-TRF-IN.

       6300-PRINT-EXCEPTION-LINE.
           PERFORM 3900-CHECK-PAGE-FULL
           PERFORM 8100-PRINT-TOTAL-LINE
           MOVE "ITEMS NOT ON ITEM FILE:" TO TL-CAPTION
           MOVE WS-NOT-ON-FILE-COUNT TO TL-COUNT
           PERFORM 8100-PRINT-TOTAL-LINE
           MOVE "TOTAL QTY RECEIVED:" TO TL-CAPTION
           MOVE WS-GRAND-RECEIVED TO TL-COUNT
           PERFORM 8100-PRINT-TOTAL-LINE
           MOVE "TOTAL QTY ISSUED:" TO TL-CAPTION
           MOVE WS-GRAND-ISSUED TO TL-COUNT
           PERFORM 8100-PRINT-TOTAL-LINE
           MOVE "TOTAL QTY ADJUSTED:" TO TL-CAPTION
           MOVE WS-GRAND-ADJUSTED TO TL-COUNT
           PERFORM 8100-PRINT-TOTAL-LINE
           MOVE "TOTAL QTY TRANSFERRED OUT:" TO TL-CAPTION
           MOVE WS-GRAND-TRF-OUT TO TL-COUNT
           PERFORM 8100-PRINT-TOTAL-LINE
           MOVE "TOTAL QTY TRANSFERRED IN:" TO TL-CAPTION
           MOVE WS-GRAND-TRF-IN TO TL-COUNT
           PERFORM 8100-PRINT-TOTAL-LINE.

       8100-PRINT-TOTAL-LINE.
