           05 FILLER PIC X(16) VALUE "STOCK-REPORT".
           05 FILLER PIC X(16) VALUE "LOW-STOCK-REPORT".
           05 FILLER PIC X(16) VALUE "ITEM-CSV-EXPORT".
           05 FILLER PIC X(16) VALUE "EXPIRY-REPORT".
           05 FILLER PIC X(16) VALUE "INTEGRITY-CHECK".
       01  WS-STEP-NAMES REDEFINES WS-STEP-NAME-TABLE.
           05 WS-STEP-NAME OCCURS 5 TIMES PIC X(16).

       77  WS-STEP-MAXIMUM PIC 9(1) COMP VALUE 5.
       77  WS-STEP-SUB PIC 9(1) COMP VALUE ZERO.
       77  WS-CHECKPOINT-COUNT PIC 9(1) COMP VALUE ZERO.

                   CALL "LOW-STOCK-REPORT"
               WHEN 3
                   CALL "ITEM-CSV-EXPORT"
               WHEN 4
                   CALL "EXPIRY-REPORT"
               WHEN 5
                   CALL "INTEGRITY-CHECK"
           END-EVALUATE.

       4000-WRITE-RUNLOG-RECORD.
                       ".csv" DELIMITED BY SIZE
                       INTO WS-GENERATION-NAME
                   END-STRING
               WHEN 4
                   STRING WS-FILE-PREFIX DELIMITED BY SIZE
                       "expiry.prt" DELIMITED BY SIZE
                       INTO WS-SOURCE-NAME
                   END-STRING
                   STRING WS-FILE-PREFIX DELIMITED BY SIZE
                       "expiry" DELIMITED BY SIZE
                       WS-BUSINESS-DATE DELIMITED BY SIZE
                       ".prt" DELIMITED BY SIZE
                       INTO WS-GENERATION-NAME
                   END-STRING
               WHEN 5
                   STRING WS-FILE-PREFIX DELIMITED BY SIZE
                       "integ.prt" DELIMITED BY SIZE
                       INTO WS-SOURCE-NAME
                   END-STRING
                   STRING WS-FILE-PREFIX DELIMITED BY SIZE
                       "integ" DELIMITED BY SIZE
                       WS-BUSINESS-DATE DELIMITED BY SIZE
                       ".prt" DELIMITED BY SIZE
                       INTO WS-GENERATION-NAME
                   END-STRING
           END-EVALUATE.

       4700-READ-SOURCE-RECORD.
