       IDENTIFICATION DIVISION.
       PROGRAM-ID. KIT-ASSEMBLY.
      *********************************
      *AUTHOR. MURAT KUÞ.
      *DATE-WRITTEN. 30/07/2023.
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

           SELECT LOCATION-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\locnfile.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOC-CODE
           FILE STATUS IS WS-LOCN-FILE-STATUS.

           SELECT STOCK-LOC-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\stockloc.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SLC-KEY
           FILE STATUS IS WS-SLOC-FILE-STATUS.

           SELECT MOVEMENT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\itemmvmt.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-MVMT-FILE-STATUS.

           SELECT LOT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\lotbal.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOT-KEY
           FILE STATUS IS WS-LOT-FILE-STATUS.

           SELECT BOM-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\bomfile.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BOM-KEY
           FILE STATUS IS WS-BOM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ITEM-FILE.
           COPY STOCKITM.

       FD  LOCATION-FILE.
           COPY LOCNREC.

       FD  STOCK-LOC-FILE.
           COPY STOCKLOC.

       FD  MOVEMENT-FILE.
           COPY MVMTREC.

       FD  LOT-FILE.
           COPY LOTBAL.

       FD  BOM-FILE.
           COPY BOMREC.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS PIC X(2).
       01  WS-LOCN-FILE-STATUS PIC X(2).
       01  WS-SLOC-FILE-STATUS PIC X(2).
       01  WS-MVMT-FILE-STATUS PIC X(2).
       01  WS-LOT-FILE-STATUS PIC X(2).
       01  WS-BOM-FILE-STATUS PIC X(2).

       01  WS-OPERATOR-ID PIC X(8).

       01  WS-POSTING-SW PIC X(1).
           88 POSTING-FINISHED VALUE "Y".
           88 POSTING-NOT-FINISHED VALUE "N".

       01  WS-FILES-OPEN-SW PIC X(1).
           88 ALL-FILES-ARE-OPEN VALUE "Y".
           88 FILES-NOT-ALL-OPEN VALUE "N".

       01  WS-FUNCTION-SW PIC X(1).
           88 FUNCTION-ASSEMBLE VALUE "1".
           88 FUNCTION-DISASSEMBLE VALUE "2".

       01  WS-KIT-SW PIC X(1).
           88 KIT-IS-VALID VALUE "Y".
           88 KIT-IS-INVALID VALUE "N".

       01  WS-LOC-RECORD-SW PIC X(1).
           88 LOC-RECORD-EXISTS VALUE "Y".
           88 LOC-RECORD-MISSING VALUE "N".

       01  WS-QTY-SW PIC X(1).
           88 QTY-IS-VALID VALUE "Y".
           88 QTY-IS-INVALID VALUE "N".

       01  WS-BOM-EOF-SW PIC X(1).
           88 END-OF-KIT-COMPONENTS VALUE "Y".
           88 NOT-END-OF-KIT-COMPONENTS VALUE "N".

       01  WS-COMPONENT-FULL-SW PIC X(1).
           88 COMPONENT-TABLE-FULL VALUE "Y".
           88 COMPONENT-TABLE-NOT-FULL VALUE "N".

       01  WS-POST-LOT-SW PIC X(1).
           88 POST-ITEM-IS-LOT-CONTROLLED VALUE "Y".
           88 POST-ITEM-NOT-LOT-CONTROLLED VALUE "N".

       01  WS-LOT-FOUND-SW PIC X(1).
           88 LOT-FOUND VALUE "Y".
           88 LOT-NOT-FOUND VALUE "N".

       01  WS-LOT-EOF-SW PIC X(1).
           88 END-OF-ITEM-LOTS VALUE "Y".
           88 NOT-END-OF-ITEM-LOTS VALUE "N".

       01  WS-DATE-SW PIC X(1).
           88 DATE-IS-VALID VALUE "Y".
           88 DATE-IS-INVALID VALUE "N".

       01  WS-ENTRY-KIT-CODE PIC X(5).
       01  WS-ENTRY-LOCATION PIC X(3).

       01  WS-QTY-INPUT PIC X(6).
       01  WS-QTY-NUMVAL-CHECK PIC S9(4) COMP.
       01  WS-QTY-CHECK PIC S9(7).
       01  WS-ENTRY-QTY PIC 9(5).

       01  WS-KIT-LOT-CONTROLLED PIC X(1).
       01  WS-KIT-UNIT-COST PIC 9(5)V99.
       01  WS-KIT-LOT-NUMBER PIC X(10).
       01  WS-KIT-EXPIRY-DATE PIC 9(8).
       01  WS-BUILD-COST PIC 9(9)V99.
       01  WS-UNITS-PER-KIT PIC 9(7).
       01  WS-AVAILABLE-QTY PIC 9(5).

       01  WS-COMPONENT-TABLE.
           05 WS-COMPONENT-ENTRY OCCURS 50 TIMES
                   INDEXED BY CMP-IDX.
              10 WS-CMP-ITEM-CODE PIC X(5).
              10 WS-CMP-QTY-PER-KIT PIC 9(3).
              10 WS-CMP-REQUIRED-QTY PIC 9(8).
              10 WS-CMP-UNIT-COST PIC 9(5)V99.
              10 WS-CMP-POST-COST PIC 9(5)V99.
              10 WS-CMP-LOT-CONTROLLED PIC X(1).
              10 WS-CMP-LOT-NUMBER PIC X(10).
              10 WS-CMP-EXPIRY-DATE PIC 9(8).

       77  WS-COMPONENT-TOTAL PIC 9(3) COMP VALUE ZERO.
       77  WS-COMPONENT-MAXIMUM PIC 9(3) COMP VALUE 50.

       01  WS-POST-ITEM-CODE PIC X(5).
       01  WS-POST-TYPE PIC X(1).
       01  WS-POST-QTY PIC 9(5).
       01  WS-POST-COST PIC 9(5)V99.
       01  WS-POST-LOT-NUMBER PIC X(10).
       01  WS-POST-EXPIRY-DATE PIC 9(8).
       01  WS-OLD-COST PIC 9(5)V99.
       01  WS-LOC-QTY PIC 9(5).
       01  WS-LOC-ALLOCATED PIC 9(5).
       01  WS-LOC-MIN-LEVEL PIC 9(5).
       01  WS-LOC-MAX-LEVEL PIC 9(5).

       01  WS-ISSUE-LOT-NUMBER PIC X(10).
       01  WS-LOT-INPUT PIC X(10).
       01  WS-EXPIRY-INPUT PIC X(8).
       01  WS-EXPIRY-DATE PIC 9(8).
       01  WS-TODAY PIC 9(8).
       01  WS-LOT-TOTAL PIC 9(7).
       01  WS-LOT-REMAINING PIC 9(5).
       01  WS-LOT-TAKE-QTY PIC 9(5).
       01  WS-EARLIEST-LOT PIC X(10).
       01  WS-EARLIEST-EXPIRY PIC 9(8).

       77  WS-QTY-MAXIMUM PIC 9(5) VALUE 99999.
       77  WS-COST-MAXIMUM PIC 9(5)V99 VALUE 99999.99.

       77  WS-KIT-COUNT PIC 9(5) COMP VALUE ZERO.
       77  WS-MOVEMENT-COUNT PIC 9(5) COMP VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-POST-ONE-KIT
               UNTIL POSTING-FINISHED
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           SET FILES-NOT-ALL-OPEN TO TRUE
           SET POSTING-FINISHED TO TRUE
           OPEN I-O ITEM-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ITEM FILE NOT FOUND - NO KITS POSTED"
           ELSE
               OPEN INPUT LOCATION-FILE
               IF WS-LOCN-FILE-STATUS NOT = "00"
                   DISPLAY "LOCATION FILE NOT FOUND - NO KITS "
                       "POSTED"
                   CLOSE ITEM-FILE
               ELSE
                   OPEN INPUT BOM-FILE
                   IF WS-BOM-FILE-STATUS NOT = "00"
                       DISPLAY "BILL OF MATERIALS FILE NOT FOUND - "
                           "NO KITS POSTED"
                       CLOSE ITEM-FILE
                       CLOSE LOCATION-FILE
                   ELSE
                       PERFORM 1100-OPEN-MOVEMENT-FILE
                       PERFORM 1200-OPEN-STOCK-LOC-FILE
                       PERFORM 1400-OPEN-LOT-FILE
                       ACCEPT WS-TODAY FROM DATE YYYYMMDD
                       SET ALL-FILES-ARE-OPEN TO TRUE
                       DISPLAY "Welcome to the Kit Assembly App"
                       DISPLAY "Please enter your operator ID:"
                       ACCEPT WS-OPERATOR-ID
                       MOVE SPACE TO WS-FUNCTION-SW
                       PERFORM 1500-PROMPT-FUNCTION
                           UNTIL FUNCTION-ASSEMBLE
                               OR FUNCTION-DISASSEMBLE
                       SET POSTING-NOT-FINISHED TO TRUE
                   END-IF
               END-IF
           END-IF.

       1100-OPEN-MOVEMENT-FILE.
           OPEN EXTEND MOVEMENT-FILE
           IF WS-MVMT-FILE-STATUS = "35"
               OPEN OUTPUT MOVEMENT-FILE
               CLOSE MOVEMENT-FILE
               OPEN EXTEND MOVEMENT-FILE
           END-IF.

       1200-OPEN-STOCK-LOC-FILE.
           OPEN I-O STOCK-LOC-FILE
           IF WS-SLOC-FILE-STATUS = "35"
               OPEN OUTPUT STOCK-LOC-FILE
               CLOSE STOCK-LOC-FILE
               OPEN I-O STOCK-LOC-FILE
           END-IF.

       1400-OPEN-LOT-FILE.
           OPEN I-O LOT-FILE
           IF WS-LOT-FILE-STATUS = "35"
               OPEN OUTPUT LOT-FILE
               CLOSE LOT-FILE
               OPEN I-O LOT-FILE
           END-IF.

       1500-PROMPT-FUNCTION.
           DISPLAY "1 - ASSEMBLE KITS FROM COMPONENTS"
           DISPLAY "2 - DISASSEMBLE KITS INTO COMPONENTS"
           DISPLAY "Please enter your choice:"
           ACCEPT WS-FUNCTION-SW
           IF NOT (FUNCTION-ASSEMBLE OR FUNCTION-DISASSEMBLE)
               DISPLAY "CHOICE MUST BE 1 OR 2 - PLEASE RE-ENTER"
           END-IF.

       2000-POST-ONE-KIT.
           DISPLAY "Enter the kit item code (or END to finish):"
           ACCEPT WS-ENTRY-KIT-CODE
           IF WS-ENTRY-KIT-CODE = "END"
                   OR WS-ENTRY-KIT-CODE = SPACES
               SET POSTING-FINISHED TO TRUE
           ELSE
               PERFORM 2500-PROCESS-KIT
           END-IF.

       2500-PROCESS-KIT.
           SET KIT-IS-VALID TO TRUE
           MOVE WS-ENTRY-KIT-CODE TO ITEM-CODE
           READ ITEM-FILE
               INVALID KEY
                   DISPLAY "KIT ITEM CODE NOT FOUND - KIT REJECTED"
                   SET KIT-IS-INVALID TO TRUE
           END-READ
           IF KIT-IS-VALID
               PERFORM 2600-LOAD-BILL-OF-MATERIALS
           END-IF
           IF KIT-IS-VALID
               PERFORM 2700-GET-KIT-LOCATION
           END-IF
           IF KIT-IS-VALID
               DISPLAY "Please enter the number of kits:"
               PERFORM 3100-GET-VALID-QUANTITY
               IF FUNCTION-ASSEMBLE
                   PERFORM 3500-CHECK-ASSEMBLY
               ELSE
                   PERFORM 3700-CHECK-DISASSEMBLY
               END-IF
           END-IF
           IF KIT-IS-VALID
               IF FUNCTION-ASSEMBLE
                   PERFORM 4000-POST-ASSEMBLY
               ELSE
                   PERFORM 5000-POST-DISASSEMBLY
               END-IF
           END-IF.

       2600-LOAD-BILL-OF-MATERIALS.
           MOVE ZERO TO WS-COMPONENT-TOTAL
           SET COMPONENT-TABLE-NOT-FULL TO TRUE
           MOVE WS-ENTRY-KIT-CODE TO BOM-KIT-CODE
           MOVE LOW-VALUES TO BOM-COMPONENT-CODE
           START BOM-FILE KEY IS NOT LESS THAN BOM-KEY
               INVALID KEY SET END-OF-KIT-COMPONENTS TO TRUE
               NOT INVALID KEY SET NOT-END-OF-KIT-COMPONENTS TO TRUE
           END-START
           IF NOT-END-OF-KIT-COMPONENTS
               PERFORM 2620-READ-NEXT-COMPONENT
           END-IF
           PERFORM 2650-ADD-ONE-COMPONENT
               UNTIL END-OF-KIT-COMPONENTS
           EVALUATE TRUE
               WHEN COMPONENT-TABLE-FULL
                   DISPLAY "KIT HAS MORE THAN 50 COMPONENTS - KIT "
                       "REJECTED"
                   SET KIT-IS-INVALID TO TRUE
               WHEN WS-COMPONENT-TOTAL = ZERO
                   DISPLAY "NO BILL OF MATERIALS FOR THE KIT - KIT "
                       "REJECTED"
                   SET KIT-IS-INVALID TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2620-READ-NEXT-COMPONENT.
           READ BOM-FILE NEXT RECORD
               AT END SET END-OF-KIT-COMPONENTS TO TRUE
           END-READ
           IF NOT-END-OF-KIT-COMPONENTS
                   AND BOM-KIT-CODE NOT = WS-ENTRY-KIT-CODE
               SET END-OF-KIT-COMPONENTS TO TRUE
           END-IF.

       2650-ADD-ONE-COMPONENT.
           IF WS-COMPONENT-TOTAL < WS-COMPONENT-MAXIMUM
               ADD 1 TO WS-COMPONENT-TOTAL
               SET CMP-IDX TO WS-COMPONENT-TOTAL
               MOVE BOM-COMPONENT-CODE TO WS-CMP-ITEM-CODE (CMP-IDX)
               MOVE BOM-QTY-PER-KIT TO WS-CMP-QTY-PER-KIT (CMP-IDX)
               MOVE ZERO TO WS-CMP-REQUIRED-QTY (CMP-IDX)
               MOVE ZERO TO WS-CMP-UNIT-COST (CMP-IDX)
               MOVE ZERO TO WS-CMP-POST-COST (CMP-IDX)
               MOVE SPACE TO WS-CMP-LOT-CONTROLLED (CMP-IDX)
               MOVE SPACES TO WS-CMP-LOT-NUMBER (CMP-IDX)
               MOVE ZERO TO WS-CMP-EXPIRY-DATE (CMP-IDX)
           ELSE
               SET COMPONENT-TABLE-FULL TO TRUE
           END-IF
           PERFORM 2620-READ-NEXT-COMPONENT.

       2700-GET-KIT-LOCATION.
           DISPLAY "Enter the location code:"
           ACCEPT WS-ENTRY-LOCATION
           MOVE WS-ENTRY-LOCATION TO LOC-CODE
           READ LOCATION-FILE
               INVALID KEY
                   DISPLAY "LOCATION NOT ON LOCATION FILE - "
                       "KIT REJECTED"
                   SET KIT-IS-INVALID TO TRUE
           END-READ.

       3100-GET-VALID-QUANTITY.
           SET QTY-IS-INVALID TO TRUE
           PERFORM 3110-PROMPT-AND-CHECK-QUANTITY
               UNTIL QTY-IS-VALID.

       3110-PROMPT-AND-CHECK-QUANTITY.
           ACCEPT WS-QTY-INPUT
           MOVE FUNCTION TEST-NUMVAL(WS-QTY-INPUT)
               TO WS-QTY-NUMVAL-CHECK
           IF WS-QTY-NUMVAL-CHECK NOT = ZERO
               DISPLAY "QUANTITY MUST BE NUMERIC - PLEASE RE-ENTER"
           ELSE
               COMPUTE WS-QTY-CHECK = FUNCTION NUMVAL(WS-QTY-INPUT)
               IF WS-QTY-CHECK < 1 OR WS-QTY-CHECK > WS-QTY-MAXIMUM
                   DISPLAY "QUANTITY MUST BE BETWEEN 1 AND 99999"
                       " - PLEASE RE-ENTER"
               ELSE
                   MOVE WS-QTY-CHECK TO WS-ENTRY-QTY
                   SET QTY-IS-VALID TO TRUE
               END-IF
           END-IF.

       3500-CHECK-ASSEMBLY.
           MOVE ZERO TO WS-BUILD-COST
           PERFORM 3510-CHECK-ONE-COMPONENT
               VARYING CMP-IDX FROM 1 BY 1
               UNTIL CMP-IDX > WS-COMPONENT-TOTAL
           IF KIT-IS-VALID
               PERFORM 3550-CHECK-KIT-RECEIPT
           END-IF
           IF KIT-IS-VALID AND WS-KIT-LOT-CONTROLLED = "Y"
               MOVE SPACES TO WS-KIT-LOT-NUMBER
               PERFORM 3610-PROMPT-KIT-LOT
                   UNTIL WS-KIT-LOT-NUMBER NOT = SPACES
               SET DATE-IS-INVALID TO TRUE
               PERFORM 3650-PROMPT-EXPIRY-DATE
                   UNTIL DATE-IS-VALID
               MOVE WS-EXPIRY-DATE TO WS-KIT-EXPIRY-DATE
           END-IF.

       3510-CHECK-ONE-COMPONENT.
           COMPUTE WS-CMP-REQUIRED-QTY (CMP-IDX) =
               WS-CMP-QTY-PER-KIT (CMP-IDX) * WS-ENTRY-QTY
           MOVE WS-CMP-ITEM-CODE (CMP-IDX) TO ITEM-CODE
           READ ITEM-FILE
               INVALID KEY
                   DISPLAY "COMPONENT " WS-CMP-ITEM-CODE (CMP-IDX)
                       " NOT ON ITEM FILE - KIT REJECTED"
                   SET KIT-IS-INVALID TO TRUE
               NOT INVALID KEY
                   PERFORM 3520-SAVE-COMPONENT-DETAILS
                   COMPUTE WS-BUILD-COST = WS-BUILD-COST
                       + WS-CMP-QTY-PER-KIT (CMP-IDX)
                       * WS-CMP-UNIT-COST (CMP-IDX)
                   MOVE WS-CMP-UNIT-COST (CMP-IDX)
                       TO WS-CMP-POST-COST (CMP-IDX)
                   PERFORM 3530-CHECK-COMPONENT-STOCK
           END-READ.

       3520-SAVE-COMPONENT-DETAILS.
           MOVE ITEM-LOT-CONTROLLED
               TO WS-CMP-LOT-CONTROLLED (CMP-IDX)
           IF ITEM-UNIT-COST IS NUMERIC
               MOVE ITEM-UNIT-COST TO WS-CMP-UNIT-COST (CMP-IDX)
           ELSE
               MOVE ZERO TO WS-CMP-UNIT-COST (CMP-IDX)
           END-IF.

       3530-CHECK-COMPONENT-STOCK.
           MOVE WS-CMP-ITEM-CODE (CMP-IDX) TO WS-POST-ITEM-CODE
           PERFORM 7100-READ-LOCATION-BALANCE
           PERFORM 7150-COMPUTE-AVAILABLE-QTY
           EVALUATE TRUE
               WHEN WS-CMP-REQUIRED-QTY (CMP-IDX) > ITEM-QTY-ON-HAND
                   DISPLAY "COMPONENT " WS-CMP-ITEM-CODE (CMP-IDX)
                       " NEEDS " WS-CMP-REQUIRED-QTY (CMP-IDX)
                       " BUT ONLY " ITEM-QTY-ON-HAND " ON HAND"
                   SET KIT-IS-INVALID TO TRUE
               WHEN WS-CMP-REQUIRED-QTY (CMP-IDX) > WS-AVAILABLE-QTY
                   DISPLAY "COMPONENT " WS-CMP-ITEM-CODE (CMP-IDX)
                       " NEEDS " WS-CMP-REQUIRED-QTY (CMP-IDX)
                       " BUT ONLY " WS-AVAILABLE-QTY
                       " AVAILABLE AT THE LOCATION"
                   SET KIT-IS-INVALID TO TRUE
               WHEN WS-CMP-LOT-CONTROLLED (CMP-IDX) = "Y"
                   PERFORM 6000-TOTAL-USABLE-LOTS
                   IF WS-CMP-REQUIRED-QTY (CMP-IDX) > WS-LOT-TOTAL
                       DISPLAY "COMPONENT " WS-CMP-ITEM-CODE (CMP-IDX)
                           " HAS ONLY " WS-LOT-TOTAL
                           " IN UNEXPIRED LOTS AT THE LOCATION"
                       SET KIT-IS-INVALID TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3550-CHECK-KIT-RECEIPT.
           MOVE WS-ENTRY-KIT-CODE TO ITEM-CODE
           READ ITEM-FILE
               INVALID KEY
                   DISPLAY "KIT COULD NOT BE READ BACK - KIT REJECTED"
                   SET KIT-IS-INVALID TO TRUE
               NOT INVALID KEY
                   MOVE ITEM-LOT-CONTROLLED TO WS-KIT-LOT-CONTROLLED
                   MOVE WS-ENTRY-KIT-CODE TO WS-POST-ITEM-CODE
                   PERFORM 7100-READ-LOCATION-BALANCE
                   EVALUATE TRUE
                       WHEN WS-BUILD-COST > WS-COST-MAXIMUM
                           DISPLAY "KIT COST EXCEEDS 99999.99 - "
                               "KIT REJECTED"
                           SET KIT-IS-INVALID TO TRUE
                       WHEN ITEM-QTY-ON-HAND + WS-ENTRY-QTY
                               > WS-QTY-MAXIMUM
                               OR WS-LOC-QTY + WS-ENTRY-QTY
                               > WS-QTY-MAXIMUM
                           DISPLAY "ASSEMBLY EXCEEDS MAXIMUM KIT "
                               "QUANTITY - KIT REJECTED"
                           SET KIT-IS-INVALID TO TRUE
                       WHEN OTHER
                           MOVE WS-BUILD-COST TO WS-KIT-UNIT-COST
                   END-EVALUATE
           END-READ.

       3610-PROMPT-KIT-LOT.
           DISPLAY "Please enter the lot number for the kits built:"
           ACCEPT WS-KIT-LOT-NUMBER
           IF WS-KIT-LOT-NUMBER = SPACES
               DISPLAY "LOT NUMBER IS REQUIRED FOR A LOT CONTROLLED "
                   "ITEM - PLEASE RE-ENTER"
           END-IF.

       3650-PROMPT-EXPIRY-DATE.
           DISPLAY "Please enter the lot expiry date (YYYYMMDD):"
           ACCEPT WS-EXPIRY-INPUT
           IF WS-EXPIRY-INPUT IS NOT NUMERIC
               DISPLAY "DATE MUST BE 8 DIGITS - PLEASE RE-ENTER"
           ELSE
               MOVE WS-EXPIRY-INPUT TO WS-EXPIRY-DATE
               IF WS-EXPIRY-DATE < WS-TODAY
                   DISPLAY "LOT HAS ALREADY EXPIRED - PLEASE "
                       "RE-ENTER"
               ELSE
                   SET DATE-IS-VALID TO TRUE
               END-IF
           END-IF.

       3700-CHECK-DISASSEMBLY.
           PERFORM 3710-CHECK-KIT-STOCK
           MOVE ZERO TO WS-BUILD-COST
           MOVE ZERO TO WS-UNITS-PER-KIT
           IF KIT-IS-VALID
               PERFORM 3750-CHECK-RETURNED-COMPONENT
                   VARYING CMP-IDX FROM 1 BY 1
                   UNTIL CMP-IDX > WS-COMPONENT-TOTAL
           END-IF
           IF KIT-IS-VALID
               PERFORM 3780-APPORTION-KIT-COST
                   VARYING CMP-IDX FROM 1 BY 1
                   UNTIL CMP-IDX > WS-COMPONENT-TOTAL
               PERFORM 3800-GET-COMPONENT-LOT
                   VARYING CMP-IDX FROM 1 BY 1
                   UNTIL CMP-IDX > WS-COMPONENT-TOTAL
           END-IF.

       3710-CHECK-KIT-STOCK.
           MOVE ITEM-LOT-CONTROLLED TO WS-KIT-LOT-CONTROLLED
           IF ITEM-UNIT-COST IS NUMERIC
               MOVE ITEM-UNIT-COST TO WS-KIT-UNIT-COST
           ELSE
               MOVE ZERO TO WS-KIT-UNIT-COST
           END-IF
           MOVE WS-ENTRY-KIT-CODE TO WS-POST-ITEM-CODE
           PERFORM 7100-READ-LOCATION-BALANCE
           PERFORM 7150-COMPUTE-AVAILABLE-QTY
           EVALUATE TRUE
               WHEN WS-ENTRY-QTY > ITEM-QTY-ON-HAND
                   DISPLAY "ONLY " ITEM-QTY-ON-HAND " KITS ON HAND - "
                       "KIT REJECTED"
                   SET KIT-IS-INVALID TO TRUE
               WHEN WS-ENTRY-QTY > WS-AVAILABLE-QTY
                   DISPLAY "ONLY " WS-AVAILABLE-QTY " KITS AVAILABLE "
                       "AT THE LOCATION - KIT REJECTED"
                   SET KIT-IS-INVALID TO TRUE
               WHEN WS-KIT-LOT-CONTROLLED = "Y"
                   PERFORM 6000-TOTAL-USABLE-LOTS
                   IF WS-ENTRY-QTY > WS-LOT-TOTAL
                       DISPLAY "ONLY " WS-LOT-TOTAL " KITS IN "
                           "UNEXPIRED LOTS AT THE LOCATION - KIT "
                           "REJECTED"
                       SET KIT-IS-INVALID TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3750-CHECK-RETURNED-COMPONENT.
           COMPUTE WS-CMP-REQUIRED-QTY (CMP-IDX) =
               WS-CMP-QTY-PER-KIT (CMP-IDX) * WS-ENTRY-QTY
           MOVE WS-CMP-ITEM-CODE (CMP-IDX) TO ITEM-CODE
           READ ITEM-FILE
               INVALID KEY
                   DISPLAY "COMPONENT " WS-CMP-ITEM-CODE (CMP-IDX)
                       " NOT ON ITEM FILE - KIT REJECTED"
                   SET KIT-IS-INVALID TO TRUE
               NOT INVALID KEY
                   PERFORM 3520-SAVE-COMPONENT-DETAILS
                   COMPUTE WS-BUILD-COST = WS-BUILD-COST
                       + WS-CMP-QTY-PER-KIT (CMP-IDX)
                       * WS-CMP-UNIT-COST (CMP-IDX)
                   ADD WS-CMP-QTY-PER-KIT (CMP-IDX)
                       TO WS-UNITS-PER-KIT
                   MOVE WS-CMP-ITEM-CODE (CMP-IDX)
                       TO WS-POST-ITEM-CODE
                   PERFORM 7100-READ-LOCATION-BALANCE
                   IF ITEM-QTY-ON-HAND + WS-CMP-REQUIRED-QTY (CMP-IDX)
                           > WS-QTY-MAXIMUM
                           OR WS-LOC-QTY
                           + WS-CMP-REQUIRED-QTY (CMP-IDX)
                           > WS-QTY-MAXIMUM
                       DISPLAY "COMPONENT " WS-CMP-ITEM-CODE (CMP-IDX)
                           " WOULD EXCEED MAXIMUM QUANTITY - KIT "
                           "REJECTED"
                       SET KIT-IS-INVALID TO TRUE
                   END-IF
           END-READ.

       3780-APPORTION-KIT-COST.
           IF WS-BUILD-COST > ZERO
               COMPUTE WS-CMP-POST-COST (CMP-IDX) ROUNDED =
                   WS-CMP-UNIT-COST (CMP-IDX) * WS-KIT-UNIT-COST
                   / WS-BUILD-COST
                   ON SIZE ERROR
                       MOVE WS-COST-MAXIMUM
                           TO WS-CMP-POST-COST (CMP-IDX)
               END-COMPUTE
           ELSE
               COMPUTE WS-CMP-POST-COST (CMP-IDX) ROUNDED =
                   WS-KIT-UNIT-COST / WS-UNITS-PER-KIT
           END-IF.

       3800-GET-COMPONENT-LOT.
           IF WS-CMP-LOT-CONTROLLED (CMP-IDX) = "Y"
               MOVE SPACES TO WS-LOT-INPUT
               PERFORM 3810-PROMPT-COMPONENT-LOT
                   UNTIL WS-LOT-INPUT NOT = SPACES
               MOVE WS-LOT-INPUT TO WS-CMP-LOT-NUMBER (CMP-IDX)
               SET DATE-IS-INVALID TO TRUE
               PERFORM 3650-PROMPT-EXPIRY-DATE
                   UNTIL DATE-IS-VALID
               MOVE WS-EXPIRY-DATE TO WS-CMP-EXPIRY-DATE (CMP-IDX)
           END-IF.

       3810-PROMPT-COMPONENT-LOT.
           DISPLAY "Please enter the lot number for component "
               WS-CMP-ITEM-CODE (CMP-IDX) ":"
           ACCEPT WS-LOT-INPUT
           IF WS-LOT-INPUT = SPACES
               DISPLAY "LOT NUMBER IS REQUIRED FOR A LOT CONTROLLED "
                   "ITEM - PLEASE RE-ENTER"
           END-IF.

       4000-POST-ASSEMBLY.
           PERFORM 4100-ISSUE-ONE-COMPONENT
               VARYING CMP-IDX FROM 1 BY 1
               UNTIL CMP-IDX > WS-COMPONENT-TOTAL
           MOVE WS-ENTRY-KIT-CODE TO ITEM-CODE
           READ ITEM-FILE
               INVALID KEY
                   DISPLAY "KIT COULD NOT BE READ BACK - KITS NOT "
                       "RECEIVED"
               NOT INVALID KEY
                   MOVE WS-ENTRY-KIT-CODE TO WS-POST-ITEM-CODE
                   MOVE "K" TO WS-POST-TYPE
                   MOVE WS-ENTRY-QTY TO WS-POST-QTY
                   MOVE WS-KIT-UNIT-COST TO WS-POST-COST
                   MOVE WS-KIT-LOT-CONTROLLED TO WS-POST-LOT-SW
                   MOVE WS-KIT-LOT-NUMBER TO WS-POST-LOT-NUMBER
                   MOVE WS-KIT-EXPIRY-DATE TO WS-POST-EXPIRY-DATE
                   PERFORM 7500-POST-STOCK-IN
                   ADD 1 TO WS-KIT-COUNT
                   DISPLAY WS-ENTRY-QTY " KIT(S) ASSEMBLED AT A UNIT "
                       "COST OF " WS-KIT-UNIT-COST
           END-READ.

       4100-ISSUE-ONE-COMPONENT.
           MOVE WS-CMP-ITEM-CODE (CMP-IDX) TO ITEM-CODE
           READ ITEM-FILE
               INVALID KEY
                   DISPLAY "COMPONENT " WS-CMP-ITEM-CODE (CMP-IDX)
                       " COULD NOT BE READ BACK - NOT ISSUED"
               NOT INVALID KEY
                   MOVE WS-CMP-ITEM-CODE (CMP-IDX)
                       TO WS-POST-ITEM-CODE
                   MOVE "C" TO WS-POST-TYPE
                   MOVE WS-CMP-REQUIRED-QTY (CMP-IDX) TO WS-POST-QTY
                   MOVE WS-CMP-POST-COST (CMP-IDX) TO WS-POST-COST
                   MOVE WS-CMP-LOT-CONTROLLED (CMP-IDX)
                       TO WS-POST-LOT-SW
                   PERFORM 7000-POST-STOCK-OUT
           END-READ.

       5000-POST-DISASSEMBLY.
           MOVE WS-ENTRY-KIT-CODE TO ITEM-CODE
           READ ITEM-FILE
               INVALID KEY
                   DISPLAY "KIT COULD NOT BE READ BACK - KITS NOT "
                       "DISASSEMBLED"
               NOT INVALID KEY
                   MOVE WS-ENTRY-KIT-CODE TO WS-POST-ITEM-CODE
                   MOVE "D" TO WS-POST-TYPE
                   MOVE WS-ENTRY-QTY TO WS-POST-QTY
                   MOVE WS-KIT-UNIT-COST TO WS-POST-COST
                   MOVE WS-KIT-LOT-CONTROLLED TO WS-POST-LOT-SW
                   PERFORM 7000-POST-STOCK-OUT
                   PERFORM 5100-RETURN-ONE-COMPONENT
                       VARYING CMP-IDX FROM 1 BY 1
                       UNTIL CMP-IDX > WS-COMPONENT-TOTAL
                   ADD 1 TO WS-KIT-COUNT
                   DISPLAY WS-ENTRY-QTY " KIT(S) DISASSEMBLED"
           END-READ.

       5100-RETURN-ONE-COMPONENT.
           MOVE WS-CMP-ITEM-CODE (CMP-IDX) TO ITEM-CODE
           READ ITEM-FILE
               INVALID KEY
                   DISPLAY "COMPONENT " WS-CMP-ITEM-CODE (CMP-IDX)
                       " COULD NOT BE READ BACK - NOT RETURNED"
               NOT INVALID KEY
                   MOVE WS-CMP-ITEM-CODE (CMP-IDX)
                       TO WS-POST-ITEM-CODE
                   MOVE "U" TO WS-POST-TYPE
                   MOVE WS-CMP-REQUIRED-QTY (CMP-IDX) TO WS-POST-QTY
                   MOVE WS-CMP-POST-COST (CMP-IDX) TO WS-POST-COST
                   MOVE WS-CMP-LOT-CONTROLLED (CMP-IDX)
                       TO WS-POST-LOT-SW
                   MOVE WS-CMP-LOT-NUMBER (CMP-IDX)
                       TO WS-POST-LOT-NUMBER
                   MOVE WS-CMP-EXPIRY-DATE (CMP-IDX)
                       TO WS-POST-EXPIRY-DATE
                   PERFORM 7500-POST-STOCK-IN
           END-READ.

       6000-TOTAL-USABLE-LOTS.
           MOVE ZERO TO WS-LOT-TOTAL
           PERFORM 6050-START-ITEM-LOTS
           PERFORM 6060-ADD-ONE-LOT
               UNTIL END-OF-ITEM-LOTS.

       6050-START-ITEM-LOTS.
           MOVE WS-POST-ITEM-CODE TO LOT-ITEM-CODE
           MOVE WS-ENTRY-LOCATION TO LOT-LOCATION-CODE
           MOVE LOW-VALUES TO LOT-NUMBER
           START LOT-FILE KEY IS NOT LESS THAN LOT-KEY
               INVALID KEY SET END-OF-ITEM-LOTS TO TRUE
               NOT INVALID KEY SET NOT-END-OF-ITEM-LOTS TO TRUE
           END-START
           IF NOT-END-OF-ITEM-LOTS
               PERFORM 6070-READ-NEXT-LOT
           END-IF.

       6060-ADD-ONE-LOT.
           IF LOT-EXPIRY-DATE NOT < WS-TODAY
               ADD LOT-QTY-ON-HAND TO WS-LOT-TOTAL
           END-IF
           PERFORM 6070-READ-NEXT-LOT.

       6070-READ-NEXT-LOT.
           READ LOT-FILE NEXT RECORD
               AT END SET END-OF-ITEM-LOTS TO TRUE
           END-READ
           IF NOT-END-OF-ITEM-LOTS
               IF LOT-ITEM-CODE NOT = WS-POST-ITEM-CODE
                       OR LOT-LOCATION-CODE NOT = WS-ENTRY-LOCATION
                   SET END-OF-ITEM-LOTS TO TRUE
               END-IF
           END-IF.

       6100-FIND-EARLIEST-LOT.
           SET LOT-NOT-FOUND TO TRUE
           MOVE 99999999 TO WS-EARLIEST-EXPIRY
           PERFORM 6050-START-ITEM-LOTS
           PERFORM 6150-CHECK-ONE-LOT
               UNTIL END-OF-ITEM-LOTS.

       6150-CHECK-ONE-LOT.
           IF LOT-EXPIRY-DATE NOT < WS-TODAY
                   AND LOT-QTY-ON-HAND > ZERO
                   AND LOT-EXPIRY-DATE < WS-EARLIEST-EXPIRY
               SET LOT-FOUND TO TRUE
               MOVE LOT-NUMBER TO WS-EARLIEST-LOT
               MOVE LOT-EXPIRY-DATE TO WS-EARLIEST-EXPIRY
           END-IF
           PERFORM 6070-READ-NEXT-LOT.

       6200-ISSUE-EARLIEST-LOT.
           PERFORM 6100-FIND-EARLIEST-LOT
           IF LOT-FOUND
               MOVE WS-EARLIEST-LOT TO WS-ISSUE-LOT-NUMBER
               PERFORM 6300-ISSUE-NAMED-LOT
           END-IF.

       6300-ISSUE-NAMED-LOT.
           MOVE WS-POST-ITEM-CODE TO LOT-ITEM-CODE
           MOVE WS-ENTRY-LOCATION TO LOT-LOCATION-CODE
           MOVE WS-ISSUE-LOT-NUMBER TO LOT-NUMBER
           READ LOT-FILE
               INVALID KEY
                   DISPLAY "LOT " WS-ISSUE-LOT-NUMBER
                       " COULD NOT BE READ BACK"
                   SET LOT-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   PERFORM 6400-UPDATE-LOT-RECORD
           END-READ.

       6400-UPDATE-LOT-RECORD.
           IF LOT-QTY-ON-HAND < WS-LOT-REMAINING
               MOVE LOT-QTY-ON-HAND TO WS-LOT-TAKE-QTY
           ELSE
               MOVE WS-LOT-REMAINING TO WS-LOT-TAKE-QTY
           END-IF
           SUBTRACT WS-LOT-TAKE-QTY FROM LOT-QTY-ON-HAND
           SUBTRACT WS-LOT-TAKE-QTY FROM WS-LOT-REMAINING
           IF LOT-QTY-ON-HAND = ZERO
               DELETE LOT-FILE RECORD
                   INVALID KEY
                       DISPLAY "DELETE FAILED FOR LOT " LOT-NUMBER
               END-DELETE
           ELSE
               REWRITE LOT-BALANCE-RECORD
                   INVALID KEY
                       DISPLAY "REWRITE FAILED FOR LOT " LOT-NUMBER
               END-REWRITE
           END-IF.

       6500-POST-LOT-RECEIPT.
           MOVE WS-POST-ITEM-CODE TO LOT-ITEM-CODE
           MOVE WS-ENTRY-LOCATION TO LOT-LOCATION-CODE
           MOVE WS-POST-LOT-NUMBER TO LOT-NUMBER
           READ LOT-FILE
               INVALID KEY
                   MOVE WS-TODAY TO LOT-RECEIPT-DATE
                   MOVE WS-POST-EXPIRY-DATE TO LOT-EXPIRY-DATE
                   MOVE WS-POST-QTY TO LOT-QTY-ON-HAND
                   WRITE LOT-BALANCE-RECORD
                       INVALID KEY
                           DISPLAY "WRITE FAILED FOR LOT "
                               LOT-NUMBER
                   END-WRITE
               NOT INVALID KEY
                   IF LOT-EXPIRY-DATE NOT = WS-POST-EXPIRY-DATE
                       DISPLAY "LOT ALREADY HELD WITH EXPIRY "
                           LOT-EXPIRY-DATE " - EXISTING EXPIRY KEPT"
                   END-IF
                   ADD WS-POST-QTY TO LOT-QTY-ON-HAND
                   REWRITE LOT-BALANCE-RECORD
                       INVALID KEY
                           DISPLAY "REWRITE FAILED FOR LOT "
                               LOT-NUMBER
                   END-REWRITE
           END-READ.

       7000-POST-STOCK-OUT.
           SUBTRACT WS-POST-QTY FROM ITEM-QTY-ON-HAND
           REWRITE STOCK-ITEMS
               INVALID KEY
                   DISPLAY "REWRITE FAILED FOR ITEM "
                       WS-POST-ITEM-CODE " - NOT POSTED"
               NOT INVALID KEY
                   PERFORM 7100-READ-LOCATION-BALANCE
                   SUBTRACT WS-POST-QTY FROM WS-LOC-QTY
                   PERFORM 7200-WRITE-LOCATION-BALANCE
                   IF POST-ITEM-IS-LOT-CONTROLLED
                       MOVE WS-POST-QTY TO WS-LOT-REMAINING
                       SET LOT-FOUND TO TRUE
                       PERFORM 6200-ISSUE-EARLIEST-LOT
                           UNTIL WS-LOT-REMAINING = ZERO
                               OR LOT-NOT-FOUND
                       IF WS-LOT-REMAINING > ZERO
                           DISPLAY WS-LOT-REMAINING " OF "
                               WS-POST-ITEM-CODE " COULD NOT BE "
                               "TAKEN FROM LOTS - CHECK THE EXPIRY "
                               "EXCEPTIONS"
                       END-IF
                   END-IF
                   PERFORM 7300-WRITE-MOVEMENT-RECORD
           END-REWRITE.

       7100-READ-LOCATION-BALANCE.
           MOVE WS-POST-ITEM-CODE TO SLC-ITEM-CODE
           MOVE WS-ENTRY-LOCATION TO SLC-LOCATION-CODE
           READ STOCK-LOC-FILE
               INVALID KEY
                   SET LOC-RECORD-MISSING TO TRUE
                   MOVE ZERO TO WS-LOC-QTY
                   MOVE ZERO TO WS-LOC-ALLOCATED
                   MOVE ZERO TO WS-LOC-MIN-LEVEL
                   MOVE ZERO TO WS-LOC-MAX-LEVEL
               NOT INVALID KEY
                   SET LOC-RECORD-EXISTS TO TRUE
                   MOVE SLC-QTY-ON-HAND TO WS-LOC-QTY
                   MOVE SLC-QTY-ALLOCATED TO WS-LOC-ALLOCATED
                   MOVE SLC-MIN-LEVEL TO WS-LOC-MIN-LEVEL
                   MOVE SLC-MAX-LEVEL TO WS-LOC-MAX-LEVEL
           END-READ.

       7150-COMPUTE-AVAILABLE-QTY.
           IF WS-LOC-ALLOCATED > WS-LOC-QTY
               MOVE ZERO TO WS-AVAILABLE-QTY
           ELSE
               COMPUTE WS-AVAILABLE-QTY =
                   WS-LOC-QTY - WS-LOC-ALLOCATED
           END-IF.

       7200-WRITE-LOCATION-BALANCE.
           MOVE WS-POST-ITEM-CODE TO SLC-ITEM-CODE
           MOVE WS-ENTRY-LOCATION TO SLC-LOCATION-CODE
           MOVE WS-LOC-QTY TO SLC-QTY-ON-HAND
           MOVE WS-LOC-ALLOCATED TO SLC-QTY-ALLOCATED
           MOVE WS-LOC-MIN-LEVEL TO SLC-MIN-LEVEL
           MOVE WS-LOC-MAX-LEVEL TO SLC-MAX-LEVEL
           IF LOC-RECORD-MISSING
               WRITE STOCK-LOCATION-RECORD
                   INVALID KEY
                       DISPLAY "WRITE FAILED FOR THE LOCATION "
                           "BALANCE"
               END-WRITE
           ELSE
               REWRITE STOCK-LOCATION-RECORD
                   INVALID KEY
                       DISPLAY "REWRITE FAILED FOR THE LOCATION "
                           "BALANCE"
               END-REWRITE
           END-IF.

       7300-WRITE-MOVEMENT-RECORD.
           ACCEPT MVT-DATE FROM DATE YYYYMMDD
           ACCEPT MVT-TIME FROM TIME
           MOVE WS-OPERATOR-ID TO MVT-OPERATOR-ID
           MOVE WS-POST-ITEM-CODE TO MVT-ITEM-CODE
           MOVE WS-POST-TYPE TO MVT-TYPE
           MOVE WS-POST-QTY TO MVT-QUANTITY
           MOVE ITEM-QTY-ON-HAND TO MVT-RESULT-QTY
           MOVE WS-ENTRY-LOCATION TO MVT-LOCATION-CODE
           MOVE WS-POST-COST TO MVT-UNIT-COST
           MOVE ZERO TO MVT-PO-NUMBER
           MOVE ZERO TO MVT-PO-LINE-NUMBER
           MOVE SPACE TO MVT-ADJUST-SIGN
           WRITE MOVEMENT-RECORD
           ADD 1 TO WS-MOVEMENT-COUNT.

       7500-POST-STOCK-IN.
           IF ITEM-UNIT-COST IS NUMERIC
               MOVE ITEM-UNIT-COST TO WS-OLD-COST
           ELSE
               MOVE ZERO TO WS-OLD-COST
           END-IF
           COMPUTE ITEM-UNIT-COST ROUNDED =
               (ITEM-QTY-ON-HAND * WS-OLD-COST
                   + WS-POST-QTY * WS-POST-COST)
               / (ITEM-QTY-ON-HAND + WS-POST-QTY)
           ADD WS-POST-QTY TO ITEM-QTY-ON-HAND
           REWRITE STOCK-ITEMS
               INVALID KEY
                   DISPLAY "REWRITE FAILED FOR ITEM "
                       WS-POST-ITEM-CODE " - NOT POSTED"
               NOT INVALID KEY
                   PERFORM 7100-READ-LOCATION-BALANCE
                   ADD WS-POST-QTY TO WS-LOC-QTY
                   PERFORM 7200-WRITE-LOCATION-BALANCE
                   IF POST-ITEM-IS-LOT-CONTROLLED
                       PERFORM 6500-POST-LOT-RECEIPT
                   END-IF
                   PERFORM 7300-WRITE-MOVEMENT-RECORD
           END-REWRITE.

       9000-TERMINATE.
           IF ALL-FILES-ARE-OPEN
               CLOSE ITEM-FILE
               CLOSE LOCATION-FILE
               CLOSE STOCK-LOC-FILE
               CLOSE MOVEMENT-FILE
               CLOSE LOT-FILE
               CLOSE BOM-FILE
               DISPLAY WS-KIT-COUNT " KIT POSTING(S) MADE, "
                   WS-MOVEMENT-COUNT " MOVEMENT(S) WRITTEN"
           END-IF.
