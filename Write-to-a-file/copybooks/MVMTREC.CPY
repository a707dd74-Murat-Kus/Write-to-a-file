      *      A = STOCK TAKE ADJUSTMENT
      *      O = TRANSFER OUT OF A LOCATION
      *      T = TRANSFER INTO A LOCATION
      *      C = COMPONENT ISSUED TO A KIT ASSEMBLY
      *      K = KIT RECEIVED FROM A KIT ASSEMBLY
      *      D = KIT ISSUED TO A KIT DISASSEMBLY
      *      U = COMPONENT RECEIVED FROM A KIT DISASSEMBLY
      *      V = GOODS RETURNED TO A SUPPLIER
      *  MVT-UNIT-COST IS THE COST PER UNIT OF THE MOVEMENT -
      *  THE PRICE PAID FOR A RECEIPT OR DEBITED FOR A RETURN
      *  TO A SUPPLIER, OTHERWISE THE ITEM'S AVERAGE UNIT COST
      *  AT THE TIME OF POSTING.
      *  MVT-PO-NUMBER AND MVT-PO-LINE-NUMBER NAME THE PURCHASE
      *  ORDER LINE A RECEIPT WAS BOOKED AGAINST OR A RETURN
      *  WAS SENT BACK AGAINST, ZERO FOR ALL OTHER MOVEMENTS.
      *  MVT-ADJUST-SIGN GIVES THE DIRECTION OF AN "A"
      *  ADJUSTMENT, WHOSE MVT-QUANTITY IS ALWAYS POSITIVE -
      *  "+" = STOCK FOUND, "-" = STOCK LOST.  SPACE FOR ALL
      *  OTHER MOVEMENT TYPES.
      *********************************************************
       01  MOVEMENT-RECORD.
           02  MVT-DATE            PIC 9(8).
           02  MVT-QUANTITY        PIC 9(5).
           02  MVT-RESULT-QTY      PIC 9(5).
           02  MVT-LOCATION-CODE   PIC X(3).
           02  MVT-UNIT-COST       PIC 9(5)V99.
           02  MVT-PO-NUMBER       PIC 9(6).
           02  MVT-PO-LINE-NUMBER  PIC 9(3).
           02  MVT-ADJUST-SIGN     PIC X(1).
