      *********************************************************
      *  RTNREC.CPY
      *  STANDARD RECORD LAYOUT FOR THE RETURN TO SUPPLIER
      *  FILE (SUPPRET.DAT).  ONE RECORD PER RETURN POSTED,
      *  KEYED BY A RETURN NUMBER TAKEN FROM RTNNUMCT.DAT.
      *  EACH RETURN NAMES THE PURCHASE ORDER LINE THE GOODS
      *  WERE RECEIVED AGAINST.  RTN-UNIT-COST IS THE COST AT
      *  WHICH THE GOODS WENT BACK AND WHICH THE SUPPLIER IS
      *  DEBITED - THE PRICE PAID ON THE ORIGINAL RECEIPT
      *  WHERE IT IS STILL ON THE MOVEMENT FILE, OTHERWISE THE
      *  ITEM'S AVERAGE UNIT COST.  RTN-REASON-CODE IS ONE OF
      *  THE CODES IN RTNREASN.CPY.  RTN-REPLACEMENT IS "Y"
      *  WHEN THE SUPPLIER IS TO SEND REPLACEMENT GOODS AND THE
      *  ORDER LINE WAS REOPENED FOR THEM.
      *  RTN-DEBIT-NOTE-NUMBER IS ZERO UNTIL THE RETURN HAS
      *  BEEN RAISED ON A DEBIT NOTE BY THE DEBIT-NOTE PROGRAM.
      *  COPIED INTO EVERY PROGRAM THAT READS OR WRITES
      *  RETURN-FILE SO THEY ALL SHARE ONE DEFINITION OF THE
      *  RECORD.
      *********************************************************
       01  SUPPLIER-RETURN-RECORD.
           02  RTN-RETURN-NUMBER   PIC 9(6).
           02  RTN-RETURN-DATE     PIC 9(8).
           02  RTN-OPERATOR-ID     PIC X(8).
           02  RTN-SUPPLIER-CODE   PIC X(5).
           02  RTN-PO-NUMBER       PIC 9(6).
           02  RTN-PO-LINE-NUMBER  PIC 9(3).
           02  RTN-ITEM-CODE       PIC X(5).
           02  RTN-LOCATION-CODE   PIC X(3).
           02  RTN-QUANTITY        PIC 9(5).
           02  RTN-UNIT-COST       PIC 9(5)V99.
           02  RTN-REASON-CODE     PIC X(2).
           02  RTN-REPLACEMENT     PIC X(1).
           02  RTN-DEBIT-NOTE-NUMBER PIC 9(6).
