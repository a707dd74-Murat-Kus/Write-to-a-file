      *  ITEM-UNIT-COST IS THE WEIGHTED AVERAGE COST OF THE
      *  STOCK ON HAND AND IS RECALCULATED BY EVERY GOODS
      *  RECEIPT POSTING.
      *  ITEM-LOT-CONTROLLED IS "Y" FOR ITEMS WHOSE STOCK IS
      *  HELD BY LOT NUMBER AND EXPIRY DATE IN THE LOT BALANCE
      *  FILE (LOTBAL.DAT).  ANY OTHER VALUE MEANS THE ITEM IS
      *  NOT LOT CONTROLLED.
      *********************************************************
       01  STOCK-ITEMS.
           02  ITEM-NAME           PIC X(20).
           02  ITEM-SUPPLIER-CODE  PIC X(5).
           02  ITEM-UNIT-COST      PIC 9(5)V99.
           02  ITEM-GROUP-CODE     PIC X(3).
           02  ITEM-LOT-CONTROLLED PIC X(1).
