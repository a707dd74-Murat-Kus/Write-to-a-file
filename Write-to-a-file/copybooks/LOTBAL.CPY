      *********************************************************
      *  LOTBAL.CPY
      *  STANDARD RECORD LAYOUT FOR THE LOT BALANCE FILE
      *  (LOTBAL.DAT).  ONE RECORD PER LOT OF A LOT CONTROLLED
      *  ITEM HELD AT A LOCATION, KEYED BY ITEM, LOCATION AND
      *  LOT NUMBER.  THE LOT QUANTITIES FOR AN ITEM AND
      *  LOCATION SHOULD ADD UP TO SLC-QTY-ON-HAND ON THE
      *  MATCHING STOCKLOC RECORD.  A LOT RECORD IS DELETED
      *  WHEN ITS QUANTITY IS FULLY ISSUED.  COPIED INTO EVERY
      *  PROGRAM THAT READS OR WRITES LOT-FILE SO THEY ALL
      *  SHARE ONE DEFINITION OF THE RECORD.
      *  LOT-RECEIPT-DATE IS THE DATE THE LOT WAS FIRST
      *  RECEIVED AT THE LOCATION.  LOT-EXPIRY-DATE DRIVES
      *  FIRST EXPIRY FIRST OUT ISSUING AND THE EXPIRY REPORT.
      *********************************************************
       01  LOT-BALANCE-RECORD.
           02  LOT-KEY.
               03  LOT-ITEM-CODE   PIC X(5).
               03  LOT-LOCATION-CODE PIC X(3).
               03  LOT-NUMBER      PIC X(10).
           02  LOT-RECEIPT-DATE    PIC 9(8).
           02  LOT-EXPIRY-DATE     PIC 9(8).
           02  LOT-QTY-ON-HAND     PIC 9(5).
