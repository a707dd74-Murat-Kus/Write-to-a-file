      *  TOUCH THE LOCATION BALANCES.  THE STOCK-RECONCILE
      *  PROGRAM LISTS ANY RESULTING DIFFERENCES AND CAN
      *  RE-APPORTION THEM TO A NOMINATED LOCATION.
      *  SLC-QTY-ALLOCATED IS THE PART OF THE LOCATION
      *  BALANCE RESERVED FOR OPEN CUSTOMER ORDER LINES.  IT
      *  IS RAISED BY ORDER-ENTRY AND RELEASED BY
      *  SHIP-CONFIRM.  STOCK AVAILABLE TO PROMISE OR ISSUE
      *  AT THE LOCATION IS ON HAND MINUS ALLOCATED.
      *  SLC-MIN-LEVEL AND SLC-MAX-LEVEL ARE THE STOCK LEVELS
      *  THE LOCATION IS KEPT BETWEEN.  THEY ARE SET WITH
      *  MINMAX-MAINT AND ONLY EVER CHANGED THERE - THE
      *  POSTING PROGRAMS CARRY THEM FORWARD UNCHANGED AND
      *  WRITE ZERO ON A NEW RECORD.  THE REPLENISH PROGRAM
      *  PROPOSES A TRANSFER WHEN AVAILABLE (ON HAND LESS
      *  ALLOCATED) FALLS BELOW THE MINIMUM, TO BRING THE
      *  LOCATION BACK UP TO THE MAXIMUM.  A MINIMUM OF ZERO
      *  MEANS THE LOCATION IS NOT REPLENISHED.
      *  COPIED INTO EVERY PROGRAM THAT READS OR WRITES
      *  STOCK-LOC-FILE SO THEY ALL SHARE ONE DEFINITION OF
      *  THE RECORD.
               03  SLC-ITEM-CODE   PIC X(5).
               03  SLC-LOCATION-CODE PIC X(3).
           02  SLC-QTY-ON-HAND     PIC 9(5).
           02  SLC-QTY-ALLOCATED   PIC 9(5).
           02  SLC-MIN-LEVEL       PIC 9(5).
           02  SLC-MAX-LEVEL       PIC 9(5).
