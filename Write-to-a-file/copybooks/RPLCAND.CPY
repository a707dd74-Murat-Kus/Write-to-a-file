      *********************************************************
      *  RPLCAND.CPY
      *  STANDARD RECORD LAYOUT FOR THE REPLENISHMENT
      *  PURCHASE CANDIDATE FILE (REPLCAND.DAT).  ONE RECORD
      *  PER LOCATION BELOW ITS MINIMUM LEVEL WHOSE SHORTFALL
      *  THE SUPPLY LOCATION COULD NOT COVER ON THE LAST
      *  REPLENISH RUN.  RPC-SHORT-QTY IS THE QUANTITY STILL
      *  NEEDED TO BRING THE LOCATION UP TO ITS MAXIMUM AFTER
      *  ANY TRANSFER PROPOSED.  PO-SUGGEST READS THE FILE AND
      *  SUGGESTS A PURCHASE FOR THESE ITEMS EVEN WHEN THE
      *  COMPANY-WIDE STOCK IS ABOVE THE REORDER POINT.
      *  COPIED INTO EVERY PROGRAM THAT READS OR WRITES
      *  REPLEN-CANDIDATE-FILE SO THEY ALL SHARE ONE
      *  DEFINITION OF THE RECORD.
      *********************************************************
       01  REPLEN-CANDIDATE-RECORD.
           02  RPC-ITEM-CODE       PIC X(5).
           02  RPC-LOCATION-CODE   PIC X(3).
           02  RPC-SHORT-QTY       PIC 9(5).
           02  RPC-PROPOSED-DATE   PIC 9(8).
