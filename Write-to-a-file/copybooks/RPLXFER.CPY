      *********************************************************
      *  RPLXFER.CPY
      *  STANDARD RECORD LAYOUT FOR THE REPLENISHMENT
      *  TRANSFER FILE (REPLXFER.DAT).  ONE RECORD PER
      *  TRANSFER PROPOSED BY THE REPLENISH PROGRAM TO BRING A
      *  LOCATION THAT HAS FALLEN BELOW ITS MINIMUM LEVEL BACK
      *  UP FROM THE NOMINATED SUPPLY LOCATION.  THE FILE IS
      *  REPLACED ON EVERY REPLENISH RUN AND IS POSTED, ONCE A
      *  SUPERVISOR HAS APPROVED IT, BY REPLEN-POST, WHICH
      *  EMPTIES IT AFTERWARDS SO IT CANNOT BE POSTED TWICE.
      *  COPIED INTO EVERY PROGRAM THAT READS OR WRITES
      *  REPLEN-TRANSFER-FILE SO THEY ALL SHARE ONE DEFINITION
      *  OF THE RECORD.
      *********************************************************
       01  REPLEN-TRANSFER-RECORD.
           02  RPX-ITEM-CODE       PIC X(5).
           02  RPX-FROM-LOCATION   PIC X(3).
           02  RPX-TO-LOCATION     PIC X(3).
           02  RPX-QUANTITY        PIC 9(5).
           02  RPX-PROPOSED-DATE   PIC 9(8).
