      *********************************************************
      *  RETNCTL.CPY
      *  STANDARD RECORD LAYOUT FOR THE RETENTION CONTROL
      *  FILE (RETAIN.DAT).  ONE RECORD PER FILE HOUSEKEPT BY
      *  THE ARCHIVE-PURGE PROGRAM, GIVING THE NUMBER OF
      *  MONTHS OF RECORDS TO KEEP ON THE LIVE FILE.  OLDER
      *  RECORDS ARE COPIED TO A DATED ARCHIVE FILE AND
      *  REMOVED.  A FILE WITH NO RECORD, OR A KEEP PERIOD OF
      *  ZERO, IS NEVER PURGED.  COPIED INTO EVERY PROGRAM
      *  THAT READS OR WRITES RETENTION-FILE SO THEY ALL SHARE
      *  ONE DEFINITION OF THE RECORD.
      *  FILE IDS:
      *      ITEMAUDT = ITEMAUDT.DAT  (BY AUD-DATE)
      *      CHGJRNL  = CHGJRNL.DAT   (BY JRN-DATE)
      *      PRICEHST = PRICEHST.DAT  (BY PHI-APPLIED-DATE)
      *      POFILE   = POFILE.DAT    (FULLY RECEIVED ORDERS
      *                 ONLY, BY THE LATEST RECEIVED DATE)
      *********************************************************
       01  RETENTION-CONTROL-RECORD.
           02  RCT-FILE-ID         PIC X(8).
           02  RCT-KEEP-MONTHS     PIC 9(3).
