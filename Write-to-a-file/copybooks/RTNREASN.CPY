      *********************************************************
      *  RTNREASN.CPY
      *  STANDARD TABLE OF REASON CODES FOR GOODS RETURNED TO
      *  A SUPPLIER.  EACH ENTRY IS A TWO CHARACTER CODE HELD
      *  ON THE RETURN FILE (RTN-REASON-CODE) FOLLOWED BY ITS
      *  DESCRIPTION.  COPIED INTO WORKING-STORAGE OF EVERY
      *  PROGRAM THAT VALIDATES OR PRINTS A RETURN REASON SO
      *  THEY ALL SHARE ONE LIST OF CODES.  TO ADD A CODE, ADD
      *  A FILLER ENTRY AND RAISE THE OCCURS AND
      *  RSN-TABLE-MAXIMUM TOGETHER.
      *********************************************************
       01  RETURN-REASON-VALUES.
           05 FILLER PIC X(32) VALUE "DMDAMAGED IN TRANSIT".
           05 FILLER PIC X(32) VALUE "WIWRONG ITEM SUPPLIED".
           05 FILLER PIC X(32) VALUE "QFQUALITY FAULT".
           05 FILLER PIC X(32) VALUE "OVOVER DELIVERED".
           05 FILLER PIC X(32) VALUE "SDSHORT DATED OR EXPIRED".
           05 FILLER PIC X(32) VALUE "OTOTHER".
       01  RETURN-REASON-TABLE REDEFINES RETURN-REASON-VALUES.
           05 RSN-ENTRY OCCURS 6 TIMES INDEXED BY RSN-IDX.
              10 RSN-CODE PIC X(2).
              10 RSN-DESCRIPTION PIC X(30).
       77  RSN-TABLE-MAXIMUM PIC 9(2) COMP VALUE 6.
