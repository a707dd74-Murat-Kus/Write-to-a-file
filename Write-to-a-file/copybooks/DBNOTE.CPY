      *********************************************************
      *  DBNOTE.CPY
      *  STANDARD RECORD LAYOUT FOR THE DEBIT NOTE FILE
      *  (DEBITNOT.DAT).  ONE HEADER RECORD (LINE NUMBER 000)
      *  PER DEBIT NOTE RAISED ON A SUPPLIER FOLLOWED BY ONE
      *  LINE RECORD PER RETURN CLAIMED ON THE NOTE.  DEBIT
      *  NOTES ARE NUMBERED FROM DBNNUMCT.DAT.  COPIED INTO
      *  EVERY PROGRAM THAT READS OR WRITES DEBIT-NOTE-FILE SO
      *  THEY ALL SHARE ONE DEFINITION OF THE RECORD.
      *  RECORD TYPES:
      *      H = DEBIT NOTE HEADER (SUPPLIER LEVEL) - DBN-VALUE
      *          IS THE TOTAL OF THE NOTE
      *      L = DEBIT NOTE LINE (RETURN LEVEL) - DBN-VALUE IS
      *          THE QUANTITY TIMES THE UNIT COST
      *********************************************************
       01  DEBIT-NOTE-RECORD.
           02  DBN-KEY.
               03  DBN-NOTE-NUMBER PIC 9(6).
               03  DBN-LINE-NUMBER PIC 9(3).
           02  DBN-RECORD-TYPE     PIC X(1).
           02  DBN-SUPPLIER-CODE   PIC X(5).
           02  DBN-NOTE-DATE       PIC 9(8).
           02  DBN-RETURN-NUMBER   PIC 9(6).
           02  DBN-PO-NUMBER       PIC 9(6).
           02  DBN-PO-LINE-NUMBER  PIC 9(3).
           02  DBN-ITEM-CODE       PIC X(5).
           02  DBN-QUANTITY        PIC 9(5).
           02  DBN-UNIT-COST       PIC 9(5)V99.
           02  DBN-REASON-CODE     PIC X(2).
           02  DBN-VALUE           PIC 9(9)V99.
