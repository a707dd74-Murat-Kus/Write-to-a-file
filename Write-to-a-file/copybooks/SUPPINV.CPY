      *********************************************************
      *  SUPPINV.CPY
      *  STANDARD RECORD LAYOUT FOR THE SUPPLIER INVOICE FILE
      *  (SUPPINV.DAT).  ONE HEADER RECORD (LINE NUMBER 000)
      *  PER INVOICE ENTERED FOLLOWED BY ONE LINE RECORD PER
      *  PURCHASE ORDER LINE INVOICED.  INVOICES ARE KEYED BY
      *  AN ENTRY NUMBER SO THAT A SUPPLIER INVOICE NUMBER
      *  KEYED TWICE IS HELD ON FILE AND REPORTED AS A
      *  DUPLICATE BY THE MATCH.  COPIED INTO EVERY PROGRAM
      *  THAT READS OR WRITES INVOICE-FILE SO THEY ALL SHARE
      *  ONE DEFINITION OF THE RECORD.
      *  RECORD TYPES:
      *      H = INVOICE HEADER (SUPPLIER LEVEL)
      *      L = INVOICE LINE (PURCHASE ORDER LINE LEVEL)
      *  INVOICE STATUS (HEADER RECORDS):
      *      O = OPEN - NOT YET MATCHED
      *      H = HELD BY THE MATCH - SEE INV-HOLD-REASON
      *      R = RELEASED BY A SUPERVISOR FOR PAYMENT
      *      A = APPROVED AND SENT TO THE PAYMENT EXTRACT
      *  LINE STATUS (LINE RECORDS):
      *      O = OPEN - NOT YET MATCHED
      *      M = MATCHED TO THE ORDER AND THE RECEIPT
      *      H = HELD - SEE INV-HOLD-REASON
      *********************************************************
       01  SUPPLIER-INVOICE-RECORD.
           02  INV-KEY.
               03  INV-ENTRY-NUMBER PIC 9(6).
               03  INV-LINE-NUMBER PIC 9(3).
           02  INV-RECORD-TYPE     PIC X(1).
           02  INV-SUPPLIER-CODE   PIC X(5).
           02  INV-INVOICE-NUMBER  PIC X(12).
           02  INV-INVOICE-DATE    PIC 9(8).
           02  INV-ENTERED-DATE    PIC 9(8).
           02  INV-OPERATOR-ID     PIC X(8).
           02  INV-PO-NUMBER       PIC 9(6).
           02  INV-PO-LINE-NUMBER  PIC 9(3).
           02  INV-ITEM-CODE       PIC X(5).
           02  INV-QTY-INVOICED    PIC 9(5).
           02  INV-UNIT-PRICE      PIC 9(5)V99.
           02  INV-STATUS          PIC X(1).
           02  INV-HOLD-REASON     PIC X(30).
           02  INV-STATUS-DATE     PIC 9(8).
           02  INV-RELEASED-BY     PIC X(8).
