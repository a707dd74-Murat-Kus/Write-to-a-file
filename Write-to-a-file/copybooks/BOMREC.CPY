      *********************************************************
      *  BOMREC.CPY
      *  STANDARD RECORD LAYOUT FOR THE BILL OF MATERIALS FILE
      *  (BOMFILE.DAT).  ONE RECORD PER COMPONENT OF A KIT,
      *  KEYED BY THE KIT ITEM CODE AND THE COMPONENT ITEM
      *  CODE, SO THE COMPONENTS OF A KIT ARE READ TOGETHER BY
      *  A START ON THE KIT CODE.  BOTH CODES ARE ITEMS ON THE
      *  ITEM FILE.  BOM-QTY-PER-KIT IS THE NUMBER OF UNITS OF
      *  THE COMPONENT USED TO BUILD ONE UNIT OF THE KIT.
      *  COPIED INTO EVERY PROGRAM THAT READS OR WRITES
      *  BOM-FILE SO THEY ALL SHARE ONE DEFINITION OF THE
      *  RECORD.
      *********************************************************
       01  BILL-OF-MATERIALS-RECORD.
           02  BOM-KEY.
               03  BOM-KIT-CODE    PIC X(5).
               03  BOM-COMPONENT-CODE PIC X(5).
           02  BOM-QTY-PER-KIT     PIC 9(3).
