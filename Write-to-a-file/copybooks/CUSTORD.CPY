      *********************************************************
      *  CUSTORD.CPY
      *  STANDARD RECORD LAYOUT FOR THE CUSTOMER ORDER FILE
      *  (CUSTORD.DAT).  ONE HEADER RECORD (LINE NUMBER 000)
      *  PER ORDER FOLLOWED BY ONE LINE RECORD PER ITEM
      *  ORDERED.  EACH LINE IS ALLOCATED FROM ONE LOCATION
      *  AND THE ALLOCATED QUANTITY IS HELD AGAINST THAT
      *  LOCATION IN SLC-QTY-ALLOCATED UNTIL THE LINE IS
      *  SHIPPED.  COPIED INTO EVERY PROGRAM THAT READS OR
      *  WRITES ORDER-FILE SO THEY ALL SHARE ONE DEFINITION OF
      *  THE RECORD.
      *  RECORD TYPES:
      *      H = ORDER HEADER (CUSTOMER LEVEL)
      *      L = ORDER LINE (ITEM LEVEL)
      *  LINE STATUS (LINE RECORDS ONLY):
      *      O = OPEN, NOT FULLY ALLOCATED
      *      A = FULLY ALLOCATED, AWAITING SHIPMENT
      *      C = CLOSED BY SHIPMENT CONFIRMATION
      *********************************************************
       01  CUSTOMER-ORDER-RECORD.
           02  COR-KEY.
               03  COR-ORDER-NUMBER PIC 9(6).
               03  COR-LINE-NUMBER PIC 9(3).
           02  COR-RECORD-TYPE     PIC X(1).
           02  COR-CUSTOMER-CODE   PIC X(8).
           02  COR-CUSTOMER-NAME   PIC X(30).
           02  COR-ORDER-DATE      PIC 9(8).
           02  COR-REQUESTED-DATE  PIC 9(8).
           02  COR-OPERATOR-ID     PIC X(8).
           02  COR-ITEM-CODE       PIC X(5).
           02  COR-LOCATION-CODE   PIC X(3).
           02  COR-QTY-ORDERED     PIC 9(5).
           02  COR-QTY-ALLOCATED   PIC 9(5).
           02  COR-QTY-SHIPPED     PIC 9(5).
           02  COR-LINE-STATUS     PIC X(1).
           02  COR-SHIPPED-DATE    PIC 9(8).
