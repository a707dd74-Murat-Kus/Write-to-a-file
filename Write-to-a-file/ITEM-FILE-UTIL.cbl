        02 BHD-BACKUP-TIME PIC 9(8).
       01  BACKUP-DETAIL-RECORD.
        02 BDT-RECORD-TYPE PIC X(1).
        02 BDT-ITEM-DATA PIC X(60).
       01  BACKUP-TRAILER-RECORD.
        02 BTR-RECORD-TYPE PIC X(1).
        02 BTR-RECORD-COUNT PIC 9(7).
                         ==ITEM-UNIT-COST==     BY
                             ==WS-ITEM-UNIT-COST==
                         ==ITEM-GROUP-CODE==    BY
                             ==WS-ITEM-GROUP-CODE==
                         ==ITEM-LOT-CONTROLLED== BY
                             ==WS-ITEM-LOT-CONTROLLED==.

       01  WS-FILE-STATUS PIC X(2).
       01  WS-BACKUP-FILE-STATUS PIC X(2).
