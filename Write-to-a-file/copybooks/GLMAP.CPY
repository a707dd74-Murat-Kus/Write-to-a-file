      *********************************************************
      *  GLMAP.CPY
      *  STANDARD RECORD LAYOUT FOR THE GENERAL LEDGER ACCOUNT
      *  MAPPING FILE (GLMAP.DAT).  ONE RECORD PER PRODUCT
      *  GROUP AND MOVEMENT TYPE GIVING THE LEDGER ACCOUNTS TO
      *  DEBIT AND CREDIT WITH THE COST VALUE OF THE MOVEMENT.
      *  A RECORD WITH A BLANK GROUP CODE IS THE DEFAULT FOR
      *  THAT MOVEMENT TYPE AND IS USED FOR ANY GROUP WITHOUT
      *  A RECORD OF ITS OWN.  COPIED INTO EVERY PROGRAM THAT
      *  READS OR WRITES GLMAP-FILE SO THEY ALL SHARE ONE
      *  DEFINITION OF THE RECORD.
      *  FOR "A" ADJUSTMENTS THE ACCOUNTS ARE THOSE FOR A STOCK
      *  LOSS (DEBIT SHRINKAGE, CREDIT INVENTORY).  A STOCK
      *  GAIN IS POSTED THE OTHER WAY ROUND.
      *********************************************************
       01  GL-ACCOUNT-MAP-RECORD.
           02  GLM-KEY.
               03  GLM-GROUP-CODE  PIC X(3).
               03  GLM-MOVEMENT-TYPE PIC X(1).
           02  GLM-DEBIT-ACCOUNT   PIC X(10).
           02  GLM-CREDIT-ACCOUNT  PIC X(10).
