      ******************************************************************
      *    COPYBOOK:    GLMAP
      *    DESCRIPTION:  RECORD LAYOUT FOR THE GL ACCOUNT-MAP FILE
      *                  (GL-MAP-FILE / GLACCTMAP.DAT), A LINE
      *                  SEQUENTIAL PARAMETER FILE KEPT BY FINANCE.
      *                  ONE RECORD PER AUDIT CHANGE TYPE THAT MOVES
      *                  INVENTORY VALUE, GIVING THE ACCOUNT PAIR THE
      *                  GL JOURNAL INTERFACE POSTS THAT TYPE TO.
      *
      *                  WHEN A MOVEMENT RAISES INVENTORY VALUE THE
      *                  DEBIT ACCOUNT IS DEBITED AND THE CREDIT
      *                  ACCOUNT CREDITED; WHEN IT LOWERS VALUE THE
      *                  PAIR IS REVERSED.  SO A RECEIPT ('R') MAPS TO
      *                  INVENTORY / GOODS-RECEIVED-NOT-INVOICED, AND A
      *                  SALE ('Q' OR 'H') TO INVENTORY / COST OF
      *                  SALES.  A CHANGE TYPE THAT MOVES VALUE BUT
      *                  HAS NO RECORD HERE HOLDS THE NIGHT'S JOURNAL.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  -------------------------------------------
      *    2026-10-14 JRM   ORIGINAL COPYBOOK.
      ******************************************************************
       01  GL-MAP-RECORD.
           05  GLM-CHANGE-TYPE       PIC X(01).
           05  GLM-DEBIT-ACCOUNT     PIC X(10).
           05  GLM-CREDIT-ACCOUNT    PIC X(10).
           05  GLM-DESCRIPTION       PIC X(30).
