      ******************************************************************
      *    COPYBOOK:    SOCTL
      *    DESCRIPTION:  RECORD LAYOUT FOR THE SALES-ORDER NUMBER
      *                  CONTROL FILE (SO-CONTROL-FILE / SONUMCTL.DAT).
      *                  HOLDS THE LAST SALES-ORDER NUMBER ASSIGNED BY
      *                  ORDER ENTRY, SO EVERY ORDER GETS A UNIQUE
      *                  ASCENDING NUMBER ACROSS SESSIONS.  ORDER ENTRY
      *                  REWRITES THE FILE AS SOON AS A NUMBER IS
      *                  TAKEN, THE SAME WAY THE PO RELEASE RUN KEEPS
      *                  PONUMCTL.DAT.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  -------------------------------------------
      *    2026-10-14 JRM   ORIGINAL COPYBOOK.
      ******************************************************************
       01  SO-CONTROL-RECORD.
           05  SOC-LAST-ORDER-NO     PIC 9(06).
