      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  -------------------------------------------
      *    2026-09-02 JRM   ORIGINAL COPYBOOK.
      *    2026-10-14 JRM   ADDED STEP 06, THE GL JOURNAL INTERFACE,
      *                     WHICH LIKE THE EXTRACT FOLLOWS A CLEAN
      *                     BALANCE VERIFY.
      *    2026-10-14 JRM   ADDED STEP 07, THE PRE-UPDATE BACKUP, WHICH
      *                     RUNS BETWEEN THE EDIT AND THE BATCH UPDATE,
      *                     AND OUTCOME 'B' FOR A STEP WHOSE WORK WAS
      *                     UNDONE BY A ROLLBACK TO A BACKUP GENERATION.
      ******************************************************************
       01  RUN-CONTROL-RECORD.
           05  RC-KEY.
                   88  RC-STEP-VERIFY        VALUE 03.
                   88  RC-STEP-EXTRACT       VALUE 04.
                   88  RC-STEP-SNAPSHOT      VALUE 05.
                   88  RC-STEP-GL-INTERFACE  VALUE 06.
                   88  RC-STEP-BACKUP        VALUE 07.
           05  RC-PROGRAM            PIC X(24).
           05  RC-START-TIME         PIC 9(08).
           05  RC-END-TIME           PIC 9(08).
               88  RC-RUNNING                VALUE 'R'.
               88  RC-CLEAN                  VALUE 'C'.
               88  RC-FAILED                 VALUE 'F'.
               88  RC-ROLLED-BACK            VALUE 'B'.
