      ******************************************************************
      *    COPYBOOK:    BKUPGEN
      *    DESCRIPTION:  RECORD LAYOUT FOR THE BACKUP GENERATION
      *                  CATALOG (BACKUP-GENERATION-FILE / BKUPGEN.DAT),
      *                  AN INDEXED FILE KEYED ON BUSINESS DATE.  ONE
      *                  RECORD PER PRE-UPDATE BACKUP GENERATION STILL
      *                  KEPT.  THE GENERATION'S IMAGE COPIES OF THE
      *                  INDEXED FILES LIVE IN NUMBERED SLOT FILES
      *                  (INVBKUP.NN.DAT AND SO ON); THE CATALOG SAYS
      *                  WHICH SLOT HOLDS WHICH DATE, SO THE OLDEST
      *                  SLOT IS SIMPLY REUSED WHEN THE KEPT NUMBER OF
      *                  GENERATIONS IS REACHED.
      *
      *                  THE APPEND-ONLY HISTORY FILES ARE NOT COPIED.
      *                  THEIR ROW COUNTS AT BACKUP TIME ARE RECORDED
      *                  INSTEAD, AND A ROLLBACK TRIMS THEM BACK TO
      *                  THOSE COUNTS.  A GENERATION IS ONLY GOOD FOR
      *                  A ROLLBACK ONCE ITS STATUS IS COMPLETE ('C').
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  -------------------------------------------
      *    2026-10-14 JRM   ORIGINAL COPYBOOK.
      ******************************************************************
       01  BACKUP-GENERATION-RECORD.
           05  BG-GEN-DATE           PIC 9(08).
           05  BG-GEN-TIME           PIC 9(08).
           05  BG-SLOT-NO            PIC 9(02).
           05  BG-STATUS             PIC X(01).
               88  BG-IN-PROGRESS            VALUE 'R'.
               88  BG-COMPLETE               VALUE 'C'.
           05  BG-INV-COUNT          PIC 9(07).
           05  BG-SNP-COUNT          PIC 9(07).
           05  BG-BOR-COUNT          PIC 9(07).
           05  BG-LOT-COUNT          PIC 9(07).
           05  BG-AUD-COUNT          PIC 9(07).
           05  BG-PHS-COUNT          PIC 9(07).
           05  BG-SLH-COUNT          PIC 9(07).
           05  BG-RESTORE-DATE       PIC 9(08).
           05  BG-RESTORE-TIME       PIC 9(08).
           05  BG-RESTORED-BY        PIC X(05).
