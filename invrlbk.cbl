000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. INVENTORY-ROLLBACK.
000030 AUTHOR. J-R-MCALLISTER.
000040 INSTALLATION. DISTRIBUTION-CENTER-APPLICATIONS-GROUP.
000050 DATE-WRITTEN. 10/14/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*    DESCRIPTION:  SUPERVISOR-RUN RECOVERY UTILITY.  PUTS THE
000090*                  FILES THE BATCH UPDATE CHANGES BACK TO A
000100*                  BACKUP GENERATION TAKEN BY PRE-UPDATE-BACKUP,
000110*                  FOR A NIGHT WHEN THE UPDATE FAILED PARTWAY OR
000120*                  RAN AGAINST THE WRONG FEED AND THE CHECKPOINT
000130*                  RESTART CANNOT BE USED.
000140*
000150*                  THE SUPERVISOR PICKS A COMPLETE GENERATION
000160*                  FROM THE CATALOG AND CONFIRMS IT.  THE IMAGE
000170*                  COUNTS ARE CHECKED AGAINST THE CATALOG, AND
000180*                  THE HISTORY FILES MUST STILL HOLD AT LEAST THE
000190*                  ROWS THEY HELD AT BACKUP TIME - IF HISTORY HAS
000200*                  BEEN ARCHIVED SINCE, THE RESTORE IS REFUSED
000210*                  BEFORE ANYTHING IS TOUCHED.  THEN:
000220*                    - INVENTORY.DAT, INVSNAP.DAT, BACKORDER.DAT
000230*                      AND LOTBAL.DAT ARE REBUILT FROM THE IMAGES;
000240*                    - AUDITLOG.DAT, PRICEHIST.DAT AND
000250*                      SALESHIST.DAT ARE TRIMMED BACK TO THE ROW
000260*                      COUNTS RECORDED AT BACKUP TIME;
000270*                    - THE BATCH UPDATE CHECKPOINT IS CLEARED SO
000280*                      THE RERUN STARTS FROM THE TOP;
000290*                    - EVERY RUN-CONTROL ROW FOR THE GENERATION'S
000300*                      DATE PAST THE EDIT, EXCEPT THE BACKUP STEP
000310*                      ITSELF, AND EVERY ROW FOR A LATER DATE IS
000320*                      MARKED ROLLED BACK ('B');
000330*                    - THE GENERATION IS STAMPED WITH WHO
000340*                      RESTORED IT AND WHEN.
000350*                  A RESTORE REGISTER (ROLLBACK.RPT) LISTS EACH
000360*                  FILE'S RECORD COUNT BEFORE THE RESTORE, IN THE
000370*                  GENERATION, AND AFTER.  A RESTORE THAT FAILS
000380*                  PARTWAY IS REPORTED INCOMPLETE AND MAY SIMPLY
000390*                  BE RUN AGAIN.
000400*
000410*    MODIFICATION HISTORY
000420*    DATE       INIT  DESCRIPTION
000430*    ---------  ----  -------------------------------------------
000440*    2026-10-14 JRM   ORIGINAL PROGRAM.
000450******************************************************************
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT INVENTORY-FILE ASSIGN TO "inventory.dat"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS INVENTORY-KEY
000530         FILE STATUS IS WS-INV-STATUS.
000540
000550     SELECT OPTIONAL SNAPSHOT-FILE ASSIGN TO "invsnap.dat"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS SNAP-KEY
000590         FILE STATUS IS WS-SNP-STATUS.
000600
000610     SELECT OPTIONAL BACKORDER-FILE ASSIGN TO "backorder.dat"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS BO-KEY
000650         FILE STATUS IS WS-BOR-STATUS.
000660
000670     SELECT OPTIONAL LOT-BALANCE-FILE ASSIGN TO "lotbal.dat"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS LOT-KEY
000710         FILE STATUS IS WS-LOT-STATUS.
000720
000730     SELECT OPTIONAL AUDIT-FILE ASSIGN TO "auditlog.dat"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-AUD-STATUS.
000760
000770     SELECT OPTIONAL PRICE-HISTORY-FILE ASSIGN TO "pricehist.dat"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-PHS-STATUS.
000800
000810     SELECT OPTIONAL SALES-HISTORY-FILE ASSIGN TO "saleshist.dat"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-SLH-STATUS.
000840
000850     SELECT KEEP-FILE ASSIGN TO "rlbkeep.tmp"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-KEP-STATUS.
000880
000890     SELECT IMAGE-FILE ASSIGN USING WS-IMAGE-NAME
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-IMG-STATUS.
000920
000930     SELECT OPTIONAL BACKUP-GENERATION-FILE
000940         ASSIGN TO "bkupgen.dat"
000950         ORGANIZATION IS INDEXED
000960         ACCESS MODE IS DYNAMIC
000970         RECORD KEY IS BG-GEN-DATE
000980         FILE STATUS IS WS-BKG-STATUS.
000990
001000     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "runctl.dat"
001010         ORGANIZATION IS INDEXED
001020         ACCESS MODE IS DYNAMIC
001030         RECORD KEY IS RC-KEY
001040         FILE STATUS IS WS-RCT-STATUS.
001050
001060     SELECT CHECKPOINT-FILE ASSIGN TO "invckpt.dat"
001070         ORGANIZATION IS LINE SEQUENTIAL
001080         FILE STATUS IS WS-CKP-STATUS.
001090
001100     SELECT OPERATOR-FILE ASSIGN TO "opermast.dat"
001110         ORGANIZATION IS INDEXED
001120         ACCESS MODE IS DYNAMIC
001130         RECORD KEY IS OPR-ID
001140         FILE STATUS IS WS-OPR-STATUS.
001150
001160     SELECT OPTIONAL SECURITY-LOG-FILE ASSIGN TO "seclog.dat"
001170         ORGANIZATION IS LINE SEQUENTIAL
001180         FILE STATUS IS WS-SEC-STATUS.
001190
001200     SELECT REGISTER-FILE ASSIGN TO "rollback.rpt"
001210         ORGANIZATION IS LINE SEQUENTIAL
001220         FILE STATUS IS WS-REG-STATUS.
001230 DATA DIVISION.
001240 FILE SECTION.
001250 FD  INVENTORY-FILE.
001260     COPY INVREC.
001270*
001280 FD  SNAPSHOT-FILE.
001290******************************************************************
001300*    ONLY THE KEY OF THE SNAPSHOT IS NEEDED HERE; THE REST OF THE
001310*    RECORD IS CARRIED AS AN IMAGE.  THE LENGTH MUST STAY IN STEP
001320*    WITH INVREC AND THE LAYOUT IN THE SNAPSHOT REFRESH.
001330******************************************************************
001340 01  SNAPSHOT-RECORD.
001350     05  SNAP-KEY.
001360         10  SNAP-ITEM-ID         PIC 9(05).
001370         10  SNAP-WAREHOUSE-ID    PIC X(05).
001380     05  FILLER                   PIC X(87).
001390*
001400 FD  BACKORDER-FILE.
001410     COPY BORDREC.
001420*
001430 FD  LOT-BALANCE-FILE.
001440     COPY LOTREC.
001450*
001460 FD  AUDIT-FILE.
001470     COPY AUDREC.
001480*
001490 FD  PRICE-HISTORY-FILE.
001500     COPY PRCHIST.
001510*
001520 FD  SALES-HISTORY-FILE.
001530     COPY SLSHIST.
001540*
001550 FD  KEEP-FILE.
001560 01  KEEP-RECORD              PIC X(100).
001570*
001580 FD  IMAGE-FILE.
001590 01  IMAGE-RECORD             PIC X(100).
001600*
001610 FD  BACKUP-GENERATION-FILE.
001620     COPY BKUPGEN.
001630*
001640 FD  RUN-CONTROL-FILE.
001650     COPY RUNCTL.
001660*
001670 FD  CHECKPOINT-FILE.
001680     COPY CKPTREC.
001690*
001700 FD  OPERATOR-FILE.
001710     COPY OPERREC.
001720*
001730 FD  SECURITY-LOG-FILE.
001740     COPY SECREC.
001750*
001760 FD  REGISTER-FILE.
001770 01  REGISTER-RECORD          PIC X(100).
001780*
001790 WORKING-STORAGE SECTION.
001800******************************************************************
001810*    SWITCHES AND FLAGS
001820******************************************************************
001830 01  WS-SWITCHES.
001840     05  WS-EOF-SW            PIC X(01)   VALUE 'N'.
001850         88  WS-EOF                       VALUE 'Y'.
001860     05  WS-FOUND-SW          PIC X(01)   VALUE 'N'.
001870         88  WS-FOUND                     VALUE 'Y'.
001880     05  WS-SIGNED-ON-SW      PIC X(01)   VALUE 'N'.
001890         88  WS-SIGNED-ON                 VALUE 'Y'.
001900     05  WS-ABORT-SW          PIC X(01)   VALUE 'N'.
001910         88  WS-ABORT                     VALUE 'Y'.
001920     05  WS-BKG-OPEN-SW       PIC X(01)   VALUE 'N'.
001930         88  WS-BKG-OPEN                  VALUE 'Y'.
001940     05  WS-RESTORE-STARTED-SW
001950                              PIC X(01)   VALUE 'N'.
001960         88  WS-RESTORE-STARTED           VALUE 'Y'.
001970 01  WS-CONFIRM-REPLY         PIC X(01).
001980*
001990******************************************************************
002000*    FILE STATUS AND CONTROL WORK AREAS
002010******************************************************************
002020 01  WS-INV-STATUS            PIC X(02).
002030 01  WS-SNP-STATUS            PIC X(02).
002040 01  WS-BOR-STATUS            PIC X(02).
002050 01  WS-LOT-STATUS            PIC X(02).
002060 01  WS-AUD-STATUS            PIC X(02).
002070 01  WS-PHS-STATUS            PIC X(02).
002080 01  WS-SLH-STATUS            PIC X(02).
002090 01  WS-KEP-STATUS            PIC X(02).
002100 01  WS-IMG-STATUS            PIC X(02).
002110 01  WS-BKG-STATUS            PIC X(02).
002120 01  WS-RCT-STATUS            PIC X(02).
002130 01  WS-CKP-STATUS            PIC X(02).
002140 01  WS-OPR-STATUS            PIC X(02).
002150 01  WS-SEC-STATUS            PIC X(02).
002160 01  WS-REG-STATUS            PIC X(02).
002170 01  WS-RUN-DATE              PIC 9(08).
002180 01  WS-RUN-TIME              PIC 9(08).
002190 01  WS-GEN-DATE              PIC 9(08).
002200 01  WS-SLOT-NO               PIC 9(02).
002210 01  WS-IMAGE-NAME            PIC X(30).
002220 01  WS-IMAGE-PREFIX          PIC X(08).
002230 01  WS-IMAGE-COUNT           PIC 9(07)   COMP.
002240 01  WS-KEEP-LIMIT            PIC 9(07)   COMP.
002250 01  WS-STATUS-TEXT           PIC X(10).
002260*
002270 01  WS-OPERATOR-ID           PIC X(05).
002280 01  WS-PASSWORD              PIC X(08).
002290 01  WS-AUTH-LEVEL            PIC 9(01)   VALUE ZERO.
002300     88  WS-SUPERVISOR                    VALUE 2.
002310 01  WS-SIGNON-TRIES          PIC 9(01)   VALUE ZERO.
002320 01  WS-SEC-EVENT             PIC X(01).
002330 01  WS-SEC-DETAIL            PIC X(30).
002340*
002350******************************************************************
002360*    RECORD COUNTS.  WS-FILE-COUNTS IS FILLED BY A COUNT OF THE
002370*    LIVE FILES AND SAVED AS THE BEFORE OR THE AFTER COUNTS.
002380******************************************************************
002390 01  WS-FILE-COUNTS.
002400     05  WS-CNT-INV           PIC 9(07)   COMP.
002410     05  WS-CNT-SNP           PIC 9(07)   COMP.
002420     05  WS-CNT-BOR           PIC 9(07)   COMP.
002430     05  WS-CNT-LOT           PIC 9(07)   COMP.
002440     05  WS-CNT-AUD           PIC 9(07)   COMP.
002450     05  WS-CNT-PHS           PIC 9(07)   COMP.
002460     05  WS-CNT-SLH           PIC 9(07)   COMP.
002470 01  WS-BEFORE-COUNTS.
002480     05  WS-BEF-INV           PIC 9(07)   COMP VALUE ZERO.
002490     05  WS-BEF-SNP           PIC 9(07)   COMP VALUE ZERO.
002500     05  WS-BEF-BOR           PIC 9(07)   COMP VALUE ZERO.
002510     05  WS-BEF-LOT           PIC 9(07)   COMP VALUE ZERO.
002520     05  WS-BEF-AUD           PIC 9(07)   COMP VALUE ZERO.
002530     05  WS-BEF-PHS           PIC 9(07)   COMP VALUE ZERO.
002540     05  WS-BEF-SLH           PIC 9(07)   COMP VALUE ZERO.
002550 01  WS-AFTER-COUNTS.
002560     05  WS-AFT-INV           PIC 9(07)   COMP VALUE ZERO.
002570     05  WS-AFT-SNP           PIC 9(07)   COMP VALUE ZERO.
002580     05  WS-AFT-BOR           PIC 9(07)   COMP VALUE ZERO.
002590     05  WS-AFT-LOT           PIC 9(07)   COMP VALUE ZERO.
002600     05  WS-AFT-AUD           PIC 9(07)   COMP VALUE ZERO.
002610     05  WS-AFT-PHS           PIC 9(07)   COMP VALUE ZERO.
002620     05  WS-AFT-SLH           PIC 9(07)   COMP VALUE ZERO.
002630 01  WS-RESTORE-ERRORS        PIC 9(07)   COMP VALUE ZERO.
002640 01  WS-RC-MARKED-COUNT       PIC 9(07)   COMP VALUE ZERO.
002650 01  WS-MARKED-COUNT-DISPLAY  PIC 9(07).
002660*
002670******************************************************************
002680*    REGISTER LINE WORK AREAS
002690******************************************************************
002700 01  WS-REG-LINE              PIC X(100).
002710 01  WS-REG-HEADING-LINE.
002720     05  FILLER               PIC X(30)   VALUE "File".
002730     05  FILLER               PIC X(09)   VALUE "   Before".
002740     05  FILLER               PIC X(13)   VALUE "   Generation".
002750     05  FILLER               PIC X(09)   VALUE "    After".
002760 01  WS-REG-COUNT-LINE.
002770     05  WS-RGC-LABEL         PIC X(30).
002780     05  WS-RGC-BEFORE        PIC Z(08)9.
002790     05  WS-RGC-GENERATION    PIC Z(12)9.
002800     05  WS-RGC-AFTER         PIC Z(08)9.
002810*
002820 PROCEDURE DIVISION.
002830******************************************************************
002840*    0000-MAINLINE
002850*    DRIVES THE SIGN-ON, THE CHOICE OF GENERATION, THE PRE-
002860*    RESTORE CHECKS, THE RESTORE ITSELF, AND THE REGISTER.
002870******************************************************************
002880 0000-MAINLINE.
002890     PERFORM 0100-INITIALIZE
002900         THRU 0100-INITIALIZE-EXIT
002910     IF NOT WS-ABORT
002920         PERFORM 1000-SELECT-GENERATION
002930             THRU 1000-SELECT-GENERATION-EXIT
002940     END-IF
002950     IF NOT WS-ABORT
002960         PERFORM 2000-CHECK-GENERATION
002970             THRU 2000-CHECK-GENERATION-EXIT
002980     END-IF
002990     IF NOT WS-ABORT
003000         PERFORM 3000-RESTORE-FILES
003010             THRU 3000-RESTORE-FILES-EXIT
003020     END-IF
003030     IF NOT WS-ABORT
003040         PERFORM 4000-MARK-RUN-CONTROL
003050             THRU 4000-MARK-RUN-CONTROL-EXIT
003060         PERFORM 4100-STAMP-GENERATION
003070             THRU 4100-STAMP-GENERATION-EXIT
003080     END-IF
003090     PERFORM 9000-TERMINATE
003100         THRU 9000-TERMINATE-EXIT
003110     STOP RUN.
003120*
003130******************************************************************
003140*    0100-INITIALIZE
003150*    SIGNS THE OPERATOR ON AGAINST THE OPERATOR MASTER.  A
003160*    ROLLBACK THROWS AWAY A NIGHT'S POSTINGS, SO ONLY A
003170*    SUPERVISOR IS LET IN; ANY OTHER SIGN-ON IS REFUSED AND
003180*    LOGGED.
003190******************************************************************
003200 0100-INITIALIZE.
003210     DISPLAY "Inventory Rollback"
003220     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003230     ACCEPT WS-RUN-TIME FROM TIME
003240     PERFORM 0110-SIGN-ON-ATTEMPT
003250         THRU 0110-SIGN-ON-ATTEMPT-EXIT
003260         UNTIL WS-SIGNED-ON OR WS-SIGNON-TRIES NOT < 3
003270     IF NOT WS-SIGNED-ON
003280         DISPLAY "Too many failed sign-on attempts"
003290         MOVE 'Y' TO WS-ABORT-SW
003300         MOVE 8 TO RETURN-CODE
003310         GO TO 0100-INITIALIZE-EXIT
003320     END-IF
003330     IF NOT WS-SUPERVISOR
003340         DISPLAY "Supervisor authority is required here"
003350         MOVE 'D' TO WS-SEC-EVENT
003360         MOVE "Inventory rollback" TO WS-SEC-DETAIL
003370         PERFORM 8100-WRITE-SECURITY-LOG
003380             THRU 8100-WRITE-SECURITY-LOG-EXIT
003390         MOVE 'Y' TO WS-ABORT-SW
003400         MOVE 8 TO RETURN-CODE
003410     END-IF.
003420 0100-INITIALIZE-EXIT.
003430     EXIT.
003440*
003450******************************************************************
003460*    0110-SIGN-ON-ATTEMPT
003470*    VERIFIES ONE OPERATOR ID AND PASSWORD AGAINST THE OPERATOR
003480*    MASTER.  A MISS, A WRONG PASSWORD, OR AN INACTIVE OPERATOR
003490*    ALL FAIL THE SAME WAY AND ARE LOGGED, SO THE PROMPT GIVES
003500*    NOTHING AWAY.
003510******************************************************************
003520 0110-SIGN-ON-ATTEMPT.
003530     ADD 1 TO WS-SIGNON-TRIES
003540     DISPLAY "Enter Operator ID:"
003550     ACCEPT WS-OPERATOR-ID
003560     DISPLAY "Enter Password:"
003570     ACCEPT WS-PASSWORD
003580     MOVE 'N' TO WS-FOUND-SW
003590     OPEN INPUT OPERATOR-FILE
003600     IF WS-OPR-STATUS NOT EQUAL "00"
003610         DISPLAY "Unable to open operator file, status: "
003620                 WS-OPR-STATUS
003630         GO TO 0110-SIGN-ON-ATTEMPT-EXIT
003640     END-IF
003650     MOVE WS-OPERATOR-ID TO OPR-ID
003660     READ OPERATOR-FILE
003670         INVALID KEY
003680             CONTINUE
003690         NOT INVALID KEY
003700             IF OPR-ACTIVE AND OPR-PASSWORD EQUAL WS-PASSWORD
003710                 MOVE 'Y' TO WS-FOUND-SW
003720             END-IF
003730     END-READ
003740     CLOSE OPERATOR-FILE
003750     IF WS-FOUND
003760         MOVE OPR-AUTH-LEVEL TO WS-AUTH-LEVEL
003770         MOVE 'Y' TO WS-SIGNED-ON-SW
003780         DISPLAY "Signed on: " OPR-NAME
003790     ELSE
003800         DISPLAY "Sign-on failed"
003810         MOVE 'F' TO WS-SEC-EVENT
003820         MOVE "Invalid id or password" TO WS-SEC-DETAIL
003830         PERFORM 8100-WRITE-SECURITY-LOG
003840             THRU 8100-WRITE-SECURITY-LOG-EXIT
003850     END-IF.
003860 0110-SIGN-ON-ATTEMPT-EXIT.
003870     EXIT.
003880*
003890******************************************************************
003900*    1000-SELECT-GENERATION
003910*    LISTS THE GENERATIONS ON THE CATALOG, TAKES THE ONE TO
003920*    RESTORE, AND HAS THE SUPERVISOR CONFIRM IT.  ONLY A
003930*    COMPLETE GENERATION MAY BE RESTORED.
003940******************************************************************
003950 1000-SELECT-GENERATION.
003960     OPEN I-O BACKUP-GENERATION-FILE
003970     IF WS-BKG-STATUS NOT EQUAL "00"
003980         DISPLAY "No backup generations on file, status: "
003990                 WS-BKG-STATUS
004000         MOVE 'Y' TO WS-ABORT-SW
004010         MOVE 8 TO RETURN-CODE
004020         GO TO 1000-SELECT-GENERATION-EXIT
004030     END-IF
004040     MOVE 'Y' TO WS-BKG-OPEN-SW
004050     DISPLAY "Backup generations on file:"
004060     DISPLAY "  Date      Slot  Taken     Status      Restored"
004070     MOVE ZERO TO BG-GEN-DATE
004080     START BACKUP-GENERATION-FILE
004090         KEY IS NOT LESS THAN BG-GEN-DATE
004100         INVALID KEY
004110             DISPLAY "  (none)"
004120             MOVE 'Y' TO WS-ABORT-SW
004130             MOVE 8 TO RETURN-CODE
004140             GO TO 1000-SELECT-GENERATION-EXIT
004150     END-START
004160     MOVE 'N' TO WS-EOF-SW
004170     READ BACKUP-GENERATION-FILE NEXT RECORD
004180         AT END
004190             MOVE 'Y' TO WS-EOF-SW
004200     END-READ
004210     PERFORM UNTIL WS-EOF
004220         IF BG-COMPLETE
004230             MOVE "COMPLETE" TO WS-STATUS-TEXT
004240         ELSE
004250             MOVE "INCOMPLETE" TO WS-STATUS-TEXT
004260         END-IF
004270         DISPLAY "  " BG-GEN-DATE "  " BG-SLOT-NO "    "
004280                 BG-GEN-TIME "  " WS-STATUS-TEXT "  "
004290                 BG-RESTORE-DATE " " BG-RESTORED-BY
004300         READ BACKUP-GENERATION-FILE NEXT RECORD
004310             AT END
004320                 MOVE 'Y' TO WS-EOF-SW
004330         END-READ
004340     END-PERFORM
004350
004360     DISPLAY "Enter generation date to restore (YYYYMMDD):"
004370     ACCEPT WS-GEN-DATE
004380     MOVE WS-GEN-DATE TO BG-GEN-DATE
004390     READ BACKUP-GENERATION-FILE
004400         INVALID KEY
004410             DISPLAY "No backup generation for " WS-GEN-DATE
004420             MOVE 'Y' TO WS-ABORT-SW
004430             MOVE 8 TO RETURN-CODE
004440             GO TO 1000-SELECT-GENERATION-EXIT
004450     END-READ
004460     IF NOT BG-COMPLETE
004470         DISPLAY "Generation " WS-GEN-DATE " did not complete "
004480                 "and cannot be restored"
004490         MOVE 'Y' TO WS-ABORT-SW
004500         MOVE 8 TO RETURN-CODE
004510         GO TO 1000-SELECT-GENERATION-EXIT
004520     END-IF
004530     MOVE BG-SLOT-NO TO WS-SLOT-NO
004540     DISPLAY "Restore generation " WS-GEN-DATE " (slot "
004550             WS-SLOT-NO ")?  This replaces the inventory,"
004560     DISPLAY "snapshot, backorder and lot files and removes "
004570             "all history written since (Y/N):"
004580     ACCEPT WS-CONFIRM-REPLY
004590     IF WS-CONFIRM-REPLY NOT EQUAL 'Y' AND
004600        WS-CONFIRM-REPLY NOT EQUAL 'y'
004610         DISPLAY "Rollback cancelled - nothing changed"
004620         MOVE 'Y' TO WS-ABORT-SW
004630     END-IF.
004640 1000-SELECT-GENERATION-EXIT.
004650     EXIT.
004660*
004670******************************************************************
004680*    2000-CHECK-GENERATION
004690*    COUNTS THE LIVE FILES, THEN PROVES THE GENERATION CAN BE
004700*    RESTORED WHOLE BEFORE ANYTHING IS TOUCHED: EVERY IMAGE FILE
004710*    MUST HOLD THE COUNT THE CATALOG RECORDED, AND EVERY HISTORY
004720*    FILE MUST STILL HOLD AT LEAST THE ROWS IT HELD AT BACKUP
004730*    TIME.
004740******************************************************************
004750 2000-CHECK-GENERATION.
004760     PERFORM 5000-COUNT-LIVE-FILES
004770         THRU 5000-COUNT-LIVE-FILES-EXIT
004780     IF WS-ABORT
004790         MOVE 8 TO RETURN-CODE
004800         GO TO 2000-CHECK-GENERATION-EXIT
004810     END-IF
004820     MOVE WS-FILE-COUNTS TO WS-BEFORE-COUNTS
004830
004840     MOVE "invbkup." TO WS-IMAGE-PREFIX
004850     PERFORM 2100-COUNT-IMAGE
004860         THRU 2100-COUNT-IMAGE-EXIT
004870     IF WS-IMAGE-COUNT NOT EQUAL BG-INV-COUNT
004880         MOVE 'Y' TO WS-ABORT-SW
004890     END-IF
004900     MOVE "snpbkup." TO WS-IMAGE-PREFIX
004910     PERFORM 2100-COUNT-IMAGE
004920         THRU 2100-COUNT-IMAGE-EXIT
004930     IF WS-IMAGE-COUNT NOT EQUAL BG-SNP-COUNT
004940         MOVE 'Y' TO WS-ABORT-SW
004950     END-IF
004960     MOVE "borbkup." TO WS-IMAGE-PREFIX
004970     PERFORM 2100-COUNT-IMAGE
004980         THRU 2100-COUNT-IMAGE-EXIT
004990     IF WS-IMAGE-COUNT NOT EQUAL BG-BOR-COUNT
005000         MOVE 'Y' TO WS-ABORT-SW
005010     END-IF
005020     MOVE "lotbkup." TO WS-IMAGE-PREFIX
005030     PERFORM 2100-COUNT-IMAGE
005040         THRU 2100-COUNT-IMAGE-EXIT
005050     IF WS-IMAGE-COUNT NOT EQUAL BG-LOT-COUNT
005060         MOVE 'Y' TO WS-ABORT-SW
005070     END-IF
005080     IF WS-ABORT
005090         DISPLAY "Backup image files do not match the catalog - "
005100                 "rollback refused"
005110         MOVE 8 TO RETURN-CODE
005120         GO TO 2000-CHECK-GENERATION-EXIT
005130     END-IF
005140
005150     IF WS-BEF-AUD < BG-AUD-COUNT OR
005160        WS-BEF-PHS < BG-PHS-COUNT OR
005170        WS-BEF-SLH < BG-SLH-COUNT
005180         DISPLAY "History files hold fewer rows than at backup "
005190                 "time - archived since?"
005200         DISPLAY "Rollback refused"
005210         MOVE 'Y' TO WS-ABORT-SW
005220         MOVE 8 TO RETURN-CODE
005230     END-IF.
005240 2000-CHECK-GENERATION-EXIT.
005250     EXIT.
005260*
005270******************************************************************
005280*    2100-COUNT-IMAGE
005290*    COUNTS THE RECORDS IN ONE OF THE SLOT'S IMAGE FILES.  THE
005300*    CALLER SETS WS-IMAGE-PREFIX.  A MISSING IMAGE COUNTS AS
005310*    ONE MORE THAN THE CATALOG COULD HOLD, SO IT NEVER MATCHES.
005320******************************************************************
005330 2100-COUNT-IMAGE.
005340     PERFORM 3900-BUILD-IMAGE-NAME
005350         THRU 3900-BUILD-IMAGE-NAME-EXIT
005360     MOVE ZERO TO WS-IMAGE-COUNT
005370     OPEN INPUT IMAGE-FILE
005380     IF WS-IMG-STATUS NOT EQUAL "00"
005390         DISPLAY "Unable to open image file " WS-IMAGE-NAME
005400                 " status: " WS-IMG-STATUS
005410         MOVE 9999999 TO WS-IMAGE-COUNT
005420         GO TO 2100-COUNT-IMAGE-EXIT
005430     END-IF
005440     MOVE 'N' TO WS-EOF-SW
005450     READ IMAGE-FILE
005460         AT END
005470             MOVE 'Y' TO WS-EOF-SW
005480     END-READ
005490     PERFORM UNTIL WS-EOF
005500         ADD 1 TO WS-IMAGE-COUNT
005510         READ IMAGE-FILE
005520             AT END
005530                 MOVE 'Y' TO WS-EOF-SW
005540         END-READ
005550     END-PERFORM
005560     CLOSE IMAGE-FILE.
005570 2100-COUNT-IMAGE-EXIT.
005580     EXIT.
005590*
005600******************************************************************
005610*    3000-RESTORE-FILES
005620*    REBUILDS THE INDEXED FILES FROM THE IMAGES, TRIMS THE
005630*    HISTORY FILES BACK, AND CLEARS THE UPDATE CHECKPOINT.  ANY
005640*    FAILURE LEAVES THE ROLLBACK INCOMPLETE; IT IS SAFE TO RUN
005650*    AGAIN, SINCE EVERY STEP ONLY EVER PUTS A FILE BACK TO THE
005660*    SAME GENERATION.
005670******************************************************************
005680 3000-RESTORE-FILES.
005690     MOVE 'Y' TO WS-RESTORE-STARTED-SW
005700     PERFORM 3100-RESTORE-INVENTORY
005710         THRU 3100-RESTORE-INVENTORY-EXIT
005720     PERFORM 3200-RESTORE-SNAPSHOT
005730         THRU 3200-RESTORE-SNAPSHOT-EXIT
005740     PERFORM 3300-RESTORE-BACKORDERS
005750         THRU 3300-RESTORE-BACKORDERS-EXIT
005760     PERFORM 3400-RESTORE-LOT-BALANCES
005770         THRU 3400-RESTORE-LOT-BALANCES-EXIT
005780     PERFORM 3500-TRIM-AUDIT-LOG
005790         THRU 3500-TRIM-AUDIT-LOG-EXIT
005800     PERFORM 3600-TRIM-PRICE-HISTORY
005810         THRU 3600-TRIM-PRICE-HISTORY-EXIT
005820     PERFORM 3700-TRIM-SALES-HISTORY
005830         THRU 3700-TRIM-SALES-HISTORY-EXIT
005840     PERFORM 3800-CLEAR-CHECKPOINT
005850         THRU 3800-CLEAR-CHECKPOINT-EXIT
005860     IF WS-RESTORE-ERRORS > ZERO
005870         MOVE 'Y' TO WS-ABORT-SW
005880         MOVE 8 TO RETURN-CODE
005890     END-IF.
005900 3000-RESTORE-FILES-EXIT.
005910     EXIT.
005920*
005930******************************************************************
005940*    3100-RESTORE-INVENTORY
005950*    REBUILDS THE INVENTORY MASTER FROM THE SLOT'S IMAGE.
005960******************************************************************
005970 3100-RESTORE-INVENTORY.
005980     MOVE "invbkup." TO WS-IMAGE-PREFIX
005990     PERFORM 3900-BUILD-IMAGE-NAME
006000         THRU 3900-BUILD-IMAGE-NAME-EXIT
006010     OPEN INPUT IMAGE-FILE
006020     IF WS-IMG-STATUS NOT EQUAL "00"
006030         DISPLAY "Unable to open image file " WS-IMAGE-NAME
006040                 " status: " WS-IMG-STATUS
006050         ADD 1 TO WS-RESTORE-ERRORS
006060         GO TO 3100-RESTORE-INVENTORY-EXIT
006070     END-IF
006080     OPEN OUTPUT INVENTORY-FILE
006090     IF WS-INV-STATUS NOT EQUAL "00"
006100         DISPLAY "Unable to rebuild inventory master, status: "
006110                 WS-INV-STATUS
006120         ADD 1 TO WS-RESTORE-ERRORS
006130         CLOSE IMAGE-FILE
006140         GO TO 3100-RESTORE-INVENTORY-EXIT
006150     END-IF
006160     MOVE 'N' TO WS-EOF-SW
006170     READ IMAGE-FILE
006180         AT END
006190             MOVE 'Y' TO WS-EOF-SW
006200     END-READ
006210     PERFORM UNTIL WS-EOF
006220         MOVE IMAGE-RECORD TO INVENTORY-RECORD
006230         WRITE INVENTORY-RECORD
006240             INVALID KEY
006250                 DISPLAY "Inventory restore failed at item "
006260                         ITEM-ID " " WAREHOUSE-ID
006270                 ADD 1 TO WS-RESTORE-ERRORS
006280         END-WRITE
006290         READ IMAGE-FILE
006300             AT END
006310                 MOVE 'Y' TO WS-EOF-SW
006320         END-READ
006330     END-PERFORM
006340     CLOSE IMAGE-FILE
006350     CLOSE INVENTORY-FILE.
006360 3100-RESTORE-INVENTORY-EXIT.
006370     EXIT.
006380*
006390******************************************************************
006400*    3200-RESTORE-SNAPSHOT
006410*    REBUILDS THE BALANCE SNAPSHOT FROM THE SLOT'S IMAGE.
006420******************************************************************
006430 3200-RESTORE-SNAPSHOT.
006440     MOVE "snpbkup." TO WS-IMAGE-PREFIX
006450     PERFORM 3900-BUILD-IMAGE-NAME
006460         THRU 3900-BUILD-IMAGE-NAME-EXIT
006470     OPEN INPUT IMAGE-FILE
006480     IF WS-IMG-STATUS NOT EQUAL "00"
006490         DISPLAY "Unable to open image file " WS-IMAGE-NAME
006500                 " status: " WS-IMG-STATUS
006510         ADD 1 TO WS-RESTORE-ERRORS
006520         GO TO 3200-RESTORE-SNAPSHOT-EXIT
006530     END-IF
006540     OPEN OUTPUT SNAPSHOT-FILE
006550     IF WS-SNP-STATUS NOT EQUAL "00"
006560         DISPLAY "Unable to rebuild balance snapshot, status: "
006570                 WS-SNP-STATUS
006580         ADD 1 TO WS-RESTORE-ERRORS
006590         CLOSE IMAGE-FILE
006600         GO TO 3200-RESTORE-SNAPSHOT-EXIT
006610     END-IF
006620     MOVE 'N' TO WS-EOF-SW
006630     READ IMAGE-FILE
006640         AT END
006650             MOVE 'Y' TO WS-EOF-SW
006660     END-READ
006670     PERFORM UNTIL WS-EOF
006680         MOVE IMAGE-RECORD TO SNAPSHOT-RECORD
006690         WRITE SNAPSHOT-RECORD
006700             INVALID KEY
006710                 DISPLAY "Snapshot restore failed at item "
006720                         SNAP-ITEM-ID " " SNAP-WAREHOUSE-ID
006730                 ADD 1 TO WS-RESTORE-ERRORS
006740         END-WRITE
006750         READ IMAGE-FILE
006760             AT END
006770                 MOVE 'Y' TO WS-EOF-SW
006780         END-READ
006790     END-PERFORM
006800     CLOSE IMAGE-FILE
006810     CLOSE SNAPSHOT-FILE.
006820 3200-RESTORE-SNAPSHOT-EXIT.
006830     EXIT.
006840*
006850******************************************************************
006860*    3300-RESTORE-BACKORDERS
006870*    REBUILDS THE BACKORDER FILE FROM THE SLOT'S IMAGE.
006880******************************************************************
006890 3300-RESTORE-BACKORDERS.
006900     MOVE "borbkup." TO WS-IMAGE-PREFIX
006910     PERFORM 3900-BUILD-IMAGE-NAME
006920         THRU 3900-BUILD-IMAGE-NAME-EXIT
006930     OPEN INPUT IMAGE-FILE
006940     IF WS-IMG-STATUS NOT EQUAL "00"
006950         DISPLAY "Unable to open image file " WS-IMAGE-NAME
006960                 " status: " WS-IMG-STATUS
006970         ADD 1 TO WS-RESTORE-ERRORS
006980         GO TO 3300-RESTORE-BACKORDERS-EXIT
006990     END-IF
007000     OPEN OUTPUT BACKORDER-FILE
007010     IF WS-BOR-STATUS NOT EQUAL "00"
007020         DISPLAY "Unable to rebuild backorder file, status: "
007030                 WS-BOR-STATUS
007040         ADD 1 TO WS-RESTORE-ERRORS
007050         CLOSE IMAGE-FILE
007060         GO TO 3300-RESTORE-BACKORDERS-EXIT
007070     END-IF
007080     MOVE 'N' TO WS-EOF-SW
007090     READ IMAGE-FILE
007100         AT END
007110             MOVE 'Y' TO WS-EOF-SW
007120     END-READ
007130     PERFORM UNTIL WS-EOF
007140         MOVE IMAGE-RECORD TO BACKORDER-RECORD
007150         WRITE BACKORDER-RECORD
007160             INVALID KEY
007170                 DISPLAY "Backorder restore failed at item "
007180                         BO-ITEM-ID " seq " BO-SEQUENCE-NO
007190                 ADD 1 TO WS-RESTORE-ERRORS
007200         END-WRITE
007210         READ IMAGE-FILE
007220             AT END
007230                 MOVE 'Y' TO WS-EOF-SW
007240         END-READ
007250     END-PERFORM
007260     CLOSE IMAGE-FILE
007270     CLOSE BACKORDER-FILE.
007280 3300-RESTORE-BACKORDERS-EXIT.
007290     EXIT.
007300*
007310******************************************************************
007320*    3400-RESTORE-LOT-BALANCES
007330*    REBUILDS THE LOT BALANCE FILE FROM THE SLOT'S IMAGE.
007340******************************************************************
007350 3400-RESTORE-LOT-BALANCES.
007360     MOVE "lotbkup." TO WS-IMAGE-PREFIX
007370     PERFORM 3900-BUILD-IMAGE-NAME
007380         THRU 3900-BUILD-IMAGE-NAME-EXIT
007390     OPEN INPUT IMAGE-FILE
007400     IF WS-IMG-STATUS NOT EQUAL "00"
007410         DISPLAY "Unable to open image file " WS-IMAGE-NAME
007420                 " status: " WS-IMG-STATUS
007430         ADD 1 TO WS-RESTORE-ERRORS
007440         GO TO 3400-RESTORE-LOT-BALANCES-EXIT
007450     END-IF
007460     OPEN OUTPUT LOT-BALANCE-FILE
007470     IF WS-LOT-STATUS NOT EQUAL "00"
007480         DISPLAY "Unable to rebuild lot balance file, status: "
007490                 WS-LOT-STATUS
007500         ADD 1 TO WS-RESTORE-ERRORS
007510         CLOSE IMAGE-FILE
007520         GO TO 3400-RESTORE-LOT-BALANCES-EXIT
007530     END-IF
007540     MOVE 'N' TO WS-EOF-SW
007550     READ IMAGE-FILE
007560         AT END
007570             MOVE 'Y' TO WS-EOF-SW
007580     END-READ
007590     PERFORM UNTIL WS-EOF
007600         MOVE IMAGE-RECORD TO LOT-BALANCE-RECORD
007610         WRITE LOT-BALANCE-RECORD
007620             INVALID KEY
007630                 DISPLAY "Lot restore failed at item "
007640                         LOT-ITEM-ID " lot " LOT-NUMBER
007650                 ADD 1 TO WS-RESTORE-ERRORS
007660         END-WRITE
007670         READ IMAGE-FILE
007680             AT END
007690                 MOVE 'Y' TO WS-EOF-SW
007700         END-READ
007710     END-PERFORM
007720     CLOSE IMAGE-FILE
007730     CLOSE LOT-BALANCE-FILE.
007740 3400-RESTORE-LOT-BALANCES-EXIT.
007750     EXIT.
007760*
007770******************************************************************
007780*    3500-TRIM-AUDIT-LOG
007790*    KEEPS THE FIRST BG-AUD-COUNT ROWS OF THE AUDIT LOG - THE
007800*    ROWS THAT WERE THERE AT BACKUP TIME - AND COPIES THEM BACK
007810*    OVER THE LIVE FILE.  NOTHING TO DO IF NO ROWS WERE ADDED.
007820******************************************************************
007830 3500-TRIM-AUDIT-LOG.
007840     IF WS-BEF-AUD EQUAL BG-AUD-COUNT
007850         GO TO 3500-TRIM-AUDIT-LOG-EXIT
007860     END-IF
007870     OPEN INPUT AUDIT-FILE
007880     IF WS-AUD-STATUS NOT EQUAL "00"
007890         DISPLAY "Audit log not available, status: "
007900                 WS-AUD-STATUS
007910         ADD 1 TO WS-RESTORE-ERRORS
007920         GO TO 3500-TRIM-AUDIT-LOG-EXIT
007930     END-IF
007940     OPEN OUTPUT KEEP-FILE
007950     IF WS-KEP-STATUS NOT EQUAL "00"
007960         DISPLAY "Unable to open keep file, status: "
007970                 WS-KEP-STATUS
007980         ADD 1 TO WS-RESTORE-ERRORS
007990         CLOSE AUDIT-FILE
008000         GO TO 3500-TRIM-AUDIT-LOG-EXIT
008010     END-IF
008020     MOVE ZERO TO WS-KEEP-LIMIT
008030     MOVE 'N' TO WS-EOF-SW
008040     IF BG-AUD-COUNT EQUAL ZERO
008050         MOVE 'Y' TO WS-EOF-SW
008060     ELSE
008070         READ AUDIT-FILE
008080             AT END
008090                 MOVE 'Y' TO WS-EOF-SW
008100         END-READ
008110     END-IF
008120     PERFORM UNTIL WS-EOF
008130         MOVE AUDIT-RECORD TO KEEP-RECORD
008140         WRITE KEEP-RECORD
008150         ADD 1 TO WS-KEEP-LIMIT
008160         IF WS-KEEP-LIMIT NOT < BG-AUD-COUNT
008170             MOVE 'Y' TO WS-EOF-SW
008180         ELSE
008190             READ AUDIT-FILE
008200                 AT END
008210                     MOVE 'Y' TO WS-EOF-SW
008220             END-READ
008230         END-IF
008240     END-PERFORM
008250     CLOSE AUDIT-FILE
008260     CLOSE KEEP-FILE
008270
008280     OPEN INPUT KEEP-FILE
008290     IF WS-KEP-STATUS NOT EQUAL "00"
008300         DISPLAY "Unable to reread keep file, status: "
008310                 WS-KEP-STATUS
008320         ADD 1 TO WS-RESTORE-ERRORS
008330         GO TO 3500-TRIM-AUDIT-LOG-EXIT
008340     END-IF
008350     OPEN OUTPUT AUDIT-FILE
008360     IF WS-AUD-STATUS NOT EQUAL "00"
008370         DISPLAY "Unable to rewrite audit log, status: "
008380                 WS-AUD-STATUS
008390         ADD 1 TO WS-RESTORE-ERRORS
008400         CLOSE KEEP-FILE
008410         GO TO 3500-TRIM-AUDIT-LOG-EXIT
008420     END-IF
008430     MOVE 'N' TO WS-EOF-SW
008440     READ KEEP-FILE
008450         AT END
008460             MOVE 'Y' TO WS-EOF-SW
008470     END-READ
008480     PERFORM UNTIL WS-EOF
008490         MOVE KEEP-RECORD TO AUDIT-RECORD
008500         WRITE AUDIT-RECORD
008510         READ KEEP-FILE
008520             AT END
008530                 MOVE 'Y' TO WS-EOF-SW
008540         END-READ
008550     END-PERFORM
008560     CLOSE KEEP-FILE
008570     CLOSE AUDIT-FILE.
008580 3500-TRIM-AUDIT-LOG-EXIT.
008590     EXIT.
008600*
008610******************************************************************
008620*    3600-TRIM-PRICE-HISTORY
008630*    KEEPS THE FIRST BG-PHS-COUNT ROWS OF THE PRICE HISTORY AND
008640*    COPIES THEM BACK OVER THE LIVE FILE.
008650******************************************************************
008660 3600-TRIM-PRICE-HISTORY.
008670     IF WS-BEF-PHS EQUAL BG-PHS-COUNT
008680         GO TO 3600-TRIM-PRICE-HISTORY-EXIT
008690     END-IF
008700     OPEN INPUT PRICE-HISTORY-FILE
008710     IF WS-PHS-STATUS NOT EQUAL "00"
008720         DISPLAY "Price history not available, status: "
008730                 WS-PHS-STATUS
008740         ADD 1 TO WS-RESTORE-ERRORS
008750         GO TO 3600-TRIM-PRICE-HISTORY-EXIT
008760     END-IF
008770     OPEN OUTPUT KEEP-FILE
008780     IF WS-KEP-STATUS NOT EQUAL "00"
008790         DISPLAY "Unable to open keep file, status: "
008800                 WS-KEP-STATUS
008810         ADD 1 TO WS-RESTORE-ERRORS
008820         CLOSE PRICE-HISTORY-FILE
008830         GO TO 3600-TRIM-PRICE-HISTORY-EXIT
008840     END-IF
008850     MOVE ZERO TO WS-KEEP-LIMIT
008860     MOVE 'N' TO WS-EOF-SW
008870     IF BG-PHS-COUNT EQUAL ZERO
008880         MOVE 'Y' TO WS-EOF-SW
008890     ELSE
008900         READ PRICE-HISTORY-FILE
008910             AT END
008920                 MOVE 'Y' TO WS-EOF-SW
008930         END-READ
008940     END-IF
008950     PERFORM UNTIL WS-EOF
008960         MOVE PRICE-HISTORY-RECORD TO KEEP-RECORD
008970         WRITE KEEP-RECORD
008980         ADD 1 TO WS-KEEP-LIMIT
008990         IF WS-KEEP-LIMIT NOT < BG-PHS-COUNT
009000             MOVE 'Y' TO WS-EOF-SW
009010         ELSE
009020             READ PRICE-HISTORY-FILE
009030                 AT END
009040                     MOVE 'Y' TO WS-EOF-SW
009050             END-READ
009060         END-IF
009070     END-PERFORM
009080     CLOSE PRICE-HISTORY-FILE
009090     CLOSE KEEP-FILE
009100
009110     OPEN INPUT KEEP-FILE
009120     IF WS-KEP-STATUS NOT EQUAL "00"
009130         DISPLAY "Unable to reread keep file, status: "
009140                 WS-KEP-STATUS
009150         ADD 1 TO WS-RESTORE-ERRORS
009160         GO TO 3600-TRIM-PRICE-HISTORY-EXIT
009170     END-IF
009180     OPEN OUTPUT PRICE-HISTORY-FILE
009190     IF WS-PHS-STATUS NOT EQUAL "00"
009200         DISPLAY "Unable to rewrite price history, status: "
009210                 WS-PHS-STATUS
009220         ADD 1 TO WS-RESTORE-ERRORS
009230         CLOSE KEEP-FILE
009240         GO TO 3600-TRIM-PRICE-HISTORY-EXIT
009250     END-IF
009260     MOVE 'N' TO WS-EOF-SW
009270     READ KEEP-FILE
009280         AT END
009290             MOVE 'Y' TO WS-EOF-SW
009300     END-READ
009310     PERFORM UNTIL WS-EOF
009320         MOVE KEEP-RECORD TO PRICE-HISTORY-RECORD
009330         WRITE PRICE-HISTORY-RECORD
009340         READ KEEP-FILE
009350             AT END
009360                 MOVE 'Y' TO WS-EOF-SW
009370         END-READ
009380     END-PERFORM
009390     CLOSE KEEP-FILE
009400     CLOSE PRICE-HISTORY-FILE.
009410 3600-TRIM-PRICE-HISTORY-EXIT.
009420     EXIT.
009430*
009440******************************************************************
009450*    3700-TRIM-SALES-HISTORY
009460*    KEEPS THE FIRST BG-SLH-COUNT ROWS OF THE SALES HISTORY AND
009470*    COPIES THEM BACK OVER THE LIVE FILE.
009480******************************************************************
009490 3700-TRIM-SALES-HISTORY.
009500     IF WS-BEF-SLH EQUAL BG-SLH-COUNT
009510         GO TO 3700-TRIM-SALES-HISTORY-EXIT
009520     END-IF
009530     OPEN INPUT SALES-HISTORY-FILE
009540     IF WS-SLH-STATUS NOT EQUAL "00"
009550         DISPLAY "Sales history not available, status: "
009560                 WS-SLH-STATUS
009570         ADD 1 TO WS-RESTORE-ERRORS
009580         GO TO 3700-TRIM-SALES-HISTORY-EXIT
009590     END-IF
009600     OPEN OUTPUT KEEP-FILE
009610     IF WS-KEP-STATUS NOT EQUAL "00"
009620         DISPLAY "Unable to open keep file, status: "
009630                 WS-KEP-STATUS
009640         ADD 1 TO WS-RESTORE-ERRORS
009650         CLOSE SALES-HISTORY-FILE
009660         GO TO 3700-TRIM-SALES-HISTORY-EXIT
009670     END-IF
009680     MOVE ZERO TO WS-KEEP-LIMIT
009690     MOVE 'N' TO WS-EOF-SW
009700     IF BG-SLH-COUNT EQUAL ZERO
009710         MOVE 'Y' TO WS-EOF-SW
009720     ELSE
009730         READ SALES-HISTORY-FILE
009740             AT END
009750                 MOVE 'Y' TO WS-EOF-SW
009760         END-READ
009770     END-IF
009780     PERFORM UNTIL WS-EOF
009790         MOVE SALES-HISTORY-RECORD TO KEEP-RECORD
009800         WRITE KEEP-RECORD
009810         ADD 1 TO WS-KEEP-LIMIT
009820         IF WS-KEEP-LIMIT NOT < BG-SLH-COUNT
009830             MOVE 'Y' TO WS-EOF-SW
009840         ELSE
009850             READ SALES-HISTORY-FILE
009860                 AT END
009870                     MOVE 'Y' TO WS-EOF-SW
009880             END-READ
009890         END-IF
009900     END-PERFORM
009910     CLOSE SALES-HISTORY-FILE
009920     CLOSE KEEP-FILE
009930
009940     OPEN INPUT KEEP-FILE
009950     IF WS-KEP-STATUS NOT EQUAL "00"
009960         DISPLAY "Unable to reread keep file, status: "
009970                 WS-KEP-STATUS
009980         ADD 1 TO WS-RESTORE-ERRORS
009990         GO TO 3700-TRIM-SALES-HISTORY-EXIT
010000     END-IF
010010     OPEN OUTPUT SALES-HISTORY-FILE
010020     IF WS-SLH-STATUS NOT EQUAL "00"
010030         DISPLAY "Unable to rewrite sales history, status: "
010040                 WS-SLH-STATUS
010050         ADD 1 TO WS-RESTORE-ERRORS
010060         CLOSE KEEP-FILE
010070         GO TO 3700-TRIM-SALES-HISTORY-EXIT
010080     END-IF
010090     MOVE 'N' TO WS-EOF-SW
010100     READ KEEP-FILE
010110         AT END
010120             MOVE 'Y' TO WS-EOF-SW
010130     END-READ
010140     PERFORM UNTIL WS-EOF
010150         MOVE KEEP-RECORD TO SALES-HISTORY-RECORD
010160         WRITE SALES-HISTORY-RECORD
010170         READ KEEP-FILE
010180             AT END
010190                 MOVE 'Y' TO WS-EOF-SW
010200         END-READ
010210     END-PERFORM
010220     CLOSE KEEP-FILE
010230     CLOSE SALES-HISTORY-FILE.
010240 3700-TRIM-SALES-HISTORY-EXIT.
010250     EXIT.
010260*
010270******************************************************************
010280*    3800-CLEAR-CHECKPOINT
010290*    RESETS THE BATCH UPDATE CHECKPOINT SO THE RERUN AFTER THE
010300*    ROLLBACK PROCESSES THE FEED FROM THE FIRST TRANSACTION.
010310******************************************************************
010320 3800-CLEAR-CHECKPOINT.
010330     MOVE ZERO TO CKPT-LAST-SEQUENCE-NO
010340     OPEN OUTPUT CHECKPOINT-FILE
010350     IF WS-CKP-STATUS NOT EQUAL "00"
010360         DISPLAY "Unable to clear checkpoint file, status: "
010370                 WS-CKP-STATUS
010380         ADD 1 TO WS-RESTORE-ERRORS
010390         GO TO 3800-CLEAR-CHECKPOINT-EXIT
010400     END-IF
010410     WRITE CHECKPOINT-RECORD
010420     CLOSE CHECKPOINT-FILE.
010430 3800-CLEAR-CHECKPOINT-EXIT.
010440     EXIT.
010450*
010460******************************************************************
010470*    3900-BUILD-IMAGE-NAME
010480*    BUILDS THE IMAGE FILE NAME FROM WS-IMAGE-PREFIX AND THE
010490*    GENERATION'S SLOT NUMBER.
010500******************************************************************
010510 3900-BUILD-IMAGE-NAME.
010520     MOVE SPACES TO WS-IMAGE-NAME
010530     STRING WS-IMAGE-PREFIX DELIMITED BY SPACE
010540            WS-SLOT-NO DELIMITED BY SIZE
010550            ".dat" DELIMITED BY SIZE
010560         INTO WS-IMAGE-NAME.
010570 3900-BUILD-IMAGE-NAME-EXIT.
010580     EXIT.
010590*
010600******************************************************************
010610*    4000-MARK-RUN-CONTROL
010620*    MARKS ROLLED BACK ('B') EVERY RUN-CONTROL ROW WHOSE WORK THE
010630*    RESTORE UNDID: THE GENERATION DATE'S ROWS PAST THE EDIT,
010640*    EXCEPT THE BACKUP STEP, WHOSE GENERATION IS STILL GOOD, AND
010650*    EVERY ROW FOR A LATER DATE.  THE BATCH UPDATE CAN THEN BE
010660*    RERUN FOR THE GENERATION DATE, AND THE WINDOW STATUS AND
010670*    BALANCE VERIFY SEE THAT THE EARLIER RUN WAS UNDONE.
010680******************************************************************
010690 4000-MARK-RUN-CONTROL.
010700     OPEN I-O RUN-CONTROL-FILE
010710     IF WS-RCT-STATUS NOT EQUAL "00" AND
010720        WS-RCT-STATUS NOT EQUAL "05"
010730         DISPLAY "Unable to open run control file, status: "
010740                 WS-RCT-STATUS
010743         ADD 1 TO WS-RESTORE-ERRORS
010746         MOVE 'Y' TO WS-ABORT-SW
010749         MOVE 8 TO RETURN-CODE
010750         GO TO 4000-MARK-RUN-CONTROL-EXIT
010760     END-IF
010770     MOVE WS-GEN-DATE TO RC-RUN-DATE
010780     MOVE 01 TO RC-STEP-NO
010790     START RUN-CONTROL-FILE
010800         KEY IS GREATER THAN RC-KEY
010810         INVALID KEY
010820             CLOSE RUN-CONTROL-FILE
010830             GO TO 4000-MARK-RUN-CONTROL-EXIT
010840     END-START
010850     MOVE 'N' TO WS-EOF-SW
010860     READ RUN-CONTROL-FILE NEXT RECORD
010870         AT END
010880             MOVE 'Y' TO WS-EOF-SW
010890     END-READ
010900     PERFORM UNTIL WS-EOF
010910         IF RC-RUN-DATE EQUAL WS-GEN-DATE AND RC-STEP-BACKUP
010920             CONTINUE
010930         ELSE
010940             SET RC-ROLLED-BACK TO TRUE
010950             REWRITE RUN-CONTROL-RECORD
010960             ADD 1 TO WS-RC-MARKED-COUNT
010970             DISPLAY "Run control " RC-RUN-DATE " step "
010980                     RC-STEP-NO " " RC-PROGRAM
010990                     " marked rolled back"
011000         END-IF
011010         READ RUN-CONTROL-FILE NEXT RECORD
011020             AT END
011030                 MOVE 'Y' TO WS-EOF-SW
011040         END-READ
011050     END-PERFORM
011060     CLOSE RUN-CONTROL-FILE.
011070 4000-MARK-RUN-CONTROL-EXIT.
011080     EXIT.
011090*
011100******************************************************************
011110*    4100-STAMP-GENERATION
011120*    RECORDS ON THE CATALOG WHO RESTORED THE GENERATION AND WHEN.
011130******************************************************************
011140 4100-STAMP-GENERATION.
011150     MOVE WS-GEN-DATE TO BG-GEN-DATE
011160     READ BACKUP-GENERATION-FILE
011170         INVALID KEY
011180             DISPLAY "Generation record missing at end of restore"
011190             GO TO 4100-STAMP-GENERATION-EXIT
011200     END-READ
011210     MOVE WS-RUN-DATE    TO BG-RESTORE-DATE
011220     MOVE WS-RUN-TIME    TO BG-RESTORE-TIME
011230     MOVE WS-OPERATOR-ID TO BG-RESTORED-BY
011240     REWRITE BACKUP-GENERATION-RECORD
011250         INVALID KEY
011260             DISPLAY "Unable to stamp generation record"
011270     END-REWRITE.
011280 4100-STAMP-GENERATION-EXIT.
011290     EXIT.
011300*
011310******************************************************************
011320*    5000-COUNT-LIVE-FILES
011330*    COUNTS THE RECORDS IN EACH FILE THE ROLLBACK RESTORES INTO
011340*    WS-FILE-COUNTS.  A FILE THAT IS NOT THERE COUNTS ZERO.
011350*    AN OPTIONAL FILE OPENED WITH STATUS 05 IS STILL CLOSED, SO
011360*    IT CAN BE REOPENED OUTPUT BY THE RESTORE.
011370******************************************************************
011380 5000-COUNT-LIVE-FILES.
011390     MOVE ZERO TO WS-CNT-INV
011400     MOVE ZERO TO WS-CNT-SNP
011410     MOVE ZERO TO WS-CNT-BOR
011420     MOVE ZERO TO WS-CNT-LOT
011430     MOVE ZERO TO WS-CNT-AUD
011440     MOVE ZERO TO WS-CNT-PHS
011450     MOVE ZERO TO WS-CNT-SLH
011460
011470     OPEN INPUT INVENTORY-FILE
011480     IF WS-INV-STATUS EQUAL "00"
011490         MOVE 'N' TO WS-EOF-SW
011500         READ INVENTORY-FILE NEXT RECORD
011510             AT END
011520                 MOVE 'Y' TO WS-EOF-SW
011530         END-READ
011540         PERFORM UNTIL WS-EOF
011550             ADD 1 TO WS-CNT-INV
011560             READ INVENTORY-FILE NEXT RECORD
011570                 AT END
011580                     MOVE 'Y' TO WS-EOF-SW
011590             END-READ
011600         END-PERFORM
011610         CLOSE INVENTORY-FILE
011620     END-IF
011630
011640     OPEN INPUT SNAPSHOT-FILE
011650     IF WS-SNP-STATUS EQUAL "00" OR WS-SNP-STATUS EQUAL "05"
011660         MOVE 'N' TO WS-EOF-SW
011670         READ SNAPSHOT-FILE NEXT RECORD
011680             AT END
011690                 MOVE 'Y' TO WS-EOF-SW
011700         END-READ
011710         PERFORM UNTIL WS-EOF
011720             ADD 1 TO WS-CNT-SNP
011730             READ SNAPSHOT-FILE NEXT RECORD
011740                 AT END
011750                     MOVE 'Y' TO WS-EOF-SW
011760             END-READ
011770         END-PERFORM
011780         CLOSE SNAPSHOT-FILE
011790     END-IF
011800
011810     OPEN INPUT BACKORDER-FILE
011820     IF WS-BOR-STATUS EQUAL "00" OR WS-BOR-STATUS EQUAL "05"
011830         MOVE 'N' TO WS-EOF-SW
011840         READ BACKORDER-FILE NEXT RECORD
011850             AT END
011860                 MOVE 'Y' TO WS-EOF-SW
011870         END-READ
011880         PERFORM UNTIL WS-EOF
011890             ADD 1 TO WS-CNT-BOR
011900             READ BACKORDER-FILE NEXT RECORD
011910                 AT END
011920                     MOVE 'Y' TO WS-EOF-SW
011930             END-READ
011940         END-PERFORM
011950         CLOSE BACKORDER-FILE
011960     END-IF
011970
011980     OPEN INPUT LOT-BALANCE-FILE
011990     IF WS-LOT-STATUS EQUAL "00" OR WS-LOT-STATUS EQUAL "05"
012000         MOVE 'N' TO WS-EOF-SW
012010         READ LOT-BALANCE-FILE NEXT RECORD
012020             AT END
012030                 MOVE 'Y' TO WS-EOF-SW
012040         END-READ
012050         PERFORM UNTIL WS-EOF
012060             ADD 1 TO WS-CNT-LOT
012070             READ LOT-BALANCE-FILE NEXT RECORD
012080                 AT END
012090                     MOVE 'Y' TO WS-EOF-SW
012100             END-READ
012110         END-PERFORM
012120         CLOSE LOT-BALANCE-FILE
012130     END-IF
012140
012150     OPEN INPUT AUDIT-FILE
012160     IF WS-AUD-STATUS EQUAL "00" OR WS-AUD-STATUS EQUAL "05"
012170         MOVE 'N' TO WS-EOF-SW
012180         READ AUDIT-FILE
012190             AT END
012200                 MOVE 'Y' TO WS-EOF-SW
012210         END-READ
012220         PERFORM UNTIL WS-EOF
012230             ADD 1 TO WS-CNT-AUD
012240             READ AUDIT-FILE
012250                 AT END
012260                     MOVE 'Y' TO WS-EOF-SW
012270             END-READ
012280         END-PERFORM
012290         CLOSE AUDIT-FILE
012300     END-IF
012310
012320     OPEN INPUT PRICE-HISTORY-FILE
012330     IF WS-PHS-STATUS EQUAL "00" OR WS-PHS-STATUS EQUAL "05"
012340         MOVE 'N' TO WS-EOF-SW
012350         READ PRICE-HISTORY-FILE
012360             AT END
012370                 MOVE 'Y' TO WS-EOF-SW
012380         END-READ
012390         PERFORM UNTIL WS-EOF
012400             ADD 1 TO WS-CNT-PHS
012410             READ PRICE-HISTORY-FILE
012420                 AT END
012430                     MOVE 'Y' TO WS-EOF-SW
012440             END-READ
012450         END-PERFORM
012460         CLOSE PRICE-HISTORY-FILE
012470     END-IF
012480
012490     OPEN INPUT SALES-HISTORY-FILE
012500     IF WS-SLH-STATUS EQUAL "00" OR WS-SLH-STATUS EQUAL "05"
012510         MOVE 'N' TO WS-EOF-SW
012520         READ SALES-HISTORY-FILE
012530             AT END
012540                 MOVE 'Y' TO WS-EOF-SW
012550         END-READ
012560         PERFORM UNTIL WS-EOF
012570             ADD 1 TO WS-CNT-SLH
012580             READ SALES-HISTORY-FILE
012590                 AT END
012600                     MOVE 'Y' TO WS-EOF-SW
012610             END-READ
012620         END-PERFORM
012630         CLOSE SALES-HISTORY-FILE
012640     END-IF.
012650 5000-COUNT-LIVE-FILES-EXIT.
012660     EXIT.
012670*
012680******************************************************************
012690*    8100-WRITE-SECURITY-LOG
012700*    APPENDS ONE EVENT TO THE SECURITY LOG.  THE CALLER SETS
012710*    WS-SEC-EVENT AND WS-SEC-DETAIL FIRST.
012720******************************************************************
012730 8100-WRITE-SECURITY-LOG.
012740     ACCEPT SEC-DATE FROM DATE YYYYMMDD
012750     ACCEPT SEC-TIME FROM TIME
012760     MOVE "INVENTORY-ROLLBACK" TO SEC-PROGRAM
012770     MOVE WS-OPERATOR-ID TO SEC-OPERATOR-ID
012780     MOVE WS-SEC-EVENT   TO SEC-EVENT-TYPE
012790     MOVE WS-SEC-DETAIL  TO SEC-DETAIL
012800
012810     OPEN EXTEND SECURITY-LOG-FILE
012820     IF WS-SEC-STATUS EQUAL "35"
012830         OPEN OUTPUT SECURITY-LOG-FILE
012840         CLOSE SECURITY-LOG-FILE
012850         OPEN EXTEND SECURITY-LOG-FILE
012860     END-IF
012870     IF WS-SEC-STATUS NOT EQUAL "00"
012880         DISPLAY "Unable to open security log, status: "
012890                 WS-SEC-STATUS
012900         GO TO 8100-WRITE-SECURITY-LOG-EXIT
012910     END-IF
012920     WRITE SECURITY-LOG-RECORD
012930     CLOSE SECURITY-LOG-FILE.
012940 8100-WRITE-SECURITY-LOG-EXIT.
012950     EXIT.
012960*
012970******************************************************************
012980*    9000-TERMINATE
012990*    ONCE A RESTORE HAS STARTED, COUNTS THE FILES AGAIN AND
013000*    PRINTS THE RESTORE REGISTER - BEFORE, GENERATION AND AFTER
013010*    COUNTS PER FILE - TO ROLLBACK.RPT AND THE CONSOLE.  A
013020*    RESTORE WITH ERRORS IS REPORTED INCOMPLETE.
013030******************************************************************
013040 9000-TERMINATE.
013050     IF NOT WS-RESTORE-STARTED
013060         IF WS-BKG-OPEN
013070             CLOSE BACKUP-GENERATION-FILE
013080         END-IF
013090         GO TO 9000-TERMINATE-EXIT
013100     END-IF
013110     PERFORM 5000-COUNT-LIVE-FILES
013120         THRU 5000-COUNT-LIVE-FILES-EXIT
013130     MOVE WS-FILE-COUNTS TO WS-AFTER-COUNTS
013140
013150     OPEN OUTPUT REGISTER-FILE
013160     IF WS-REG-STATUS NOT EQUAL "00"
013170         DISPLAY "Unable to open restore register, status: "
013180                 WS-REG-STATUS
013190     END-IF
013200     MOVE SPACES TO WS-REG-LINE
013210     STRING "Inventory Rollback Register - Run " DELIMITED BY SIZE
013220            WS-RUN-DATE DELIMITED BY SIZE
013230            " " DELIMITED BY SIZE
013240            WS-RUN-TIME DELIMITED BY SIZE
013250            " by " DELIMITED BY SIZE
013260            WS-OPERATOR-ID DELIMITED BY SIZE
013270         INTO WS-REG-LINE
013280     PERFORM 9100-WRITE-REGISTER-LINE
013290         THRU 9100-WRITE-REGISTER-LINE-EXIT
013300     MOVE SPACES TO WS-REG-LINE
013310     STRING "Generation restored: " DELIMITED BY SIZE
013320            WS-GEN-DATE DELIMITED BY SIZE
013330            " taken " DELIMITED BY SIZE
013340            BG-GEN-TIME DELIMITED BY SIZE
013350            " slot " DELIMITED BY SIZE
013360            WS-SLOT-NO DELIMITED BY SIZE
013370         INTO WS-REG-LINE
013380     PERFORM 9100-WRITE-REGISTER-LINE
013390         THRU 9100-WRITE-REGISTER-LINE-EXIT
013400     MOVE SPACES TO WS-REG-LINE
013410     PERFORM 9100-WRITE-REGISTER-LINE
013420         THRU 9100-WRITE-REGISTER-LINE-EXIT
013430     MOVE WS-REG-HEADING-LINE TO WS-REG-LINE
013440     PERFORM 9100-WRITE-REGISTER-LINE
013450         THRU 9100-WRITE-REGISTER-LINE-EXIT
013460
013470     MOVE "Inventory master" TO WS-RGC-LABEL
013480     MOVE WS-BEF-INV   TO WS-RGC-BEFORE
013490     MOVE BG-INV-COUNT TO WS-RGC-GENERATION
013500     MOVE WS-AFT-INV   TO WS-RGC-AFTER
013510     PERFORM 9200-WRITE-COUNT-LINE
013520         THRU 9200-WRITE-COUNT-LINE-EXIT
013530     MOVE "Balance snapshot" TO WS-RGC-LABEL
013540     MOVE WS-BEF-SNP   TO WS-RGC-BEFORE
013550     MOVE BG-SNP-COUNT TO WS-RGC-GENERATION
013560     MOVE WS-AFT-SNP   TO WS-RGC-AFTER
013570     PERFORM 9200-WRITE-COUNT-LINE
013580         THRU 9200-WRITE-COUNT-LINE-EXIT
013590     MOVE "Backorders" TO WS-RGC-LABEL
013600     MOVE WS-BEF-BOR   TO WS-RGC-BEFORE
013610     MOVE BG-BOR-COUNT TO WS-RGC-GENERATION
013620     MOVE WS-AFT-BOR   TO WS-RGC-AFTER
013630     PERFORM 9200-WRITE-COUNT-LINE
013640         THRU 9200-WRITE-COUNT-LINE-EXIT
013650     MOVE "Lot balances" TO WS-RGC-LABEL
013660     MOVE WS-BEF-LOT   TO WS-RGC-BEFORE
013670     MOVE BG-LOT-COUNT TO WS-RGC-GENERATION
013680     MOVE WS-AFT-LOT   TO WS-RGC-AFTER
013690     PERFORM 9200-WRITE-COUNT-LINE
013700         THRU 9200-WRITE-COUNT-LINE-EXIT
013710     MOVE "Audit log" TO WS-RGC-LABEL
013720     MOVE WS-BEF-AUD   TO WS-RGC-BEFORE
013730     MOVE BG-AUD-COUNT TO WS-RGC-GENERATION
013740     MOVE WS-AFT-AUD   TO WS-RGC-AFTER
013750     PERFORM 9200-WRITE-COUNT-LINE
013760         THRU 9200-WRITE-COUNT-LINE-EXIT
013770     MOVE "Price history" TO WS-RGC-LABEL
013780     MOVE WS-BEF-PHS   TO WS-RGC-BEFORE
013790     MOVE BG-PHS-COUNT TO WS-RGC-GENERATION
013800     MOVE WS-AFT-PHS   TO WS-RGC-AFTER
013810     PERFORM 9200-WRITE-COUNT-LINE
013820         THRU 9200-WRITE-COUNT-LINE-EXIT
013830     MOVE "Sales history" TO WS-RGC-LABEL
013840     MOVE WS-BEF-SLH   TO WS-RGC-BEFORE
013850     MOVE BG-SLH-COUNT TO WS-RGC-GENERATION
013860     MOVE WS-AFT-SLH   TO WS-RGC-AFTER
013870     PERFORM 9200-WRITE-COUNT-LINE
013880         THRU 9200-WRITE-COUNT-LINE-EXIT
013890
013900     MOVE SPACES TO WS-REG-LINE
013910     PERFORM 9100-WRITE-REGISTER-LINE
013920         THRU 9100-WRITE-REGISTER-LINE-EXIT
013930     IF WS-ABORT
013940         MOVE "** ROLLBACK INCOMPLETE - CORRECT AND RUN AGAIN **"
013950             TO WS-REG-LINE
013960     ELSE
013970         MOVE WS-RC-MARKED-COUNT TO WS-MARKED-COUNT-DISPLAY
013980         MOVE SPACES TO WS-REG-LINE
013990         STRING "Rollback complete - run control rows marked "
014000                    DELIMITED BY SIZE
014010                "rolled back: " DELIMITED BY SIZE
014020                WS-MARKED-COUNT-DISPLAY DELIMITED BY SIZE
014030             INTO WS-REG-LINE
014040     END-IF
014050     PERFORM 9100-WRITE-REGISTER-LINE
014060         THRU 9100-WRITE-REGISTER-LINE-EXIT
014070     IF WS-REG-STATUS EQUAL "00"
014080         CLOSE REGISTER-FILE
014090     END-IF
014100     CLOSE BACKUP-GENERATION-FILE.
014110 9000-TERMINATE-EXIT.
014120     EXIT.
014130*
014140******************************************************************
014150*    9100-WRITE-REGISTER-LINE
014160*    WRITES WS-REG-LINE TO THE REGISTER AND THE CONSOLE.
014170******************************************************************
014180 9100-WRITE-REGISTER-LINE.
014190     DISPLAY WS-REG-LINE
014200     IF WS-REG-STATUS EQUAL "00"
014210         MOVE WS-REG-LINE TO REGISTER-RECORD
014220         WRITE REGISTER-RECORD
014230     END-IF.
014240 9100-WRITE-REGISTER-LINE-EXIT.
014250     EXIT.
014260*
014270******************************************************************
014280*    9200-WRITE-COUNT-LINE
014290*    WRITES ONE FILE'S BEFORE / GENERATION / AFTER COUNTS.
014300******************************************************************
014310 9200-WRITE-COUNT-LINE.
014320     MOVE WS-REG-COUNT-LINE TO WS-REG-LINE
014330     PERFORM 9100-WRITE-REGISTER-LINE
014340         THRU 9100-WRITE-REGISTER-LINE-EXIT.
014350 9200-WRITE-COUNT-LINE-EXIT.
014360     EXIT.
