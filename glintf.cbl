000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GL-JOURNAL-INTERFACE.
000030 AUTHOR. J-R-MCALLISTER.
000040 INSTALLATION. DISTRIBUTION-CENTER-APPLICATIONS-GROUP.
000050 DATE-WRITTEN. 10/14/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*    DESCRIPTION:  NIGHTLY GENERAL-LEDGER INTERFACE.  READS THE
000090*                  BUSINESS DATE'S ROWS FROM THE AUDIT LOG, SORTS
000100*                  THEM INTO ITEM/WAREHOUSE/DATE/TIME ORDER, AND
000110*                  VALUES EACH ITEM'S MOVEMENTS IN THE ORDER THEY
000120*                  HAPPENED, CARRYING THE UNIT COST FORWARD FROM
000130*                  ONE ROW TO THE NEXT.  THE RUNNING COST STARTS
000140*                  FROM THE OLD VALUE OF THE ITEM'S FIRST COST
000150*                  CHANGE ('U') OF THE DAY, OR FROM ITEM-UNIT-COST
000160*                  WHEN THE COST DID NOT CHANGE.
000170*
000180*                  A QUANTITY MOVEMENT IS VALUED AT THE CHANGE IN
000190*                  ON-HAND TIMES THE COST IN FORCE AFTER IT.  A
000200*                  'U' ROW WRITTEN STRAIGHT AFTER THE RECEIPT
000210*                  ('R') OR KIT BUILD ('K') THAT MOVED THE AVERAGE
000220*                  COST IS VALUED AT THE CHANGE IN COST TIMES THE
000230*                  STOCK HELD BEFORE THAT MOVEMENT, SO THE TWO
000240*                  ROWS TOGETHER POST WHAT THE GOODS ACTUALLY
000250*                  COST.  ANY OTHER 'U' ROW IS VALUED AT THE
000260*                  CHANGE IN COST TIMES THE STOCK ON HAND AT THAT
000270*                  POINT IN THE DAY.
000280*
000290*                  EACH CHANGE TYPE POSTS TO ITS OWN ACCOUNT PAIR
000300*                  FROM THE GL ACCOUNT-MAP FILE.  THE POSTINGS ARE
000310*                  SUMMARIZED BY WAREHOUSE AND ACCOUNT INTO A
000320*                  PIPE-DELIMITED JOURNAL WITH A HEADER CARRYING
000330*                  THE BATCH ID
000340*                  AND A TRAILER CARRYING THE LINE COUNT AND THE
000350*                  DEBIT AND CREDIT CONTROL TOTALS.
000360*
000370*                  THE JOURNAL IS BUILT IN A WORK FILE AND ONLY
000380*                  COPIED TO GLJOURNAL.DAT, THE FILE THE GL
000390*                  UPLOAD PICKS UP, WHEN DEBITS EQUAL CREDITS AND
000400*                  EVERY MOVEMENT WAS VALUED AND FOUND AN ACCOUNT
000405*                  MAPPING.
000410*                  OTHERWISE GLJOURNAL.DAT IS LEFT EMPTY, THE
000420*                  STEP ENDS FAILED, AND FINANCE WORKS FROM THE
000430*                  EXCEPTION LINES AND THE HELD WORK FILE.
000440*
000450*                  ALLOCATION, PRICE AND REORDER-SETTING ROWS
000460*                  ('A', 'L', 'P', 'S') DO NOT MOVE INVENTORY
000470*                  VALUE AND ARE PASSED OVER.  RUNS AS STEP 06 OF
000480*                  THE OVERNIGHT WINDOW AND REFUSES TO START
000490*                  UNLESS THE BALANCE VERIFY (STEP 03) COMPLETED
000500*                  CLEAN FOR THIS BUSINESS DATE.
000510*
000520*    MODIFICATION HISTORY
000530*    DATE       INIT  DESCRIPTION
000540*    ---------  ----  -------------------------------------------
000550*    2026-10-14 JRM   ORIGINAL PROGRAM.
000560******************************************************************
000570 ENVIRONMENT DIVISION.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT AUDIT-FILE ASSIGN TO "auditlog.dat"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-AUD-STATUS.
000630
000640     SELECT INVENTORY-FILE ASSIGN TO "inventory.dat"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS INVENTORY-KEY
000680         FILE STATUS IS WS-INV-STATUS.
000690
000700     SELECT GL-MAP-FILE ASSIGN TO "glacctmap.dat"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-MAP-STATUS.
000730
000740     SELECT JOURNAL-WORK-FILE ASSIGN TO "gljournal.wrk"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-JWK-STATUS.
000770
000780     SELECT JOURNAL-FILE ASSIGN TO "gljournal.dat"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-JRN-STATUS.
000810
000820     SELECT POSTING-WORK-FILE ASSIGN TO "glpost.wrk"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-PWK-STATUS.
000850
000860     SELECT AUDIT-SORT-FILE ASSIGN TO "glaudsrt.tmp".
000870
000880     SELECT SORT-WORK-FILE ASSIGN TO "glsort.tmp".
000890
000900     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "runctl.dat"
000910         ORGANIZATION IS INDEXED
000920         ACCESS MODE IS DYNAMIC
000930         RECORD KEY IS RC-KEY
000940         FILE STATUS IS WS-RCT-STATUS.
000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD  AUDIT-FILE.
000980     COPY AUDREC.
000990*
001000 FD  INVENTORY-FILE.
001010     COPY INVREC.
001020*
001030 FD  GL-MAP-FILE.
001040     COPY GLMAP.
001050*
001060 FD  JOURNAL-WORK-FILE.
001070 01  JOURNAL-WORK-RECORD      PIC X(80).
001080*
001090 FD  JOURNAL-FILE.
001100 01  JOURNAL-RECORD           PIC X(80).
001110*
001120 FD  POSTING-WORK-FILE.
001130 01  POSTING-WORK-RECORD.
001140     05  PW-WAREHOUSE-ID      PIC X(05).
001150     05  PW-ACCOUNT           PIC X(10).
001160     05  PW-DEBIT-AMOUNT      PIC 9(11)V99.
001170     05  PW-CREDIT-AMOUNT     PIC 9(11)V99.
001180*
001190 SD  AUDIT-SORT-FILE.
001200 01  AUDIT-SORT-RECORD.
001210     05  SA-ITEM-KEY.
001220         10  SA-ITEM-ID       PIC 9(05).
001230         10  SA-WAREHOUSE-ID  PIC X(05).
001240     05  SA-DATE              PIC 9(08).
001250     05  SA-TIME              PIC 9(08).
001260     05  SA-SEQUENCE          PIC 9(07).
001270     05  SA-CHANGE-TYPE       PIC X(01).
001280     05  SA-OLD-VALUE         PIC 9(07)V99.
001290     05  SA-NEW-VALUE         PIC 9(07)V99.
001300*
001310 SD  SORT-WORK-FILE.
001320 01  SORT-WORK-RECORD.
001330     05  SW-WAREHOUSE-ID      PIC X(05).
001340     05  SW-ACCOUNT           PIC X(10).
001350     05  SW-DEBIT-AMOUNT      PIC 9(11)V99.
001360     05  SW-CREDIT-AMOUNT     PIC 9(11)V99.
001370*
001380 FD  RUN-CONTROL-FILE.
001390     COPY RUNCTL.
001400*
001410 WORKING-STORAGE SECTION.
001420******************************************************************
001430*    SWITCHES AND FLAGS
001440******************************************************************
001450 01  WS-SWITCHES.
001460     05  WS-EOF-SW            PIC X(01)   VALUE 'N'.
001470         88  WS-EOF                       VALUE 'Y'.
001480     05  WS-ABORT-SW          PIC X(01)   VALUE 'N'.
001490         88  WS-ABORT                     VALUE 'Y'.
001500     05  WS-RC-OK-SW          PIC X(01)   VALUE 'N'.
001510         88  WS-RC-OK                     VALUE 'Y'.
001520     05  WS-RC-FOUND-SW       PIC X(01)   VALUE 'N'.
001530         88  WS-RC-FOUND                  VALUE 'Y'.
001540     05  WS-MAP-FOUND-SW      PIC X(01)   VALUE 'N'.
001550         88  WS-MAP-FOUND                 VALUE 'Y'.
001560     05  WS-FIRST-RECORD-SW   PIC X(01)   VALUE 'Y'.
001570         88  WS-FIRST-RECORD              VALUE 'Y'.
001580     05  WS-RELEASE-SW        PIC X(01)   VALUE 'N'.
001590         88  WS-RELEASE                   VALUE 'Y'.
001600     05  WS-COST-SEEDED-SW    PIC X(01)   VALUE 'N'.
001610         88  WS-COST-SEEDED               VALUE 'Y'.
001620     05  WS-QTY-SEEDED-SW     PIC X(01)   VALUE 'N'.
001630         88  WS-QTY-SEEDED                VALUE 'Y'.
001640     05  WS-POSTINGS-LOST-SW  PIC X(01)   VALUE 'N'.
001650         88  WS-POSTINGS-LOST             VALUE 'Y'.
001660*
001670******************************************************************
001680*    FILE STATUS AND VALUATION WORK AREAS
001690******************************************************************
001700 01  WS-AUD-STATUS            PIC X(02).
001710 01  WS-INV-STATUS            PIC X(02).
001720 01  WS-MAP-STATUS            PIC X(02).
001730 01  WS-JWK-STATUS            PIC X(02).
001740 01  WS-JRN-STATUS            PIC X(02).
001750 01  WS-RCT-STATUS            PIC X(02).
001760 01  WS-PWK-STATUS            PIC X(02).
001770 01  WS-RC-OUTCOME            PIC X(01).
001780 01  WS-RUN-DATE              PIC 9(08).
001790 01  WS-LOOKUP-TYPE           PIC X(01).
001800 01  WS-RUNNING-COST          PIC 9(07)V99.
001810 01  WS-RUNNING-QTY           PIC 9(07)V99.
001820 01  WS-VALUING-COST          PIC 9(07)V99.
001830 01  WS-CHANGE-DELTA          PIC S9(07)V99.
001840 01  WS-MOVEMENT-VALUE        PIC S9(11)V99.
001850 01  WS-POST-AMOUNT           PIC 9(11)V99.
001860 01  WS-POST-DEBIT-ACCOUNT    PIC X(10).
001870 01  WS-POST-CREDIT-ACCOUNT   PIC X(10).
001880 01  WS-LINE-NET              PIC S9(13)V99.
001890 01  WS-PRT-AMOUNT            PIC Z(12)9.99.
001900*
001910******************************************************************
001920*    ACCOUNT MAP, LOADED FROM GLACCTMAP.DAT AT START OF RUN.  ONE
001930*    ENTRY PER CHANGE TYPE; A SECOND RECORD FOR A TYPE ALREADY
001940*    LOADED IS REPORTED AND IGNORED.
001950******************************************************************
001960 01  WS-MAP-MAX               PIC 9(02)   COMP VALUE 26.
001970 01  WS-MAP-COUNT             PIC 9(02)   COMP VALUE ZERO.
001980 01  WS-MAP-SUB               PIC 9(02)   COMP.
001990 01  WS-MAP-HIT               PIC 9(02)   COMP.
002000 01  WS-MAP-TABLE.
002010     05  WS-MAP-ENTRY         OCCURS 26 TIMES.
002020         10  WS-MAP-TYPE          PIC X(01).
002030         10  WS-MAP-DEBIT-ACCOUNT PIC X(10).
002040         10  WS-MAP-CREDIT-ACCOUNT
002050                                  PIC X(10).
002060*
002070******************************************************************
002080*    ONE ITEM/WAREHOUSE'S AUDIT ROWS FOR THE DAY, IN THE ORDER
002090*    THEY WERE WRITTEN.  THE WHOLE GROUP IS HELD SO THE RUNNING
002100*    COST AND ON-HAND CAN BE SEEDED FROM ITS FIRST COST AND
002110*    QUANTITY ROWS BEFORE ANY ROW IS VALUED.  THE TABLE IS SIZED
002120*    WELL PAST ANY ONE ITEM'S DAILY MOVEMENTS; ROWS BEYOND IT ARE
002125*    REPORTED, NOT VALUED, AND HOLD THE JOURNAL.
002130******************************************************************
002140 01  WS-GRP-MAX               PIC 9(04)   COMP VALUE 9999.
002150 01  WS-GRP-COUNT             PIC 9(04)   COMP VALUE ZERO.
002160 01  WS-GRP-SUB               PIC 9(04)   COMP.
002170 01  WS-GRP-KEY.
002180     05  WS-GRP-ITEM-ID       PIC 9(05).
002190     05  WS-GRP-WAREHOUSE-ID  PIC X(05).
002200 01  WS-GRP-TABLE.
002210     05  WS-GRP-ENTRY         OCCURS 9999 TIMES.
002220         10  WS-GRP-TYPE          PIC X(01).
002230             88  WS-GRP-COST-CHANGE       VALUE 'U'.
002240             88  WS-GRP-COST-TRIGGER      VALUE 'R' 'K'.
002250         10  WS-GRP-OLD-VALUE     PIC 9(07)V99.
002260         10  WS-GRP-NEW-VALUE     PIC 9(07)V99.
002270*
002280******************************************************************
002290*    CONTROL-BREAK FIELDS FOR THE WAREHOUSE/ACCOUNT SUMMARY
002300******************************************************************
002310 01  WS-CURRENT-KEY.
002320     05  WS-CURR-WAREHOUSE    PIC X(05).
002330     05  WS-CURR-ACCOUNT      PIC X(10).
002340 01  WS-PRIOR-KEY.
002350     05  WS-PRIOR-WAREHOUSE   PIC X(05).
002360     05  WS-PRIOR-ACCOUNT     PIC X(10).
002370 01  WS-LINE-DEBITS           PIC 9(13)V99       VALUE ZERO.
002380 01  WS-LINE-CREDITS          PIC 9(13)V99       VALUE ZERO.
002390*
002400******************************************************************
002410*    RUN TOTALS AND BATCH CONTROL TOTALS
002420******************************************************************
002430 01  WS-AUDIT-READ-COUNT      PIC 9(07)   COMP VALUE ZERO.
002440 01  WS-MOVEMENT-COUNT        PIC 9(07)   COMP VALUE ZERO.
002450 01  WS-UNMAPPED-COUNT        PIC 9(07)   COMP VALUE ZERO.
002460 01  WS-UNVALUED-COUNT        PIC 9(07)   COMP VALUE ZERO.
002470 01  WS-LINE-COUNT            PIC 9(07)   COMP VALUE ZERO.
002480 01  WS-POSTED-DEBITS         PIC 9(13)V99       VALUE ZERO.
002490 01  WS-POSTED-CREDITS        PIC 9(13)V99       VALUE ZERO.
002500 01  WS-JOURNAL-DEBITS        PIC 9(13)V99       VALUE ZERO.
002510 01  WS-JOURNAL-CREDITS       PIC 9(13)V99       VALUE ZERO.
002520*
002530******************************************************************
002540*    JOURNAL RECORD LAYOUTS.  FIXED-WIDTH FIELDS SEPARATED BY
002550*    PIPES; THE GL UPLOAD TRIMS TRAILING SPACES.
002560******************************************************************
002570 01  WS-JRN-HEADER.
002580     05  FILLER               PIC X(02)   VALUE "H|".
002590     05  WS-HDR-RUN-DATE      PIC 9(08).
002600     05  FILLER               PIC X(01)   VALUE "|".
002610     05  WS-HDR-BATCH-ID.
002620         10  FILLER           PIC X(02)   VALUE "IN".
002630         10  WS-HDR-BATCH-DATE
002640                              PIC 9(08).
002650 01  WS-JRN-DETAIL.
002660     05  FILLER               PIC X(02)   VALUE "D|".
002670     05  WS-DET-WAREHOUSE-ID  PIC X(05).
002680     05  FILLER               PIC X(01)   VALUE "|".
002690     05  WS-DET-ACCOUNT       PIC X(10).
002700     05  FILLER               PIC X(01)   VALUE "|".
002710     05  WS-DET-DR-CR         PIC X(01).
002720     05  FILLER               PIC X(01)   VALUE "|".
002730     05  WS-DET-AMOUNT        PIC 9(13).99.
002740 01  WS-JRN-TRAILER.
002750     05  FILLER               PIC X(02)   VALUE "T|".
002760     05  WS-TRL-LINE-COUNT    PIC 9(07).
002770     05  FILLER               PIC X(01)   VALUE "|".
002780     05  WS-TRL-DEBIT-TOTAL   PIC 9(13).99.
002790     05  FILLER               PIC X(01)   VALUE "|".
002800     05  WS-TRL-CREDIT-TOTAL  PIC 9(13).99.
002810     05  FILLER               PIC X(01)   VALUE "|".
002820     05  WS-TRL-MOVEMENT-COUNT
002830                              PIC 9(07).
002840*
002850 PROCEDURE DIVISION.
002860******************************************************************
002870*    0000-MAINLINE
002880*    DRIVES THE SORT OF THE DAY'S AUDIT ROWS INTO ITEM SEQUENCE
002890*    FOR VALUATION, THE SORT OF THE RESULTING POSTINGS INTO
002900*    WAREHOUSE/ACCOUNT SEQUENCE, AND THE RELEASE DECISION.
002910******************************************************************
002920 0000-MAINLINE.
002930     PERFORM 1000-INITIALIZE
002940         THRU 1000-INITIALIZE-EXIT
002950     IF NOT WS-ABORT
002960         SORT AUDIT-SORT-FILE
002970             ON ASCENDING KEY SA-ITEM-ID
002980                              SA-WAREHOUSE-ID
002990                              SA-DATE
003000                              SA-TIME
003010                              SA-SEQUENCE
003020             INPUT PROCEDURE IS 2000-SELECT-AUDIT-ROWS
003030                 THRU 2000-SELECT-AUDIT-ROWS-EXIT
003040             OUTPUT PROCEDURE IS 2300-VALUE-MOVEMENTS
003050                 THRU 2300-VALUE-MOVEMENTS-EXIT
003060         SORT SORT-WORK-FILE
003070             ON ASCENDING KEY SW-WAREHOUSE-ID
003080                              SW-ACCOUNT
003090             INPUT PROCEDURE IS 2800-RELEASE-POSTINGS
003100                 THRU 2800-RELEASE-POSTINGS-EXIT
003110             OUTPUT PROCEDURE IS 3000-SUMMARIZE-POSTINGS
003120                 THRU 3000-SUMMARIZE-POSTINGS-EXIT
003130     END-IF
003140     PERFORM 9000-TERMINATE
003150         THRU 9000-TERMINATE-EXIT
003160     STOP RUN.
003170*
003180******************************************************************
003190*    1000-INITIALIZE
003200*    RECORDS THE STEP START, LOADS THE ACCOUNT MAP, AND OPENS THE
003210*    AUDIT LOG, THE INVENTORY MASTER, AND THE POSTING AND JOURNAL
003220*    WORK FILES.
003230******************************************************************
003240 1000-INITIALIZE.
003250     PERFORM 7000-RUN-CONTROL-START
003260         THRU 7000-RUN-CONTROL-START-EXIT
003270     IF NOT WS-RC-OK
003280         MOVE 'Y' TO WS-ABORT-SW
003290         MOVE 8 TO RETURN-CODE
003300         GO TO 1000-INITIALIZE-EXIT
003310     END-IF
003320     PERFORM 1100-LOAD-ACCOUNT-MAP
003330         THRU 1100-LOAD-ACCOUNT-MAP-EXIT
003340     OPEN INPUT AUDIT-FILE
003350     IF WS-AUD-STATUS NOT EQUAL "00"
003360         DISPLAY "Unable to open audit file, status: "
003370                 WS-AUD-STATUS
003380         MOVE 'Y' TO WS-ABORT-SW
003390         MOVE 8 TO RETURN-CODE
003400         GO TO 1000-INITIALIZE-EXIT
003410     END-IF
003420     OPEN INPUT INVENTORY-FILE
003430     IF WS-INV-STATUS NOT EQUAL "00"
003440         DISPLAY "Unable to open inventory file, status: "
003450                 WS-INV-STATUS
003460         CLOSE AUDIT-FILE
003470         MOVE 'Y' TO WS-ABORT-SW
003480         MOVE 8 TO RETURN-CODE
003490         GO TO 1000-INITIALIZE-EXIT
003500     END-IF
003510     OPEN OUTPUT JOURNAL-WORK-FILE
003520     IF WS-JWK-STATUS NOT EQUAL "00"
003530         DISPLAY "Unable to open journal work file, status: "
003540                 WS-JWK-STATUS
003550         CLOSE AUDIT-FILE
003560         CLOSE INVENTORY-FILE
003570         MOVE 'Y' TO WS-ABORT-SW
003580         MOVE 8 TO RETURN-CODE
003590         GO TO 1000-INITIALIZE-EXIT
003600     END-IF
003610     OPEN OUTPUT POSTING-WORK-FILE
003620     IF WS-PWK-STATUS NOT EQUAL "00"
003630         DISPLAY "Unable to open posting work file, status: "
003640                 WS-PWK-STATUS
003650         CLOSE AUDIT-FILE
003660         CLOSE INVENTORY-FILE
003670         CLOSE JOURNAL-WORK-FILE
003680         MOVE 'Y' TO WS-ABORT-SW
003690         MOVE 8 TO RETURN-CODE
003700         GO TO 1000-INITIALIZE-EXIT
003710     END-IF
003720     MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
003730     MOVE WS-RUN-DATE TO WS-HDR-BATCH-DATE
003740     DISPLAY "GL Journal Interface - Business Date " WS-RUN-DATE
003750     DISPLAY "Whse  Account    Dr/Cr            Amount".
003760 1000-INITIALIZE-EXIT.
003770     EXIT.
003780*
003790******************************************************************
003800*    1100-LOAD-ACCOUNT-MAP
003810*    LOADS THE CHANGE-TYPE ACCOUNT PAIRS INTO THE MAP TABLE.  A
003820*    MISSING MAP FILE LEAVES THE TABLE EMPTY, SO EVERY MOVEMENT
003830*    COMES UP UNMAPPED AND THE JOURNAL IS HELD.
003840******************************************************************
003850 1100-LOAD-ACCOUNT-MAP.
003860     MOVE ZERO TO WS-MAP-COUNT
003870     OPEN INPUT GL-MAP-FILE
003880     IF WS-MAP-STATUS NOT EQUAL "00"
003890         DISPLAY "Unable to open GL account map, status: "
003900                 WS-MAP-STATUS
003910         GO TO 1100-LOAD-ACCOUNT-MAP-EXIT
003920     END-IF
003930     MOVE 'N' TO WS-EOF-SW
003940     READ GL-MAP-FILE
003950         AT END
003960             MOVE 'Y' TO WS-EOF-SW
003970     END-READ
003980     PERFORM UNTIL WS-EOF
003990         PERFORM 1110-ADD-MAP-ENTRY
004000             THRU 1110-ADD-MAP-ENTRY-EXIT
004010         READ GL-MAP-FILE
004020             AT END
004030                 MOVE 'Y' TO WS-EOF-SW
004040         END-READ
004050     END-PERFORM
004060     CLOSE GL-MAP-FILE
004070     MOVE 'N' TO WS-EOF-SW
004080     DISPLAY "GL account map entries loaded: " WS-MAP-COUNT.
004090 1100-LOAD-ACCOUNT-MAP-EXIT.
004100     EXIT.
004110*
004120******************************************************************
004130*    1110-ADD-MAP-ENTRY
004140*    ADDS ONE ACCOUNT-MAP RECORD TO THE TABLE, PASSING OVER BLANK
004150*    LINES, DUPLICATE CHANGE TYPES, AND RECORDS MISSING EITHER
004160*    ACCOUNT OF THE PAIR.
004170******************************************************************
004180 1110-ADD-MAP-ENTRY.
004190     IF GLM-CHANGE-TYPE EQUAL SPACE
004200         GO TO 1110-ADD-MAP-ENTRY-EXIT
004210     END-IF
004220     IF GLM-DEBIT-ACCOUNT EQUAL SPACES OR
004230        GLM-CREDIT-ACCOUNT EQUAL SPACES
004240         DISPLAY "GL account map entry for type "
004250                 GLM-CHANGE-TYPE
004260                 " lacks an account - ignored"
004270         GO TO 1110-ADD-MAP-ENTRY-EXIT
004280     END-IF
004290     MOVE GLM-CHANGE-TYPE TO WS-LOOKUP-TYPE
004300     PERFORM 2200-FIND-ACCOUNT-PAIR
004310         THRU 2200-FIND-ACCOUNT-PAIR-EXIT
004320     IF WS-MAP-FOUND
004330         DISPLAY "Duplicate GL account map entry for type "
004340                 GLM-CHANGE-TYPE " - ignored"
004350         GO TO 1110-ADD-MAP-ENTRY-EXIT
004360     END-IF
004370     IF WS-MAP-COUNT NOT LESS THAN WS-MAP-MAX
004380         DISPLAY "GL account map table full - type "
004390                 GLM-CHANGE-TYPE " ignored"
004400         GO TO 1110-ADD-MAP-ENTRY-EXIT
004410     END-IF
004420     ADD 1 TO WS-MAP-COUNT
004430     MOVE GLM-CHANGE-TYPE
004440                     TO WS-MAP-TYPE (WS-MAP-COUNT)
004450     MOVE GLM-DEBIT-ACCOUNT
004460                     TO WS-MAP-DEBIT-ACCOUNT (WS-MAP-COUNT)
004470     MOVE GLM-CREDIT-ACCOUNT
004480                     TO WS-MAP-CREDIT-ACCOUNT (WS-MAP-COUNT).
004490 1110-ADD-MAP-ENTRY-EXIT.
004500     EXIT.
004510*
004520******************************************************************
004530*    2000-SELECT-AUDIT-ROWS
004540*    READS THE AUDIT LOG AND RELEASES THE BUSINESS DATE'S
004550*    VALUE-BEARING ROWS TO THE ITEM SORT.
004560******************************************************************
004570 2000-SELECT-AUDIT-ROWS.
004580     MOVE 'N' TO WS-EOF-SW
004590     READ AUDIT-FILE
004600         AT END
004610             MOVE 'Y' TO WS-EOF-SW
004620     END-READ
004630     PERFORM UNTIL WS-EOF
004640         PERFORM 2100-SELECT-ONE-ROW
004650             THRU 2100-SELECT-ONE-ROW-EXIT
004660         READ AUDIT-FILE
004670             AT END
004680                 MOVE 'Y' TO WS-EOF-SW
004690         END-READ
004700     END-PERFORM
004710     CLOSE AUDIT-FILE.
004720 2000-SELECT-AUDIT-ROWS-EXIT.
004730     EXIT.
004740*
004750******************************************************************
004760*    2100-SELECT-ONE-ROW
004770*    RELEASES ONE AUDIT ROW TO THE ITEM SORT IF IT IS FOR THE
004780*    BUSINESS DATE AND CAN MOVE INVENTORY VALUE.  THE ROW'S
004790*    POSITION IN THE LOG IS CARRIED AS THE LAST SORT KEY SO ROWS
004800*    WRITTEN IN THE SAME SECOND KEEP THE ORDER THEY WERE LOGGED.
004810******************************************************************
004820 2100-SELECT-ONE-ROW.
004830     ADD 1 TO WS-AUDIT-READ-COUNT
004840     IF AUDIT-DATE NOT EQUAL WS-RUN-DATE
004850         GO TO 2100-SELECT-ONE-ROW-EXIT
004860     END-IF
004870     IF AUDIT-PRICE-CHANGE OR AUDIT-ALLOC-PLACED OR
004880        AUDIT-ALLOC-RELEASED OR AUDIT-REORDER-CHANGE
004890         GO TO 2100-SELECT-ONE-ROW-EXIT
004900     END-IF
004910     MOVE AUDIT-ITEM-ID       TO SA-ITEM-ID
004920     MOVE AUDIT-WAREHOUSE-ID  TO SA-WAREHOUSE-ID
004930     MOVE AUDIT-DATE          TO SA-DATE
004940     MOVE AUDIT-TIME          TO SA-TIME
004950     MOVE WS-AUDIT-READ-COUNT TO SA-SEQUENCE
004960     MOVE AUDIT-CHANGE-TYPE   TO SA-CHANGE-TYPE
004970     MOVE AUDIT-OLD-VALUE     TO SA-OLD-VALUE
004980     MOVE AUDIT-NEW-VALUE     TO SA-NEW-VALUE
004990     RELEASE AUDIT-SORT-RECORD.
005000 2100-SELECT-ONE-ROW-EXIT.
005010     EXIT.
005020*
005030******************************************************************
005040*    2200-FIND-ACCOUNT-PAIR
005050*    LOOKS UP WS-LOOKUP-TYPE IN THE MAP TABLE, LEAVING THE
005060*    MATCHING ENTRY'S SUBSCRIPT IN WS-MAP-HIT.
005070******************************************************************
005080 2200-FIND-ACCOUNT-PAIR.
005090     MOVE 'N' TO WS-MAP-FOUND-SW
005100     MOVE ZERO TO WS-MAP-HIT
005110     PERFORM 2210-CHECK-MAP-ENTRY
005120         THRU 2210-CHECK-MAP-ENTRY-EXIT
005130         VARYING WS-MAP-SUB FROM 1 BY 1
005140         UNTIL WS-MAP-SUB > WS-MAP-COUNT
005150            OR WS-MAP-FOUND.
005160 2200-FIND-ACCOUNT-PAIR-EXIT.
005170     EXIT.
005180*
005190******************************************************************
005200*    2210-CHECK-MAP-ENTRY
005210*    TESTS ONE MAP TABLE ENTRY AGAINST THE CHANGE TYPE.
005220******************************************************************
005230 2210-CHECK-MAP-ENTRY.
005240     IF WS-MAP-TYPE (WS-MAP-SUB) EQUAL WS-LOOKUP-TYPE
005250         MOVE 'Y' TO WS-MAP-FOUND-SW
005260         MOVE WS-MAP-SUB TO WS-MAP-HIT
005270     END-IF.
005280 2210-CHECK-MAP-ENTRY-EXIT.
005290     EXIT.
005300*
005310******************************************************************
005320*    2300-VALUE-MOVEMENTS
005330*    RETURNS THE DAY'S AUDIT ROWS IN ITEM/WAREHOUSE/DATE/TIME
005340*    SEQUENCE, COLLECTING EACH ITEM/WAREHOUSE'S ROWS AND VALUING
005350*    THEM AS A GROUP ONTO THE POSTING WORK FILE.
005360******************************************************************
005370 2300-VALUE-MOVEMENTS.
005380     MOVE ZERO TO WS-GRP-COUNT
005390     MOVE 'N' TO WS-EOF-SW
005400     RETURN AUDIT-SORT-FILE
005410         AT END
005420             MOVE 'Y' TO WS-EOF-SW
005430     END-RETURN
005440     PERFORM UNTIL WS-EOF
005450         PERFORM 2310-COLLECT-ROW
005460             THRU 2310-COLLECT-ROW-EXIT
005470         RETURN AUDIT-SORT-FILE
005480             AT END
005490                 MOVE 'Y' TO WS-EOF-SW
005500         END-RETURN
005510     END-PERFORM
005520     IF WS-GRP-COUNT > ZERO
005530         PERFORM 2400-VALUE-ITEM-ROWS
005540             THRU 2400-VALUE-ITEM-ROWS-EXIT
005550     END-IF
005560     CLOSE INVENTORY-FILE
005570     CLOSE POSTING-WORK-FILE.
005580 2300-VALUE-MOVEMENTS-EXIT.
005590     EXIT.
005600*
005610******************************************************************
005620*    2310-COLLECT-ROW
005630*    ADDS ONE RETURNED ROW TO THE CURRENT ITEM/WAREHOUSE GROUP,
005640*    VALUING THE PRIOR GROUP FIRST ON A KEY CHANGE.
005650******************************************************************
005660 2310-COLLECT-ROW.
005670     IF WS-GRP-COUNT > ZERO AND
005680        SA-ITEM-KEY NOT EQUAL WS-GRP-KEY
005690         PERFORM 2400-VALUE-ITEM-ROWS
005700             THRU 2400-VALUE-ITEM-ROWS-EXIT
005710         MOVE ZERO TO WS-GRP-COUNT
005720     END-IF
005730     IF WS-GRP-COUNT EQUAL ZERO
005740         MOVE SA-ITEM-KEY TO WS-GRP-KEY
005750     END-IF
005760     IF WS-GRP-COUNT NOT LESS THAN WS-GRP-MAX
005770         ADD 1 TO WS-UNVALUED-COUNT
005780         DISPLAY "** ITEM " SA-ITEM-ID " WHSE " SA-WAREHOUSE-ID
005790                 " - TOO MANY MOVEMENTS - ROW NOT VALUED **"
005800         GO TO 2310-COLLECT-ROW-EXIT
005810     END-IF
005820     ADD 1 TO WS-GRP-COUNT
005830     MOVE SA-CHANGE-TYPE TO WS-GRP-TYPE (WS-GRP-COUNT)
005840     MOVE SA-OLD-VALUE   TO WS-GRP-OLD-VALUE (WS-GRP-COUNT)
005850     MOVE SA-NEW-VALUE   TO WS-GRP-NEW-VALUE (WS-GRP-COUNT).
005860 2310-COLLECT-ROW-EXIT.
005870     EXIT.
005880*
005890******************************************************************
005900*    2400-VALUE-ITEM-ROWS
005910*    SEEDS THE RUNNING COST FROM THE GROUP'S FIRST COST CHANGE AND
005920*    THE RUNNING ON-HAND FROM ITS FIRST QUANTITY MOVEMENT.  WHERE
005930*    THE GROUP HAS NO ROW OF ONE KIND, THAT FIGURE DID NOT CHANGE
005940*    ALL DAY AND IS TAKEN FROM THE MASTER.  EACH ROW IS THEN
005950*    VALUED IN TURN.
005960******************************************************************
005970 2400-VALUE-ITEM-ROWS.
005980     MOVE 'N' TO WS-COST-SEEDED-SW
005990     MOVE 'N' TO WS-QTY-SEEDED-SW
006000     PERFORM 2410-FIND-SEEDS
006010         THRU 2410-FIND-SEEDS-EXIT
006020         VARYING WS-GRP-SUB FROM 1 BY 1
006030         UNTIL WS-GRP-SUB > WS-GRP-COUNT
006040            OR (WS-COST-SEEDED AND WS-QTY-SEEDED)
006050     IF NOT WS-COST-SEEDED OR NOT WS-QTY-SEEDED
006060         MOVE WS-GRP-ITEM-ID      TO ITEM-ID
006070         MOVE WS-GRP-WAREHOUSE-ID TO WAREHOUSE-ID
006080         READ INVENTORY-FILE
006090             INVALID KEY
006100                 ADD WS-GRP-COUNT TO WS-UNVALUED-COUNT
006110                 DISPLAY "** ITEM " WS-GRP-ITEM-ID " WHSE "
006120                         WS-GRP-WAREHOUSE-ID
006130                         " NOT ON MASTER - NOT VALUED **"
006140                 GO TO 2400-VALUE-ITEM-ROWS-EXIT
006150         END-READ
006160         IF NOT WS-COST-SEEDED
006170             MOVE ITEM-UNIT-COST TO WS-RUNNING-COST
006180         END-IF
006190         IF NOT WS-QTY-SEEDED
006200             MOVE ITEM-QUANTITY TO WS-RUNNING-QTY
006210         END-IF
006220     END-IF
006230     PERFORM 2420-VALUE-ROW
006240         THRU 2420-VALUE-ROW-EXIT
006250         VARYING WS-GRP-SUB FROM 1 BY 1
006260         UNTIL WS-GRP-SUB > WS-GRP-COUNT.
006270 2400-VALUE-ITEM-ROWS-EXIT.
006280     EXIT.
006290*
006300******************************************************************
006310*    2410-FIND-SEEDS
006320*    TAKES THE OLD VALUE OF THE FIRST 'U' ROW AS THE OPENING COST
006330*    AND THE OLD VALUE OF THE FIRST QUANTITY ROW AS THE OPENING
006340*    ON-HAND.
006350******************************************************************
006360 2410-FIND-SEEDS.
006370     IF WS-GRP-COST-CHANGE (WS-GRP-SUB)
006380         IF NOT WS-COST-SEEDED
006390             MOVE WS-GRP-OLD-VALUE (WS-GRP-SUB) TO WS-RUNNING-COST
006400             MOVE 'Y' TO WS-COST-SEEDED-SW
006410         END-IF
006420     ELSE
006430         IF NOT WS-QTY-SEEDED
006440             MOVE WS-GRP-OLD-VALUE (WS-GRP-SUB) TO WS-RUNNING-QTY
006450             MOVE 'Y' TO WS-QTY-SEEDED-SW
006460         END-IF
006470     END-IF.
006480 2410-FIND-SEEDS-EXIT.
006490     EXIT.
006500*
006510******************************************************************
006520*    2420-VALUE-ROW
006530*    VALUES ONE ROW OF THE GROUP AND CARRIES THE RUNNING COST AND
006540*    ON-HAND PAST IT.  A QUANTITY ROW IS VALUED AT THE COST IN
006550*    FORCE AFTER IT - THE NEW COST OF THE 'U' ROW THAT DIRECTLY
006560*    FOLLOWS A RECEIPT OR KIT BUILD, OTHERWISE THE RUNNING COST.
006570*    A 'U' ROW THAT DIRECTLY FOLLOWS ITS RECEIPT OR KIT BUILD IS
006580*    VALUED ACROSS THE STOCK HELD BEFORE THAT MOVEMENT; ANY OTHER
006590*    'U' ROW ACROSS THE RUNNING ON-HAND.
006600******************************************************************
006610 2420-VALUE-ROW.
006620     COMPUTE WS-CHANGE-DELTA = WS-GRP-NEW-VALUE (WS-GRP-SUB)
006630                             - WS-GRP-OLD-VALUE (WS-GRP-SUB)
006640     IF WS-GRP-COST-CHANGE (WS-GRP-SUB)
006650         COMPUTE WS-MOVEMENT-VALUE ROUNDED =
006660             WS-CHANGE-DELTA * WS-RUNNING-QTY
006670         IF WS-GRP-SUB > 1
006680             IF WS-GRP-COST-TRIGGER (WS-GRP-SUB - 1)
006690                 COMPUTE WS-MOVEMENT-VALUE ROUNDED =
006700                     WS-CHANGE-DELTA
006710                   * WS-GRP-OLD-VALUE (WS-GRP-SUB - 1)
006720             END-IF
006730         END-IF
006740         MOVE WS-GRP-NEW-VALUE (WS-GRP-SUB) TO WS-RUNNING-COST
006750     ELSE
006760         MOVE WS-RUNNING-COST TO WS-VALUING-COST
006770         IF WS-GRP-SUB < WS-GRP-COUNT AND
006780            WS-GRP-COST-TRIGGER (WS-GRP-SUB)
006790             IF WS-GRP-COST-CHANGE (WS-GRP-SUB + 1)
006800                 MOVE WS-GRP-NEW-VALUE (WS-GRP-SUB + 1)
006810                                        TO WS-VALUING-COST
006820             END-IF
006830         END-IF
006840         COMPUTE WS-MOVEMENT-VALUE ROUNDED =
006850             WS-CHANGE-DELTA * WS-VALUING-COST
006860         MOVE WS-GRP-NEW-VALUE (WS-GRP-SUB) TO WS-RUNNING-QTY
006870     END-IF
006880     IF WS-CHANGE-DELTA NOT EQUAL ZERO
006890         PERFORM 2500-WRITE-POSTING
006900             THRU 2500-WRITE-POSTING-EXIT
006910     END-IF.
006920 2420-VALUE-ROW-EXIT.
006930     EXIT.
006940*
006950******************************************************************
006960*    2500-WRITE-POSTING
006970*    WRITES THE VALUED ROW'S DEBIT AND CREDIT TO THE POSTING WORK
006980*    FILE.  AN INCREASE DEBITS THE TYPE'S DEBIT ACCOUNT AND
006990*    CREDITS ITS CREDIT ACCOUNT; A DECREASE POSTS THE PAIR THE
007000*    OTHER WAY ROUND.
007010******************************************************************
007020 2500-WRITE-POSTING.
007030     MOVE WS-GRP-TYPE (WS-GRP-SUB) TO WS-LOOKUP-TYPE
007040     PERFORM 2200-FIND-ACCOUNT-PAIR
007050         THRU 2200-FIND-ACCOUNT-PAIR-EXIT
007060     IF NOT WS-MAP-FOUND
007070         ADD 1 TO WS-UNMAPPED-COUNT
007080         DISPLAY "** NO ACCOUNT MAPPING FOR CHANGE TYPE "
007090                 WS-LOOKUP-TYPE " - ITEM " WS-GRP-ITEM-ID
007100                 " WHSE " WS-GRP-WAREHOUSE-ID " **"
007110         GO TO 2500-WRITE-POSTING-EXIT
007120     END-IF
007130     IF WS-MOVEMENT-VALUE EQUAL ZERO
007140         GO TO 2500-WRITE-POSTING-EXIT
007150     END-IF
007160
007170     IF WS-MOVEMENT-VALUE > ZERO
007180         MOVE WS-MOVEMENT-VALUE TO WS-POST-AMOUNT
007190         MOVE WS-MAP-DEBIT-ACCOUNT (WS-MAP-HIT)
007200                                TO WS-POST-DEBIT-ACCOUNT
007210         MOVE WS-MAP-CREDIT-ACCOUNT (WS-MAP-HIT)
007220                                TO WS-POST-CREDIT-ACCOUNT
007230     ELSE
007240         COMPUTE WS-POST-AMOUNT = ZERO - WS-MOVEMENT-VALUE
007250         MOVE WS-MAP-CREDIT-ACCOUNT (WS-MAP-HIT)
007260                                TO WS-POST-DEBIT-ACCOUNT
007270         MOVE WS-MAP-DEBIT-ACCOUNT (WS-MAP-HIT)
007280                                TO WS-POST-CREDIT-ACCOUNT
007290     END-IF
007300
007310     MOVE WS-GRP-WAREHOUSE-ID   TO PW-WAREHOUSE-ID
007320     MOVE WS-POST-DEBIT-ACCOUNT TO PW-ACCOUNT
007330     MOVE WS-POST-AMOUNT        TO PW-DEBIT-AMOUNT
007340     MOVE ZERO                  TO PW-CREDIT-AMOUNT
007350     WRITE POSTING-WORK-RECORD
007360     MOVE WS-GRP-WAREHOUSE-ID    TO PW-WAREHOUSE-ID
007370     MOVE WS-POST-CREDIT-ACCOUNT TO PW-ACCOUNT
007380     MOVE ZERO                   TO PW-DEBIT-AMOUNT
007390     MOVE WS-POST-AMOUNT         TO PW-CREDIT-AMOUNT
007400     WRITE POSTING-WORK-RECORD
007410
007420     ADD 1 TO WS-MOVEMENT-COUNT
007430     ADD WS-POST-AMOUNT TO WS-POSTED-DEBITS
007440     ADD WS-POST-AMOUNT TO WS-POSTED-CREDITS.
007450 2500-WRITE-POSTING-EXIT.
007460     EXIT.
007470*
007480******************************************************************
007490*    2800-RELEASE-POSTINGS
007500*    READS THE POSTING WORK FILE BACK AND RELEASES EACH POSTING TO
007510*    THE WAREHOUSE/ACCOUNT SORT.  IF THE FILE CANNOT BE REOPENED
007520*    NOTHING IS RELEASED AND THE JOURNAL IS HELD.
007530******************************************************************
007540 2800-RELEASE-POSTINGS.
007550     OPEN INPUT POSTING-WORK-FILE
007560     IF WS-PWK-STATUS NOT EQUAL "00"
007570         DISPLAY "Unable to reopen posting work file, status: "
007580                 WS-PWK-STATUS
007590         MOVE 'Y' TO WS-POSTINGS-LOST-SW
007600         GO TO 2800-RELEASE-POSTINGS-EXIT
007610     END-IF
007620     MOVE 'N' TO WS-EOF-SW
007630     READ POSTING-WORK-FILE
007640         AT END
007650             MOVE 'Y' TO WS-EOF-SW
007660     END-READ
007670     PERFORM UNTIL WS-EOF
007680         MOVE POSTING-WORK-RECORD TO SORT-WORK-RECORD
007690         RELEASE SORT-WORK-RECORD
007700         READ POSTING-WORK-FILE
007710             AT END
007720                 MOVE 'Y' TO WS-EOF-SW
007730         END-READ
007740     END-PERFORM
007750     CLOSE POSTING-WORK-FILE.
007760 2800-RELEASE-POSTINGS-EXIT.
007770     EXIT.
007780*
007790******************************************************************
007800*    3000-SUMMARIZE-POSTINGS
007810*    RETURNS THE POSTINGS IN WAREHOUSE/ACCOUNT SEQUENCE AND WRITES
007820*    ONE NET JOURNAL LINE PER WAREHOUSE AND ACCOUNT.
007830******************************************************************
007840 3000-SUMMARIZE-POSTINGS.
007850     MOVE 'N' TO WS-EOF-SW
007860     RETURN SORT-WORK-FILE
007870         AT END
007880             MOVE 'Y' TO WS-EOF-SW
007890     END-RETURN
007900     PERFORM UNTIL WS-EOF
007910         PERFORM 3100-ACCUMULATE-POSTING
007920             THRU 3100-ACCUMULATE-POSTING-EXIT
007930         RETURN SORT-WORK-FILE
007940             AT END
007950                 MOVE 'Y' TO WS-EOF-SW
007960         END-RETURN
007970     END-PERFORM
007980     IF NOT WS-FIRST-RECORD
007990         PERFORM 3200-WRITE-JOURNAL-LINE
008000             THRU 3200-WRITE-JOURNAL-LINE-EXIT
008010     END-IF.
008020 3000-SUMMARIZE-POSTINGS-EXIT.
008030     EXIT.
008040*
008050******************************************************************
008060*    3100-ACCUMULATE-POSTING
008070*    ADDS ONE POSTING TO THE CURRENT WAREHOUSE/ACCOUNT TOTALS,
008080*    WRITING THE PRIOR GROUP'S LINE ON A KEY CHANGE.
008090******************************************************************
008100 3100-ACCUMULATE-POSTING.
008110     MOVE SW-WAREHOUSE-ID TO WS-CURR-WAREHOUSE
008120     MOVE SW-ACCOUNT      TO WS-CURR-ACCOUNT
008130     IF WS-FIRST-RECORD
008140         MOVE WS-CURRENT-KEY TO WS-PRIOR-KEY
008150         MOVE 'N' TO WS-FIRST-RECORD-SW
008160     END-IF
008170
008180     IF WS-CURRENT-KEY NOT EQUAL WS-PRIOR-KEY
008190         PERFORM 3200-WRITE-JOURNAL-LINE
008200             THRU 3200-WRITE-JOURNAL-LINE-EXIT
008210         MOVE WS-CURRENT-KEY TO WS-PRIOR-KEY
008220     END-IF
008230
008240     ADD SW-DEBIT-AMOUNT  TO WS-LINE-DEBITS
008250     ADD SW-CREDIT-AMOUNT TO WS-LINE-CREDITS.
008260 3100-ACCUMULATE-POSTING-EXIT.
008270     EXIT.
008280*
008290******************************************************************
008300*    3200-WRITE-JOURNAL-LINE
008310*    NETS THE PRIOR GROUP'S DEBITS AND CREDITS TO ONE DEBIT OR
008320*    CREDIT LINE ON THE WORK FILE AND ROLLS IT INTO THE JOURNAL
008330*    CONTROL TOTALS.  A GROUP THAT NETS TO ZERO WRITES NO LINE.
008340******************************************************************
008350 3200-WRITE-JOURNAL-LINE.
008360     COMPUTE WS-LINE-NET = WS-LINE-DEBITS - WS-LINE-CREDITS
008370     MOVE ZERO TO WS-LINE-DEBITS
008380     MOVE ZERO TO WS-LINE-CREDITS
008390     IF WS-LINE-NET EQUAL ZERO
008400         GO TO 3200-WRITE-JOURNAL-LINE-EXIT
008410     END-IF
008420     MOVE WS-PRIOR-WAREHOUSE TO WS-DET-WAREHOUSE-ID
008430     MOVE WS-PRIOR-ACCOUNT   TO WS-DET-ACCOUNT
008440     IF WS-LINE-NET > ZERO
008450         MOVE 'D' TO WS-DET-DR-CR
008460         ADD WS-LINE-NET TO WS-JOURNAL-DEBITS
008470     ELSE
008480         MOVE 'C' TO WS-DET-DR-CR
008490         COMPUTE WS-LINE-NET = ZERO - WS-LINE-NET
008500         ADD WS-LINE-NET TO WS-JOURNAL-CREDITS
008510     END-IF
008520     MOVE WS-LINE-NET   TO WS-DET-AMOUNT
008530     MOVE WS-JRN-DETAIL TO JOURNAL-WORK-RECORD
008540     WRITE JOURNAL-WORK-RECORD
008550     ADD 1 TO WS-LINE-COUNT
008560     MOVE WS-LINE-NET TO WS-PRT-AMOUNT
008570     DISPLAY WS-PRIOR-WAREHOUSE " " WS-PRIOR-ACCOUNT " "
008580             WS-DET-DR-CR "     " WS-PRT-AMOUNT.
008590 3200-WRITE-JOURNAL-LINE-EXIT.
008600     EXIT.
008610*
008620******************************************************************
008630*    9000-TERMINATE
008640*    WHEN THE RUN WAS REFUSED OR COULD NOT GET STARTED, EMPTIES
008650*    THE UPLOAD FILE AND RECORDS A FAILED STEP.  OTHERWISE PROVES
008660*    THE JOURNAL BALANCES AND THAT EVERY MOVEMENT WAS VALUED,
008670*    MAPPED AND SUMMARIZED, RELEASES IT OR HOLDS IT, PRINTS THE
008680*    CONTROL TOTALS, AND RECORDS THE STEP OUTCOME.
008690******************************************************************
008700 9000-TERMINATE.
008710     IF WS-ABORT
008720         IF WS-RC-OK
008730             MOVE 'F' TO WS-RC-OUTCOME
008740             PERFORM 7100-RUN-CONTROL-END
008750                 THRU 7100-RUN-CONTROL-END-EXIT
008760         END-IF
008770         PERFORM 9200-HOLD-JOURNAL
008780             THRU 9200-HOLD-JOURNAL-EXIT
008790         GO TO 9000-TERMINATE-EXIT
008800     END-IF
008810     CLOSE JOURNAL-WORK-FILE
008820     MOVE 'Y' TO WS-RELEASE-SW
008830     IF WS-JOURNAL-DEBITS NOT EQUAL WS-JOURNAL-CREDITS OR
008840        WS-POSTED-DEBITS NOT EQUAL WS-POSTED-CREDITS
008850         DISPLAY "** JOURNAL DOES NOT BALANCE **"
008860         MOVE 'N' TO WS-RELEASE-SW
008870     END-IF
008880     IF WS-UNMAPPED-COUNT > ZERO
008890         DISPLAY "** MOVEMENTS WITH NO ACCOUNT MAPPING: "
008900                 WS-UNMAPPED-COUNT " **"
008910         MOVE 'N' TO WS-RELEASE-SW
008920     END-IF
008930     IF WS-POSTINGS-LOST
008940         DISPLAY "** POSTINGS COULD NOT BE SUMMARIZED **"
008950         MOVE 'N' TO WS-RELEASE-SW
008960     END-IF
008962     IF WS-UNVALUED-COUNT > ZERO
008964         DISPLAY "** MOVEMENTS NOT VALUED: "
008965                 WS-UNVALUED-COUNT " **"
008966         MOVE 'N' TO WS-RELEASE-SW
008968     END-IF
008970     IF WS-RELEASE
008980         PERFORM 9100-RELEASE-JOURNAL
008990             THRU 9100-RELEASE-JOURNAL-EXIT
009000     ELSE
009010         PERFORM 9200-HOLD-JOURNAL
009020             THRU 9200-HOLD-JOURNAL-EXIT
009030     END-IF
009040
009050     DISPLAY "Audit rows read:          " WS-AUDIT-READ-COUNT
009060     DISPLAY "Movements valued:         " WS-MOVEMENT-COUNT
009070     DISPLAY "Movements not mapped:     " WS-UNMAPPED-COUNT
009080     DISPLAY "Movements not valued:     " WS-UNVALUED-COUNT
009090     DISPLAY "Journal lines:            " WS-LINE-COUNT
009100     MOVE WS-JOURNAL-DEBITS TO WS-PRT-AMOUNT
009110     DISPLAY "Journal debit total:   " WS-PRT-AMOUNT
009120     MOVE WS-JOURNAL-CREDITS TO WS-PRT-AMOUNT
009130     DISPLAY "Journal credit total:  " WS-PRT-AMOUNT
009140     IF WS-RELEASE
009150         DISPLAY "Journal released for GL upload."
009160         MOVE 'C' TO WS-RC-OUTCOME
009170     ELSE
009180         DISPLAY "** JOURNAL HELD - NOT RELEASED FOR GL UPLOAD **"
009190         MOVE 'F' TO WS-RC-OUTCOME
009200         MOVE 8 TO RETURN-CODE
009210     END-IF
009220     PERFORM 7100-RUN-CONTROL-END
009230         THRU 7100-RUN-CONTROL-END-EXIT.
009240 9000-TERMINATE-EXIT.
009250     EXIT.
009260*
009270******************************************************************
009280*    9100-RELEASE-JOURNAL
009290*    COPIES THE WORK FILE TO THE UPLOAD FILE BETWEEN THE HEADER
009300*    AND THE CONTROL-TOTAL TRAILER.
009310******************************************************************
009320 9100-RELEASE-JOURNAL.
009330     OPEN INPUT JOURNAL-WORK-FILE
009340     IF WS-JWK-STATUS NOT EQUAL "00"
009350         DISPLAY "Unable to reopen journal work file, status: "
009360                 WS-JWK-STATUS
009370         MOVE 'N' TO WS-RELEASE-SW
009380         PERFORM 9200-HOLD-JOURNAL
009390             THRU 9200-HOLD-JOURNAL-EXIT
009400         GO TO 9100-RELEASE-JOURNAL-EXIT
009410     END-IF
009420     OPEN OUTPUT JOURNAL-FILE
009430     IF WS-JRN-STATUS NOT EQUAL "00"
009440         DISPLAY "Unable to open journal file, status: "
009450                 WS-JRN-STATUS
009460         CLOSE JOURNAL-WORK-FILE
009470         MOVE 'N' TO WS-RELEASE-SW
009480         PERFORM 9200-HOLD-JOURNAL
009490             THRU 9200-HOLD-JOURNAL-EXIT
009500         GO TO 9100-RELEASE-JOURNAL-EXIT
009510     END-IF
009520     MOVE WS-JRN-HEADER TO JOURNAL-RECORD
009530     WRITE JOURNAL-RECORD
009540     MOVE 'N' TO WS-EOF-SW
009550     READ JOURNAL-WORK-FILE
009560         AT END
009570             MOVE 'Y' TO WS-EOF-SW
009580     END-READ
009590     PERFORM UNTIL WS-EOF
009600         MOVE JOURNAL-WORK-RECORD TO JOURNAL-RECORD
009610         WRITE JOURNAL-RECORD
009620         READ JOURNAL-WORK-FILE
009630             AT END
009640                 MOVE 'Y' TO WS-EOF-SW
009650         END-READ
009660     END-PERFORM
009670     MOVE WS-LINE-COUNT      TO WS-TRL-LINE-COUNT
009680     MOVE WS-JOURNAL-DEBITS  TO WS-TRL-DEBIT-TOTAL
009690     MOVE WS-JOURNAL-CREDITS TO WS-TRL-CREDIT-TOTAL
009700     MOVE WS-MOVEMENT-COUNT  TO WS-TRL-MOVEMENT-COUNT
009710     MOVE WS-JRN-TRAILER     TO JOURNAL-RECORD
009720     WRITE JOURNAL-RECORD
009730     CLOSE JOURNAL-WORK-FILE
009740     CLOSE JOURNAL-FILE.
009750 9100-RELEASE-JOURNAL-EXIT.
009760     EXIT.
009770*
009780******************************************************************
009790*    9200-HOLD-JOURNAL
009800*    EMPTIES THE UPLOAD FILE SO A PRIOR NIGHT'S JOURNAL CANNOT BE
009810*    PICKED UP IN PLACE OF THE ONE BEING HELD.  THE WORK FILE IS
009820*    KEPT FOR FINANCE TO REVIEW.
009830******************************************************************
009840 9200-HOLD-JOURNAL.
009850     OPEN OUTPUT JOURNAL-FILE
009860     IF WS-JRN-STATUS NOT EQUAL "00"
009870         DISPLAY "Unable to open journal file, status: "
009880                 WS-JRN-STATUS
009890         GO TO 9200-HOLD-JOURNAL-EXIT
009900     END-IF
009910     CLOSE JOURNAL-FILE.
009920 9200-HOLD-JOURNAL-EXIT.
009930     EXIT.
009940*
009950******************************************************************
009960*    7000-RUN-CONTROL-START
009970*    REFUSES TO START UNLESS THE BALANCE VERIFY (STEP 03) HAS
009980*    COMPLETED CLEAN FOR THIS BUSINESS DATE, THEN OPENS THIS
009990*    RUN'S STEP 06 RECORD WITH OUTCOME 'R' (RUNNING).
010000******************************************************************
010010 7000-RUN-CONTROL-START.
010020     MOVE 'N' TO WS-RC-OK-SW
010030     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
010040     OPEN I-O RUN-CONTROL-FILE
010050     IF WS-RCT-STATUS NOT EQUAL "00" AND
010060        WS-RCT-STATUS NOT EQUAL "05"
010070         DISPLAY "Unable to open run control file, status: "
010080                 WS-RCT-STATUS
010090         GO TO 7000-RUN-CONTROL-START-EXIT
010100     END-IF
010110     MOVE WS-RUN-DATE TO RC-RUN-DATE
010120     MOVE 03 TO RC-STEP-NO
010130     READ RUN-CONTROL-FILE
010140         INVALID KEY
010150             DISPLAY "Balance verify has not run tonight - "
010160                     "GL interface refused"
010170             CLOSE RUN-CONTROL-FILE
010180             GO TO 7000-RUN-CONTROL-START-EXIT
010190     END-READ
010200     IF NOT RC-CLEAN
010210         DISPLAY "Balance verify did not complete clean - "
010220                 "GL interface refused"
010230         CLOSE RUN-CONTROL-FILE
010240         GO TO 7000-RUN-CONTROL-START-EXIT
010250     END-IF
010260     MOVE 'N' TO WS-RC-FOUND-SW
010270     MOVE WS-RUN-DATE TO RC-RUN-DATE
010280     MOVE 06 TO RC-STEP-NO
010290     READ RUN-CONTROL-FILE
010300         INVALID KEY
010310             CONTINUE
010320         NOT INVALID KEY
010330             MOVE 'Y' TO WS-RC-FOUND-SW
010340     END-READ
010350     MOVE WS-RUN-DATE TO RC-RUN-DATE
010360     MOVE 06 TO RC-STEP-NO
010370     MOVE "GL-JOURNAL-INTERFACE" TO RC-PROGRAM
010380     ACCEPT RC-START-TIME FROM TIME
010390     MOVE ZERO TO RC-END-TIME
010400     MOVE ZERO TO RC-IN-COUNT
010410     MOVE ZERO TO RC-OUT-COUNT
010420     MOVE ZERO TO RC-REJECT-COUNT
010430     SET RC-RUNNING TO TRUE
010440     IF WS-RC-FOUND
010450         REWRITE RUN-CONTROL-RECORD
010460     ELSE
010470         WRITE RUN-CONTROL-RECORD
010480     END-IF
010490     CLOSE RUN-CONTROL-FILE
010500     MOVE 'Y' TO WS-RC-OK-SW.
010510 7000-RUN-CONTROL-START-EXIT.
010520     EXIT.
010530*
010540******************************************************************
010550*    7100-RUN-CONTROL-END
010560*    COMPLETES THIS STEP'S RUN-CONTROL RECORD WITH ITS END TIME,
010570*    COUNTS, AND OUTCOME.  THE CALLER SETS WS-RC-OUTCOME FIRST.
010580*    THE REJECT COUNT IS THE MOVEMENTS THAT WERE NOT POSTED.
010590******************************************************************
010600 7100-RUN-CONTROL-END.
010610     OPEN I-O RUN-CONTROL-FILE
010620     IF WS-RCT-STATUS NOT EQUAL "00" AND
010630        WS-RCT-STATUS NOT EQUAL "05"
010640         DISPLAY "Unable to open run control file, status: "
010650                 WS-RCT-STATUS
010660         GO TO 7100-RUN-CONTROL-END-EXIT
010670     END-IF
010680     MOVE WS-RUN-DATE TO RC-RUN-DATE
010690     MOVE 06 TO RC-STEP-NO
010700     READ RUN-CONTROL-FILE
010710         INVALID KEY
010720             DISPLAY "Run control record missing at end of run"
010730             CLOSE RUN-CONTROL-FILE
010740             GO TO 7100-RUN-CONTROL-END-EXIT
010750     END-READ
010760     ACCEPT RC-END-TIME FROM TIME
010770     MOVE WS-AUDIT-READ-COUNT TO RC-IN-COUNT
010780     MOVE WS-LINE-COUNT       TO RC-OUT-COUNT
010790     COMPUTE RC-REJECT-COUNT =
010800         WS-UNMAPPED-COUNT + WS-UNVALUED-COUNT
010810     MOVE WS-RC-OUTCOME       TO RC-OUTCOME
010820     REWRITE RUN-CONTROL-RECORD
010830     CLOSE RUN-CONTROL-FILE.
010840 7100-RUN-CONTROL-END-EXIT.
010850     EXIT.
