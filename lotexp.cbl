000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EXPIRING-STOCK-REPORT.
000030 AUTHOR. J-R-MCALLISTER.
000040 INSTALLATION. DISTRIBUTION-CENTER-APPLICATIONS-GROUP.
000050 DATE-WRITTEN. 10/14/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*    DESCRIPTION:  LISTS EVERY LOT ON THE LOT-BALANCE FILE THAT
000090*                  EXPIRES WITHIN AN OPERATOR-ENTERED NUMBER OF
000100*                  DAYS, EARLIEST EXPIRY FIRST, THEN BY WAREHOUSE
000110*                  AND ITEM, WITH THE DAYS LEFT AND THE COST VALUE
000120*                  OF THE LOT (LOT QUANTITY AT THE ITEM'S CARRYING
000130*                  COST, ITEM-UNIT-COST) - SO STOCK CAN BE PUSHED,
000140*                  MOVED, OR WRITTEN DOWN BEFORE IT GOES OUT OF
000150*                  DATE.  LOTS ALREADY PAST THEIR EXPIRY ARE
000160*                  ALWAYS LISTED AND FLAGGED.  UNLOTTED STOCK AND
000170*                  LOTS WITH NO EXPIRY DATE NEVER APPEAR.
000180*
000190*    MODIFICATION HISTORY
000200*    DATE       INIT  DESCRIPTION
000210*    ---------  ----  -------------------------------------------
000220*    2026-10-14 JRM   ORIGINAL PROGRAM.
000230******************************************************************
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT LOT-BALANCE-FILE ASSIGN TO "lotbal.dat"
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS SEQUENTIAL
000300         RECORD KEY IS LOT-KEY
000310         FILE STATUS IS WS-LOT-STATUS.
000320
000330     SELECT INVENTORY-FILE ASSIGN TO "inventory.dat"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS RANDOM
000360         RECORD KEY IS INVENTORY-KEY
000370         FILE STATUS IS WS-INV-STATUS.
000380
000390     SELECT SORT-WORK-FILE ASSIGN TO "lotsort.tmp".
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  LOT-BALANCE-FILE.
000430     COPY LOTREC.
000440*
000450 FD  INVENTORY-FILE.
000460     COPY INVREC.
000470*
000480 SD  SORT-WORK-FILE.
000490 01  SORT-WORK-RECORD.
000500     05  SW-EXPIRY-DATE       PIC 9(08).
000510     05  SW-WAREHOUSE-ID      PIC X(05).
000520     05  SW-ITEM-ID           PIC 9(05).
000530     05  SW-LOT-NUMBER        PIC X(10).
000540     05  SW-ITEM-NAME         PIC X(20).
000550     05  SW-QUANTITY          PIC 9(05).
000560     05  SW-UNIT-COST         PIC 9(05)V99.
000570     05  SW-COST-VALUE        PIC 9(09)V99.
000580     05  SW-DAYS-LEFT         PIC S9(05).
000590*
000600 WORKING-STORAGE SECTION.
000610******************************************************************
000620*    SWITCHES AND FLAGS
000630******************************************************************
000640 01  WS-SWITCHES.
000650     05  WS-EOF-SW            PIC X(01)   VALUE 'N'.
000660         88  WS-EOF                       VALUE 'Y'.
000670*
000680******************************************************************
000690*    FILE STATUS AND SELECTION WORK AREAS
000700******************************************************************
000710 01  WS-LOT-STATUS            PIC X(02).
000720 01  WS-INV-STATUS            PIC X(02).
000730 01  WS-DAYS-AHEAD            PIC 9(03).
000740 01  WS-TODAY-DATE            PIC 9(08).
000750 01  WS-TODAY-INTEGER         PIC 9(08).
000760 01  WS-EXPIRY-INTEGER        PIC 9(08).
000770 01  WS-DAYS-LEFT             PIC S9(07).
000780 01  WS-PRT-DAYS-LEFT         PIC -9(05).
000790 01  WS-EXPIRED-MARK          PIC X(07).
000800*
000810******************************************************************
000820*    RUN TOTALS
000830******************************************************************
000840 01  WS-TOTALS.
000850     05  WS-LOTS-READ         PIC 9(07)   COMP VALUE ZERO.
000860     05  WS-LOTS-LISTED       PIC 9(07)   COMP VALUE ZERO.
000870     05  WS-LOTS-EXPIRED      PIC 9(07)   COMP VALUE ZERO.
000880     05  WS-NO-MASTER-COUNT   PIC 9(07)   COMP VALUE ZERO.
000890 01  WS-TOTAL-UNITS           PIC 9(09)   VALUE ZERO.
000900 01  WS-TOTAL-VALUE           PIC 9(11)V99 VALUE ZERO.
000910 01  WS-EXPIRED-VALUE         PIC 9(11)V99 VALUE ZERO.
000920*
000930 PROCEDURE DIVISION.
000940******************************************************************
000950*    0000-MAINLINE
000960*    DRIVES THE SORT OF THE EXPIRING LOTS INTO EXPIRY/WAREHOUSE/
000970*    ITEM SEQUENCE AND THE PRODUCTION OF THE REPORT.
000980******************************************************************
000990 0000-MAINLINE.
001000     PERFORM 1000-INITIALIZE
001010         THRU 1000-INITIALIZE-EXIT
001020     SORT SORT-WORK-FILE
001030         ON ASCENDING KEY SW-EXPIRY-DATE
001040                          SW-WAREHOUSE-ID
001050                          SW-ITEM-ID
001060         INPUT PROCEDURE IS 2000-RELEASE-RECORDS
001070             THRU 2000-RELEASE-RECORDS-EXIT
001080         OUTPUT PROCEDURE IS 3000-PRODUCE-REPORT
001090             THRU 3000-PRODUCE-REPORT-EXIT
001100     PERFORM 9000-TERMINATE
001110         THRU 9000-TERMINATE-EXIT
001120     STOP RUN.
001130*
001140******************************************************************
001150*    1000-INITIALIZE
001160*    CAPTURES THE NUMBER OF DAYS AHEAD TO REPORT AND PRINTS THE
001170*    REPORT HEADING.
001180******************************************************************
001190 1000-INITIALIZE.
001200     DISPLAY "Enter days ahead to report (0 = expired and today):"
001210     ACCEPT WS-DAYS-AHEAD
001220     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
001230     COMPUTE WS-TODAY-INTEGER =
001240         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
001250     DISPLAY "Expiring Stock Report - Run " WS-TODAY-DATE
001260     DISPLAY "Lots expiring within " WS-DAYS-AHEAD " days"
001270     DISPLAY "Expiry   Whse  Item  Name                 "
001280             "Lot        Qty   Unit-Cost Cost-Value   Days".
001290 1000-INITIALIZE-EXIT.
001300     EXIT.
001310*
001320******************************************************************
001330*    2000-RELEASE-RECORDS
001340*    READS THE LOT-BALANCE FILE AND RELEASES EACH LOT THAT EXPIRES
001350*    INSIDE THE WINDOW, VALUED AT THE ITEM'S CARRYING COST FROM
001360*    THE INVENTORY MASTER.
001370******************************************************************
001380 2000-RELEASE-RECORDS.
001390     OPEN INPUT LOT-BALANCE-FILE
001400     IF WS-LOT-STATUS NOT EQUAL "00"
001410         DISPLAY "Unable to open lot balance file, status: "
001420                 WS-LOT-STATUS
001430         GO TO 2000-RELEASE-RECORDS-EXIT
001440     END-IF
001450     OPEN INPUT INVENTORY-FILE
001460     IF WS-INV-STATUS NOT EQUAL "00"
001470         DISPLAY "Unable to open inventory file, status: "
001480                 WS-INV-STATUS
001490         CLOSE LOT-BALANCE-FILE
001500         GO TO 2000-RELEASE-RECORDS-EXIT
001510     END-IF
001520     MOVE 'N' TO WS-EOF-SW
001530     READ LOT-BALANCE-FILE NEXT RECORD
001540         AT END
001550             MOVE 'Y' TO WS-EOF-SW
001560     END-READ
001570     PERFORM UNTIL WS-EOF
001580         PERFORM 2100-SELECT-LOT
001590             THRU 2100-SELECT-LOT-EXIT
001600         READ LOT-BALANCE-FILE NEXT RECORD
001610             AT END
001620                 MOVE 'Y' TO WS-EOF-SW
001630         END-READ
001640     END-PERFORM
001650     CLOSE INVENTORY-FILE
001660     CLOSE LOT-BALANCE-FILE.
001670 2000-RELEASE-RECORDS-EXIT.
001680     EXIT.
001690*
001700******************************************************************
001710*    2100-SELECT-LOT
001720*    RELEASES ONE LOT TO THE SORT IF IT HOLDS STOCK AND EXPIRES
001730*    WITHIN THE WINDOW.
001740******************************************************************
001750 2100-SELECT-LOT.
001760     ADD 1 TO WS-LOTS-READ
001770     IF LOT-QUANTITY EQUAL ZERO OR LOT-NO-EXPIRY
001780         GO TO 2100-SELECT-LOT-EXIT
001790     END-IF
001800     COMPUTE WS-EXPIRY-INTEGER =
001810         FUNCTION INTEGER-OF-DATE(LOT-EXPIRY-DATE)
001820     COMPUTE WS-DAYS-LEFT = WS-EXPIRY-INTEGER - WS-TODAY-INTEGER
001830     IF WS-DAYS-LEFT > WS-DAYS-AHEAD
001840         GO TO 2100-SELECT-LOT-EXIT
001850     END-IF
001860
001870     MOVE LOT-ITEM-ID      TO ITEM-ID
001880     MOVE LOT-WAREHOUSE-ID TO WAREHOUSE-ID
001890     READ INVENTORY-FILE
001900         INVALID KEY
001910             MOVE "** NOT ON MASTER **" TO ITEM-NAME
001920             MOVE ZERO TO ITEM-UNIT-COST
001930             ADD 1 TO WS-NO-MASTER-COUNT
001940     END-READ
001950     MOVE LOT-EXPIRY-DATE  TO SW-EXPIRY-DATE
001960     MOVE LOT-WAREHOUSE-ID TO SW-WAREHOUSE-ID
001970     MOVE LOT-ITEM-ID      TO SW-ITEM-ID
001980     MOVE LOT-NUMBER       TO SW-LOT-NUMBER
001990     MOVE ITEM-NAME        TO SW-ITEM-NAME
002000     MOVE LOT-QUANTITY     TO SW-QUANTITY
002010     MOVE ITEM-UNIT-COST   TO SW-UNIT-COST
002020     COMPUTE SW-COST-VALUE = LOT-QUANTITY * ITEM-UNIT-COST
002030     MOVE WS-DAYS-LEFT     TO SW-DAYS-LEFT
002040     RELEASE SORT-WORK-RECORD.
002050 2100-SELECT-LOT-EXIT.
002060     EXIT.
002070*
002080******************************************************************
002090*    3000-PRODUCE-REPORT
002100*    RETURNS THE SORTED LOTS, EARLIEST EXPIRY FIRST, AND PRINTS
002110*    ONE LINE PER LOT.
002120******************************************************************
002130 3000-PRODUCE-REPORT.
002140     MOVE 'N' TO WS-EOF-SW
002150     RETURN SORT-WORK-FILE
002160         AT END
002170             MOVE 'Y' TO WS-EOF-SW
002180     END-RETURN
002190     PERFORM UNTIL WS-EOF
002200         PERFORM 3100-PRINT-LOT
002210             THRU 3100-PRINT-LOT-EXIT
002220         RETURN SORT-WORK-FILE
002230             AT END
002240                 MOVE 'Y' TO WS-EOF-SW
002250         END-RETURN
002260     END-PERFORM.
002270 3000-PRODUCE-REPORT-EXIT.
002280     EXIT.
002290*
002300******************************************************************
002310*    3100-PRINT-LOT
002320*    PRINTS ONE EXPIRING LOT AND ADDS IT TO THE TOTALS.  A LOT
002330*    WHOSE EXPIRY HAS ALREADY PASSED IS FLAGGED EXPIRED.
002340******************************************************************
002350 3100-PRINT-LOT.
002360     ADD 1 TO WS-LOTS-LISTED
002370     ADD SW-QUANTITY   TO WS-TOTAL-UNITS
002380     ADD SW-COST-VALUE TO WS-TOTAL-VALUE
002390     MOVE SPACES TO WS-EXPIRED-MARK
002400     IF SW-DAYS-LEFT < ZERO
002410         MOVE "EXPIRED" TO WS-EXPIRED-MARK
002420         ADD 1 TO WS-LOTS-EXPIRED
002430         ADD SW-COST-VALUE TO WS-EXPIRED-VALUE
002440     END-IF
002450     MOVE SW-DAYS-LEFT TO WS-PRT-DAYS-LEFT
002460     DISPLAY SW-EXPIRY-DATE SPACE SW-WAREHOUSE-ID SPACE
002470             SW-ITEM-ID SPACE SW-ITEM-NAME SPACE
002480             SW-LOT-NUMBER SPACE SW-QUANTITY SPACE
002490             SW-UNIT-COST SPACE SW-COST-VALUE SPACE
002500             WS-PRT-DAYS-LEFT SPACE WS-EXPIRED-MARK.
002510 3100-PRINT-LOT-EXIT.
002520     EXIT.
002530*
002540******************************************************************
002550*    9000-TERMINATE
002560*    PRINTS THE RUN TOTALS FOR THE REPORT.
002570******************************************************************
002580 9000-TERMINATE.
002590     DISPLAY "Lots read:                " WS-LOTS-READ
002600     DISPLAY "Lots expiring in window:  " WS-LOTS-LISTED
002610     DISPLAY "Units expiring:           " WS-TOTAL-UNITS
002620     DISPLAY "Cost value expiring:      " WS-TOTAL-VALUE
002630     DISPLAY "Lots already expired:     " WS-LOTS-EXPIRED
002640     DISPLAY "Cost value expired:       " WS-EXPIRED-VALUE
002650     IF WS-NO-MASTER-COUNT > ZERO
002660         DISPLAY "Lots with no master row:  " WS-NO-MASTER-COUNT
002670     END-IF.
002680 9000-TERMINATE-EXIT.
002690     EXIT.
