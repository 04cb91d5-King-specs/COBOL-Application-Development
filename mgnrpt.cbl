000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GROSS-MARGIN-REPORT.
000030 AUTHOR. J-R-MCALLISTER.
000040 INSTALLATION. DISTRIBUTION-CENTER-APPLICATIONS-GROUP.
000050 DATE-WRITTEN. 10/14/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*    DESCRIPTION:  GROSS-MARGIN REPORT FROM THE SALES-HISTORY
000090*                  FILE FOR AN OPERATOR-ENTERED DATE RANGE.  SALES
000100*                  ARE GROUPED BY ITEM-CATEGORY AND WAREHOUSE,
000110*                  WITH ONE LINE PER ITEM SOLD AND A SUBTOTAL PER
000120*                  GROUP SHOWING UNITS, REVENUE (QUANTITY AT THE
000130*                  SELLING PRICE RECORDED WITH THE SALE), COST
000140*                  (QUANTITY AT THE CARRYING COST RECORDED WITH
000150*                  THE SALE), AND MARGIN PERCENT OF REVENUE.
000160*                  ITEMS WHOSE MARGIN FALLS BELOW AN OPERATOR-
000170*                  ENTERED PERCENT ARE FLAGGED, AND EACH GROUP
000180*                  NAMES ITS LOWEST-MARGIN ITEM.  THE CATEGORY IS
000190*                  TAKEN FROM THE INVENTORY MASTER AS IT STANDS
000200*                  WHEN THE REPORT RUNS.
000210*
000220*    MODIFICATION HISTORY
000230*    DATE       INIT  DESCRIPTION
000240*    ---------  ----  -------------------------------------------
000250*    2026-10-14 JRM   ORIGINAL PROGRAM.
000260******************************************************************
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT SALES-HISTORY-FILE ASSIGN TO "saleshist.dat"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-SLH-STATUS.
000330
000340     SELECT INVENTORY-FILE ASSIGN TO "inventory.dat"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS RANDOM
000370         RECORD KEY IS INVENTORY-KEY
000380         FILE STATUS IS WS-INV-STATUS.
000390
000400     SELECT SORT-WORK-FILE ASSIGN TO "mgnsort.tmp".
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  SALES-HISTORY-FILE.
000440     COPY SLSHIST.
000450*
000460 FD  INVENTORY-FILE.
000470     COPY INVREC.
000480*
000490 SD  SORT-WORK-FILE.
000500 01  SORT-WORK-RECORD.
000510     05  SW-CATEGORY          PIC X(10).
000520     05  SW-WAREHOUSE-ID      PIC X(05).
000530     05  SW-ITEM-ID           PIC 9(05).
000540     05  SW-ITEM-NAME         PIC X(20).
000550     05  SW-QUANTITY          PIC 9(05).
000560     05  SW-REVENUE           PIC 9(09)V99.
000570     05  SW-COST              PIC 9(09)V99.
000580*
000590 WORKING-STORAGE SECTION.
000600******************************************************************
000610*    SWITCHES AND FLAGS
000620******************************************************************
000630 01  WS-SWITCHES.
000640     05  WS-EOF-SW            PIC X(01)   VALUE 'N'.
000650         88  WS-EOF                       VALUE 'Y'.
000660     05  WS-FIRST-RECORD-SW   PIC X(01)   VALUE 'Y'.
000670         88  WS-FIRST-RECORD              VALUE 'Y'.
000680     05  WS-LOWEST-SET-SW     PIC X(01)   VALUE 'N'.
000690         88  WS-LOWEST-SET                VALUE 'Y'.
000700*
000710******************************************************************
000720*    FILE STATUS AND SELECTION WORK AREAS
000730******************************************************************
000740 01  WS-SLH-STATUS            PIC X(02).
000750 01  WS-INV-STATUS            PIC X(02).
000760 01  WS-FROM-DATE             PIC 9(08).
000770 01  WS-TO-DATE               PIC 9(08).
000780 01  WS-FLAG-THRESHOLD        PIC 9(03).
000790 01  WS-MARGIN-PCT            PIC S9(05)V9.
000800 01  WS-PRT-MARGIN-PCT        PIC -(4)9.9.
000810 01  WS-FLAG-MARK             PIC X(02).
000820*
000830******************************************************************
000840*    CONTROL-BREAK FIELDS.  THE GROUP KEY IS CATEGORY AND
000850*    WAREHOUSE; THE ITEM KEY ADDS THE ITEM.
000860******************************************************************
000870 01  WS-CURRENT-KEY.
000880     05  WS-CURR-GROUP.
000890         10  WS-CURR-CATEGORY     PIC X(10).
000900         10  WS-CURR-WAREHOUSE    PIC X(05).
000910     05  WS-CURR-ITEM-ID          PIC 9(05).
000920 01  WS-PRIOR-KEY.
000930     05  WS-PRIOR-GROUP.
000940         10  WS-PRIOR-CATEGORY    PIC X(10).
000950         10  WS-PRIOR-WAREHOUSE   PIC X(05).
000960     05  WS-PRIOR-ITEM-ID         PIC 9(05).
000970 01  WS-PRIOR-ITEM-NAME       PIC X(20).
000980*
000990******************************************************************
001000*    ITEM, GROUP, AND REPORT ACCUMULATORS
001010******************************************************************
001020 01  WS-ITEM-TOTALS.
001030     05  WS-ITEM-UNITS        PIC 9(09)          VALUE ZERO.
001040     05  WS-ITEM-REVENUE      PIC 9(11)V99       VALUE ZERO.
001050     05  WS-ITEM-COST         PIC 9(11)V99       VALUE ZERO.
001060 01  WS-GROUP-TOTALS.
001070     05  WS-GROUP-UNITS       PIC 9(09)          VALUE ZERO.
001080     05  WS-GROUP-REVENUE     PIC 9(11)V99       VALUE ZERO.
001090     05  WS-GROUP-COST        PIC 9(11)V99       VALUE ZERO.
001100 01  WS-REPORT-TOTALS.
001110     05  WS-REPORT-UNITS      PIC 9(09)          VALUE ZERO.
001120     05  WS-REPORT-REVENUE    PIC 9(11)V99       VALUE ZERO.
001130     05  WS-REPORT-COST       PIC 9(11)V99       VALUE ZERO.
001140 01  WS-LOWEST-ITEM-ID        PIC 9(05).
001150 01  WS-LOWEST-MARGIN-PCT     PIC S9(05)V9.
001160*
001170******************************************************************
001180*    RUN TOTALS
001190******************************************************************
001200 01  WS-TOTALS.
001210     05  WS-SALES-READ        PIC 9(07)   COMP VALUE ZERO.
001220     05  WS-SALES-SELECTED    PIC 9(07)   COMP VALUE ZERO.
001230     05  WS-ITEMS-LISTED      PIC 9(07)   COMP VALUE ZERO.
001240     05  WS-ITEMS-FLAGGED     PIC 9(07)   COMP VALUE ZERO.
001250     05  WS-NO-MASTER-COUNT   PIC 9(07)   COMP VALUE ZERO.
001260*
001270 PROCEDURE DIVISION.
001280******************************************************************
001290*    0000-MAINLINE
001300*    DRIVES THE SORT OF THE SELECTED SALES INTO CATEGORY/
001310*    WAREHOUSE/ITEM SEQUENCE AND THE PRODUCTION OF THE REPORT.
001320******************************************************************
001330 0000-MAINLINE.
001340     PERFORM 1000-INITIALIZE
001350         THRU 1000-INITIALIZE-EXIT
001360     SORT SORT-WORK-FILE
001370         ON ASCENDING KEY SW-CATEGORY
001380                          SW-WAREHOUSE-ID
001390                          SW-ITEM-ID
001400         INPUT PROCEDURE IS 2000-RELEASE-RECORDS
001410             THRU 2000-RELEASE-RECORDS-EXIT
001420         OUTPUT PROCEDURE IS 3000-PRODUCE-REPORT
001430             THRU 3000-PRODUCE-REPORT-EXIT
001440     PERFORM 9000-TERMINATE
001450         THRU 9000-TERMINATE-EXIT
001460     STOP RUN.
001470*
001480******************************************************************
001490*    1000-INITIALIZE
001500*    CAPTURES THE DATE RANGE AND THE FLAG THRESHOLD AND PRINTS
001510*    THE REPORT HEADING.  A ZERO TO-DATE MEANS TODAY.
001520******************************************************************
001530 1000-INITIALIZE.
001540     DISPLAY "Enter from date (YYYYMMDD):"
001550     ACCEPT WS-FROM-DATE
001560     DISPLAY "Enter to date (YYYYMMDD, 0 = today):"
001570     ACCEPT WS-TO-DATE
001580     IF WS-TO-DATE EQUAL ZERO
001590         ACCEPT WS-TO-DATE FROM DATE YYYYMMDD
001600     END-IF
001610     DISPLAY "Enter flag threshold margin percent (whole number):"
001620     ACCEPT WS-FLAG-THRESHOLD
001630     DISPLAY "Gross Margin Report - Sales " WS-FROM-DATE
001640             " to " WS-TO-DATE
001650     DISPLAY "Flagging items with margin below "
001660             WS-FLAG-THRESHOLD " percent"
001670     DISPLAY "Item  Name                 Units     "
001680             "Revenue        Cost           Margin%".
001690 1000-INITIALIZE-EXIT.
001700     EXIT.
001710*
001720******************************************************************
001730*    2000-RELEASE-RECORDS
001740*    READS THE SALES-HISTORY FILE AND RELEASES EACH SALE INSIDE
001750*    THE DATE RANGE, TAGGED WITH ITS CATEGORY FROM THE MASTER.
001760******************************************************************
001770 2000-RELEASE-RECORDS.
001780     OPEN INPUT SALES-HISTORY-FILE
001790     IF WS-SLH-STATUS NOT EQUAL "00"
001800         DISPLAY "Unable to open sales history file, status: "
001810                 WS-SLH-STATUS
001820         GO TO 2000-RELEASE-RECORDS-EXIT
001830     END-IF
001840     OPEN INPUT INVENTORY-FILE
001850     IF WS-INV-STATUS NOT EQUAL "00"
001860         DISPLAY "Unable to open inventory file, status: "
001870                 WS-INV-STATUS
001880         CLOSE SALES-HISTORY-FILE
001890         GO TO 2000-RELEASE-RECORDS-EXIT
001900     END-IF
001910     MOVE 'N' TO WS-EOF-SW
001920     READ SALES-HISTORY-FILE
001930         AT END
001940             MOVE 'Y' TO WS-EOF-SW
001950     END-READ
001960     PERFORM UNTIL WS-EOF
001970         PERFORM 2100-SELECT-SALE
001980             THRU 2100-SELECT-SALE-EXIT
001990         READ SALES-HISTORY-FILE
002000             AT END
002010                 MOVE 'Y' TO WS-EOF-SW
002020         END-READ
002030     END-PERFORM
002040     CLOSE INVENTORY-FILE
002050     CLOSE SALES-HISTORY-FILE.
002060 2000-RELEASE-RECORDS-EXIT.
002070     EXIT.
002080*
002090******************************************************************
002100*    2100-SELECT-SALE
002110*    RELEASES ONE SALE TO THE SORT IF IT FALLS IN THE DATE RANGE,
002120*    EXTENDED AT THE PRICE AND COST RECORDED WITH IT.  A SALE
002130*    WHOSE ITEM IS NO LONGER ON THE MASTER IS REPORTED UNDER A
002140*    NOT-ON-MASTER CATEGORY RATHER THAN DROPPED.
002150******************************************************************
002160 2100-SELECT-SALE.
002170     ADD 1 TO WS-SALES-READ
002180     IF SH-SALE-DATE < WS-FROM-DATE OR
002190        SH-SALE-DATE > WS-TO-DATE
002200         GO TO 2100-SELECT-SALE-EXIT
002210     END-IF
002220
002230     MOVE SH-ITEM-ID      TO ITEM-ID
002240     MOVE SH-WAREHOUSE-ID TO WAREHOUSE-ID
002250     READ INVENTORY-FILE
002260         INVALID KEY
002270             MOVE "*NO MASTER" TO ITEM-CATEGORY
002280             MOVE "** NOT ON MASTER **" TO ITEM-NAME
002290             ADD 1 TO WS-NO-MASTER-COUNT
002300     END-READ
002310     MOVE ITEM-CATEGORY   TO SW-CATEGORY
002320     MOVE SH-WAREHOUSE-ID TO SW-WAREHOUSE-ID
002330     MOVE SH-ITEM-ID      TO SW-ITEM-ID
002340     MOVE ITEM-NAME       TO SW-ITEM-NAME
002350     MOVE SH-QUANTITY     TO SW-QUANTITY
002360     COMPUTE SW-REVENUE = SH-QUANTITY * SH-UNIT-PRICE
002370     COMPUTE SW-COST    = SH-QUANTITY * SH-UNIT-COST
002380     RELEASE SORT-WORK-RECORD
002390     ADD 1 TO WS-SALES-SELECTED.
002400 2100-SELECT-SALE-EXIT.
002410     EXIT.
002420*
002430******************************************************************
002440*    3000-PRODUCE-REPORT
002450*    RETURNS THE SORTED SALES AND CLOSES OUT THE LAST ITEM AND
002460*    GROUP WHEN THE SORT RUNS DRY.
002470******************************************************************
002480 3000-PRODUCE-REPORT.
002490     MOVE 'N' TO WS-EOF-SW
002500     RETURN SORT-WORK-FILE
002510         AT END
002520             MOVE 'Y' TO WS-EOF-SW
002530     END-RETURN
002540     PERFORM UNTIL WS-EOF
002550         PERFORM 3100-ACCUMULATE-SALE
002560             THRU 3100-ACCUMULATE-SALE-EXIT
002570         RETURN SORT-WORK-FILE
002580             AT END
002590                 MOVE 'Y' TO WS-EOF-SW
002600         END-RETURN
002610     END-PERFORM
002620     IF NOT WS-FIRST-RECORD
002630         PERFORM 3200-PRINT-ITEM
002640             THRU 3200-PRINT-ITEM-EXIT
002650         PERFORM 3300-PRINT-GROUP
002660             THRU 3300-PRINT-GROUP-EXIT
002670     END-IF.
002680 3000-PRODUCE-REPORT-EXIT.
002690     EXIT.
002700*
002710******************************************************************
002720*    3100-ACCUMULATE-SALE
002730*    ADDS ONE SALE TO THE CURRENT ITEM, PRINTING THE PRIOR ITEM ON
002740*    AN ITEM CHANGE AND THE PRIOR GROUP'S SUBTOTAL ON A CATEGORY
002750*    OR WAREHOUSE CHANGE, WITH A HEADING FOR EACH NEW GROUP.
002760******************************************************************
002770 3100-ACCUMULATE-SALE.
002780     MOVE SW-CATEGORY     TO WS-CURR-CATEGORY
002790     MOVE SW-WAREHOUSE-ID TO WS-CURR-WAREHOUSE
002800     MOVE SW-ITEM-ID      TO WS-CURR-ITEM-ID
002810     IF WS-FIRST-RECORD
002820         MOVE WS-CURRENT-KEY TO WS-PRIOR-KEY
002830         MOVE SW-ITEM-NAME   TO WS-PRIOR-ITEM-NAME
002840         MOVE 'N' TO WS-FIRST-RECORD-SW
002850         DISPLAY "Category " WS-CURR-CATEGORY
002860                 " Warehouse " WS-CURR-WAREHOUSE
002870     END-IF
002880
002890     IF WS-CURRENT-KEY NOT EQUAL WS-PRIOR-KEY
002900         PERFORM 3200-PRINT-ITEM
002910             THRU 3200-PRINT-ITEM-EXIT
002920         IF WS-CURR-GROUP NOT EQUAL WS-PRIOR-GROUP
002930             PERFORM 3300-PRINT-GROUP
002940                 THRU 3300-PRINT-GROUP-EXIT
002950             DISPLAY "Category " WS-CURR-CATEGORY
002960                     " Warehouse " WS-CURR-WAREHOUSE
002970         END-IF
002980         MOVE WS-CURRENT-KEY TO WS-PRIOR-KEY
002990         MOVE SW-ITEM-NAME   TO WS-PRIOR-ITEM-NAME
003000     END-IF
003010
003020     ADD SW-QUANTITY TO WS-ITEM-UNITS
003030     ADD SW-REVENUE  TO WS-ITEM-REVENUE
003040     ADD SW-COST     TO WS-ITEM-COST.
003050 3100-ACCUMULATE-SALE-EXIT.
003060     EXIT.
003070*
003080******************************************************************
003090*    3200-PRINT-ITEM
003100*    PRINTS THE PRIOR ITEM'S LINE, FLAGGING IT WHEN ITS MARGIN IS
003110*    BELOW THE THRESHOLD, REMEMBERS THE GROUP'S LOWEST-MARGIN
003120*    ITEM, AND ROLLS THE ITEM INTO THE GROUP TOTALS.
003130******************************************************************
003140 3200-PRINT-ITEM.
003150     ADD 1 TO WS-ITEMS-LISTED
003160     IF WS-ITEM-REVENUE EQUAL ZERO
003170         MOVE ZERO TO WS-MARGIN-PCT
003180     ELSE
003190         COMPUTE WS-MARGIN-PCT ROUNDED =
003200             ((WS-ITEM-REVENUE - WS-ITEM-COST) / WS-ITEM-REVENUE)
003210             * 100
003220     END-IF
003230     MOVE SPACES TO WS-FLAG-MARK
003240     IF WS-MARGIN-PCT < WS-FLAG-THRESHOLD
003250         MOVE "**" TO WS-FLAG-MARK
003260         ADD 1 TO WS-ITEMS-FLAGGED
003270     END-IF
003280     IF NOT WS-LOWEST-SET OR
003290        WS-MARGIN-PCT < WS-LOWEST-MARGIN-PCT
003300         MOVE WS-PRIOR-ITEM-ID TO WS-LOWEST-ITEM-ID
003310         MOVE WS-MARGIN-PCT    TO WS-LOWEST-MARGIN-PCT
003320         MOVE 'Y' TO WS-LOWEST-SET-SW
003330     END-IF
003340     MOVE WS-MARGIN-PCT TO WS-PRT-MARGIN-PCT
003350     DISPLAY WS-PRIOR-ITEM-ID SPACE WS-PRIOR-ITEM-NAME SPACE
003360             WS-ITEM-UNITS SPACE WS-ITEM-REVENUE SPACE
003370             WS-ITEM-COST SPACE WS-PRT-MARGIN-PCT SPACE
003380             WS-FLAG-MARK
003390
003400     ADD WS-ITEM-UNITS   TO WS-GROUP-UNITS
003410     ADD WS-ITEM-REVENUE TO WS-GROUP-REVENUE
003420     ADD WS-ITEM-COST    TO WS-GROUP-COST
003430     MOVE ZERO TO WS-ITEM-UNITS
003440     MOVE ZERO TO WS-ITEM-REVENUE
003450     MOVE ZERO TO WS-ITEM-COST.
003460 3200-PRINT-ITEM-EXIT.
003470     EXIT.
003480*
003490******************************************************************
003500*    3300-PRINT-GROUP
003510*    PRINTS THE PRIOR CATEGORY/WAREHOUSE SUBTOTAL AND ITS
003520*    LOWEST-MARGIN ITEM, AND ROLLS THE GROUP INTO THE REPORT
003530*    TOTALS.
003540******************************************************************
003550 3300-PRINT-GROUP.
003560     IF WS-GROUP-REVENUE EQUAL ZERO
003570         MOVE ZERO TO WS-MARGIN-PCT
003580     ELSE
003590         COMPUTE WS-MARGIN-PCT ROUNDED =
003600             ((WS-GROUP-REVENUE - WS-GROUP-COST)
003610               / WS-GROUP-REVENUE) * 100
003620     END-IF
003630     MOVE WS-MARGIN-PCT TO WS-PRT-MARGIN-PCT
003640     DISPLAY "  Total " WS-PRIOR-CATEGORY SPACE WS-PRIOR-WAREHOUSE
003650             "     " WS-GROUP-UNITS SPACE WS-GROUP-REVENUE SPACE
003660             WS-GROUP-COST SPACE WS-PRT-MARGIN-PCT
003670     MOVE WS-LOWEST-MARGIN-PCT TO WS-PRT-MARGIN-PCT
003680     DISPLAY "  Lowest margin: item " WS-LOWEST-ITEM-ID
003690             " at " WS-PRT-MARGIN-PCT " percent"
003700
003710     ADD WS-GROUP-UNITS   TO WS-REPORT-UNITS
003720     ADD WS-GROUP-REVENUE TO WS-REPORT-REVENUE
003730     ADD WS-GROUP-COST    TO WS-REPORT-COST
003740     MOVE ZERO TO WS-GROUP-UNITS
003750     MOVE ZERO TO WS-GROUP-REVENUE
003760     MOVE ZERO TO WS-GROUP-COST
003770     MOVE 'N' TO WS-LOWEST-SET-SW.
003780 3300-PRINT-GROUP-EXIT.
003790     EXIT.
003800*
003810******************************************************************
003820*    9000-TERMINATE
003830*    PRINTS THE REPORT TOTALS AND THE OVERALL MARGIN.
003840******************************************************************
003850 9000-TERMINATE.
003860     IF WS-REPORT-REVENUE EQUAL ZERO
003870         MOVE ZERO TO WS-MARGIN-PCT
003880     ELSE
003890         COMPUTE WS-MARGIN-PCT ROUNDED =
003900             ((WS-REPORT-REVENUE - WS-REPORT-COST)
003910               / WS-REPORT-REVENUE) * 100
003920     END-IF
003930     MOVE WS-MARGIN-PCT TO WS-PRT-MARGIN-PCT
003940     DISPLAY "Sales rows read:          " WS-SALES-READ
003950     DISPLAY "Sales in date range:      " WS-SALES-SELECTED
003960     DISPLAY "Items reported:           " WS-ITEMS-LISTED
003970     DISPLAY "Items below threshold:    " WS-ITEMS-FLAGGED
003980     DISPLAY "Units sold:               " WS-REPORT-UNITS
003990     DISPLAY "Revenue:                  " WS-REPORT-REVENUE
004000     DISPLAY "Cost of sales:            " WS-REPORT-COST
004010     DISPLAY "Gross margin percent:     " WS-PRT-MARGIN-PCT
004020     IF WS-NO-MASTER-COUNT > ZERO
004030         DISPLAY "Sales with no master row: " WS-NO-MASTER-COUNT
004040     END-IF.
004050 9000-TERMINATE-EXIT.
004060     EXIT.
