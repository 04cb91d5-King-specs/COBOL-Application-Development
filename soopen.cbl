000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. OPEN-ORDERS-REPORT.
000030 AUTHOR. J-R-MCALLISTER.
000040 INSTALLATION. DISTRIBUTION-CENTER-APPLICATIONS-GROUP.
000050 DATE-WRITTEN. 10/14/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*    DESCRIPTION:  LISTS EVERY OPEN SALES-ORDER LINE BY CUSTOMER,
000090*                  SHOWING WHAT STOCK IS COMMITTED AND TO WHOM.
000100*                  EACH LINE SHOWS THE QUANTITY ORDERED, THE PART
000110*                  OF IT ALLOCATED OUT OF ITEM-ALLOCATED-QTY, THE
000120*                  PART LEFT SHORT, AND THE COMMITTED VALUE (THE
000130*                  ALLOCATED QUANTITY AT THE LINE PRICE), WITH A
000140*                  SUBTOTAL ON EACH CUSTOMER BREAK AND A GRAND
000150*                  TOTAL.  THE CUSTOMER NAME COMES FROM THE ORDER
000160*                  HEADER.
000170*
000180*    MODIFICATION HISTORY
000190*    DATE       INIT  DESCRIPTION
000200*    ---------  ----  -------------------------------------------
000210*    2026-10-14 JRM   ORIGINAL PROGRAM.
000220******************************************************************
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT SO-HEADER-FILE ASSIGN TO "soheader.dat"
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS DYNAMIC
000290         RECORD KEY IS SOH-ORDER-NO
000300         FILE STATUS IS WS-SOH-STATUS.
000310
000320     SELECT SO-LINE-FILE ASSIGN TO "soline.dat"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS SOL-KEY
000360         FILE STATUS IS WS-SOL-STATUS.
000370
000380     SELECT SORT-WORK-FILE ASSIGN TO "soosort.tmp".
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  SO-HEADER-FILE.
000420     COPY SOHDR.
000430*
000440 FD  SO-LINE-FILE.
000450     COPY SOLINE.
000460*
000470 SD  SORT-WORK-FILE.
000480 01  SORT-WORK-RECORD.
000490     05  SW-CUSTOMER-ID       PIC X(08).
000500     05  SW-ORDER-NO          PIC 9(06).
000510     05  SW-LINE-NO           PIC 9(03).
000520     05  SW-CUSTOMER-NAME     PIC X(30).
000530     05  SW-ITEM-ID           PIC 9(05).
000540     05  SW-WAREHOUSE-ID      PIC X(05).
000550     05  SW-ORDERED-QTY       PIC 9(05).
000560     05  SW-ALLOCATED-QTY     PIC 9(05).
000570     05  SW-UNIT-PRICE        PIC 9(05)V99.
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
000680*
000690******************************************************************
000700*    FILE STATUS AND CONTROL-BREAK WORK AREAS
000710******************************************************************
000720 01  WS-SOH-STATUS            PIC X(02).
000730 01  WS-SOL-STATUS            PIC X(02).
000740 01  WS-PRIOR-CUSTOMER        PIC X(08)   VALUE SPACES.
000750 01  WS-PRIOR-NAME            PIC X(30)   VALUE SPACES.
000760 01  WS-RUN-DATE              PIC 9(08).
000770 01  WS-SHORT-QTY             PIC 9(05).
000780 01  WS-LINE-VALUE            PIC 9(09)V99.
000790 01  WS-CUSTOMER-LINES        PIC 9(05)   VALUE ZERO.
000800 01  WS-CUSTOMER-ALLOC        PIC 9(07)   VALUE ZERO.
000810 01  WS-CUSTOMER-VALUE        PIC 9(11)V99 VALUE ZERO.
000820*
000830******************************************************************
000840*    RUN TOTALS
000850******************************************************************
000860 01  WS-TOTALS.
000870     05  WS-TOTAL-LINES       PIC 9(07)   COMP VALUE ZERO.
000880     05  WS-TOTAL-CUSTOMERS   PIC 9(07)   COMP VALUE ZERO.
000890     05  WS-TOTAL-ALLOC       PIC 9(07)   COMP VALUE ZERO.
000900     05  WS-TOTAL-SHORT       PIC 9(07)   COMP VALUE ZERO.
000910 01  WS-TOTAL-VALUE           PIC 9(11)V99 VALUE ZERO.
000920*
000930 PROCEDURE DIVISION.
000940******************************************************************
000950*    0000-MAINLINE
000960*    DRIVES THE SORT BY CUSTOMER AND THE REPORT.
000970******************************************************************
000980 0000-MAINLINE.
000990     PERFORM 1000-INITIALIZE
001000         THRU 1000-INITIALIZE-EXIT
001010     SORT SORT-WORK-FILE
001020         ON ASCENDING KEY SW-CUSTOMER-ID
001030                          SW-ORDER-NO
001040                          SW-LINE-NO
001050         INPUT PROCEDURE IS 2000-RELEASE-RECORDS
001060             THRU 2000-RELEASE-RECORDS-EXIT
001070         OUTPUT PROCEDURE IS 3000-PRODUCE-REPORT
001080             THRU 3000-PRODUCE-REPORT-EXIT
001090     PERFORM 9000-TERMINATE
001100         THRU 9000-TERMINATE-EXIT
001110     STOP RUN.
001120*
001130******************************************************************
001140*    1000-INITIALIZE
001150*    PRINTS THE REPORT HEADING.
001160******************************************************************
001170 1000-INITIALIZE.
001180     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001190     DISPLAY "Open Sales Orders By Customer - Run " WS-RUN-DATE
001200     DISPLAY "Order  Line Item  Whse  Ordered Alloc Short "
001210             "   Committed".
001220 1000-INITIALIZE-EXIT.
001230     EXIT.
001240*
001250******************************************************************
001260*    2000-RELEASE-RECORDS
001270*    READS THE ORDER LINE FILE AND RELEASES EVERY OPEN LINE TO
001280*    THE SORT WORK FILE, PICKING UP THE CUSTOMER FROM THE ORDER
001290*    HEADER.  A LINE WHOSE HEADER IS MISSING IS STILL LISTED,
001300*    UNDER A BLANK CUSTOMER, SO NO COMMITMENT GOES UNREPORTED.
001310******************************************************************
001320 2000-RELEASE-RECORDS.
001330     OPEN INPUT SO-HEADER-FILE
001340     IF WS-SOH-STATUS NOT EQUAL "00"
001350         DISPLAY "Unable to open order header file, status: "
001360                 WS-SOH-STATUS
001370         MOVE 'Y' TO WS-EOF-SW
001380         GO TO 2000-RELEASE-RECORDS-EXIT
001390     END-IF
001400     OPEN INPUT SO-LINE-FILE
001410     IF WS-SOL-STATUS NOT EQUAL "00"
001420         DISPLAY "Unable to open order line file, status: "
001430                 WS-SOL-STATUS
001440         CLOSE SO-HEADER-FILE
001450         MOVE 'Y' TO WS-EOF-SW
001460         GO TO 2000-RELEASE-RECORDS-EXIT
001470     END-IF
001480     MOVE 'N' TO WS-EOF-SW
001490     MOVE ZERO TO SOH-ORDER-NO
001500     READ SO-LINE-FILE NEXT RECORD
001510         AT END
001520             MOVE 'Y' TO WS-EOF-SW
001530     END-READ
001540     PERFORM UNTIL WS-EOF
001550         IF SOL-OPEN
001560             IF SOL-ORDER-NO NOT EQUAL SOH-ORDER-NO
001570                 MOVE SOL-ORDER-NO TO SOH-ORDER-NO
001580                 READ SO-HEADER-FILE
001590                     INVALID KEY
001600                         MOVE SPACES TO SOH-CUSTOMER-ID
001610                         MOVE "ORDER HEADER MISSING"
001620                             TO SOH-CUSTOMER-NAME
001630                 END-READ
001640             END-IF
001650             MOVE SOH-CUSTOMER-ID   TO SW-CUSTOMER-ID
001660             MOVE SOH-CUSTOMER-NAME TO SW-CUSTOMER-NAME
001670             MOVE SOL-ORDER-NO      TO SW-ORDER-NO
001680             MOVE SOL-LINE-NO       TO SW-LINE-NO
001690             MOVE SOL-ITEM-ID       TO SW-ITEM-ID
001700             MOVE SOL-WAREHOUSE-ID  TO SW-WAREHOUSE-ID
001710             MOVE SOL-ORDERED-QTY   TO SW-ORDERED-QTY
001720             MOVE SOL-ALLOCATED-QTY TO SW-ALLOCATED-QTY
001730             MOVE SOL-UNIT-PRICE    TO SW-UNIT-PRICE
001740             RELEASE SORT-WORK-RECORD
001750         END-IF
001760         READ SO-LINE-FILE NEXT RECORD
001770             AT END
001780                 MOVE 'Y' TO WS-EOF-SW
001790         END-READ
001800     END-PERFORM
001810     CLOSE SO-LINE-FILE
001820     CLOSE SO-HEADER-FILE.
001830 2000-RELEASE-RECORDS-EXIT.
001840     EXIT.
001850*
001860******************************************************************
001870*    3000-PRODUCE-REPORT
001880*    RETURNS THE SORTED LINES IN CUSTOMER ORDER, PRINTING A
001890*    DETAIL LINE PER ORDER LINE WITH A SUBTOTAL ON EACH
001900*    CUSTOMER BREAK.
001910******************************************************************
001920 3000-PRODUCE-REPORT.
001930     MOVE 'N' TO WS-EOF-SW
001940     RETURN SORT-WORK-FILE
001950         AT END
001960             MOVE 'Y' TO WS-EOF-SW
001970     END-RETURN
001980     PERFORM UNTIL WS-EOF
001990         PERFORM 3100-PROCESS-SORTED-RECORD
002000             THRU 3100-PROCESS-SORTED-RECORD-EXIT
002010         RETURN SORT-WORK-FILE
002020             AT END
002030                 MOVE 'Y' TO WS-EOF-SW
002040         END-RETURN
002050     END-PERFORM
002060     IF NOT WS-FIRST-RECORD
002070         PERFORM 3200-WRITE-CUSTOMER-TOTAL
002080             THRU 3200-WRITE-CUSTOMER-TOTAL-EXIT
002090     END-IF.
002100 3000-PRODUCE-REPORT-EXIT.
002110     EXIT.
002120*
002130******************************************************************
002140*    3100-PROCESS-SORTED-RECORD
002150*    PRINTS ONE OPEN LINE, WRITING THE PRIOR CUSTOMER'S SUBTOTAL
002160*    FIRST WHEN THE CUSTOMER CHANGES.
002170******************************************************************
002180 3100-PROCESS-SORTED-RECORD.
002190     IF WS-FIRST-RECORD
002200         MOVE SW-CUSTOMER-ID   TO WS-PRIOR-CUSTOMER
002210         MOVE SW-CUSTOMER-NAME TO WS-PRIOR-NAME
002220         DISPLAY "Customer: " WS-PRIOR-CUSTOMER " " WS-PRIOR-NAME
002230         ADD 1 TO WS-TOTAL-CUSTOMERS
002240         MOVE 'N' TO WS-FIRST-RECORD-SW
002250     END-IF
002260
002270     IF SW-CUSTOMER-ID NOT EQUAL WS-PRIOR-CUSTOMER
002280         PERFORM 3200-WRITE-CUSTOMER-TOTAL
002290             THRU 3200-WRITE-CUSTOMER-TOTAL-EXIT
002300         MOVE SW-CUSTOMER-ID   TO WS-PRIOR-CUSTOMER
002310         MOVE SW-CUSTOMER-NAME TO WS-PRIOR-NAME
002320         MOVE ZERO TO WS-CUSTOMER-LINES
002330         MOVE ZERO TO WS-CUSTOMER-ALLOC
002340         MOVE ZERO TO WS-CUSTOMER-VALUE
002350         DISPLAY "Customer: " WS-PRIOR-CUSTOMER " " WS-PRIOR-NAME
002360         ADD 1 TO WS-TOTAL-CUSTOMERS
002370     END-IF
002380
002390     IF SW-ALLOCATED-QTY NOT < SW-ORDERED-QTY
002400         MOVE ZERO TO WS-SHORT-QTY
002410     ELSE
002420         COMPUTE WS-SHORT-QTY = SW-ORDERED-QTY - SW-ALLOCATED-QTY
002430     END-IF
002440     COMPUTE WS-LINE-VALUE = SW-ALLOCATED-QTY * SW-UNIT-PRICE
002450     DISPLAY SW-ORDER-NO SPACE SW-LINE-NO SPACE SW-ITEM-ID SPACE
002460             SW-WAREHOUSE-ID SPACE SW-ORDERED-QTY SPACE
002470             SW-ALLOCATED-QTY SPACE WS-SHORT-QTY SPACE
002480             WS-LINE-VALUE
002490     ADD 1 TO WS-CUSTOMER-LINES
002500     ADD 1 TO WS-TOTAL-LINES
002510     ADD SW-ALLOCATED-QTY TO WS-CUSTOMER-ALLOC
002520     ADD SW-ALLOCATED-QTY TO WS-TOTAL-ALLOC
002530     ADD WS-SHORT-QTY     TO WS-TOTAL-SHORT
002540     ADD WS-LINE-VALUE    TO WS-CUSTOMER-VALUE
002550     ADD WS-LINE-VALUE    TO WS-TOTAL-VALUE.
002560 3100-PROCESS-SORTED-RECORD-EXIT.
002570     EXIT.
002580*
002590******************************************************************
002600*    3200-WRITE-CUSTOMER-TOTAL
002610*    DISPLAYS THE SUBTOTAL FOR THE CUSTOMER FINISHED.
002620******************************************************************
002630 3200-WRITE-CUSTOMER-TOTAL.
002640     DISPLAY "  Customer " WS-PRIOR-CUSTOMER
002650             " Lines: " WS-CUSTOMER-LINES
002660             " Units committed: " WS-CUSTOMER-ALLOC
002670             " Value: " WS-CUSTOMER-VALUE.
002680 3200-WRITE-CUSTOMER-TOTAL-EXIT.
002690     EXIT.
002700*
002710******************************************************************
002720*    9000-TERMINATE
002730*    PRINTS THE RUN TOTALS.
002740******************************************************************
002750 9000-TERMINATE.
002760     DISPLAY " "
002770     DISPLAY "Customers with open orders: " WS-TOTAL-CUSTOMERS
002780     DISPLAY "Open order lines:           " WS-TOTAL-LINES
002790     DISPLAY "Units committed:            " WS-TOTAL-ALLOC
002800     DISPLAY "Units short:                " WS-TOTAL-SHORT
002810     DISPLAY "Committed value:            " WS-TOTAL-VALUE.
002820 9000-TERMINATE-EXIT.
002830     EXIT.
