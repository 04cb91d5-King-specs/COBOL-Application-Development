000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. VENDOR-PERFORMANCE-SCORECARD.
000030 AUTHOR. J-R-MCALLISTER.
000040 INSTALLATION. DISTRIBUTION-CENTER-APPLICATIONS-GROUP.
000050 DATE-WRITTEN. 10/14/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*    DESCRIPTION:  MONTHLY DELIVERY SCORECARD BY VENDOR, BUILT
000090*                  FROM THE RECEIPT-HISTORY FILE THE PURCHASE-
000100*                  ORDER RECEIVING PROGRAM APPENDS.  FOR EVERY
000110*                  VENDOR WITH RECEIPTS IN THE MONTH IT SHOWS:
000120*                    - ON-TIME PERCENT - RECEIPTS THAT ARRIVED
000130*                      NO LATER THAN THE PO ORDER DATE PLUS THE
000140*                      LEAD TIME THE VENDOR QUOTED ON THE CATALOG;
000150*                    - AVERAGE DAYS LATE OVER THE LATE RECEIPTS;
000160*                    - FILL RATE - RECEIVED VERSUS ORDERED
000170*                      QUANTITY ON THE PO LINES DELIVERED AGAINST
000180*                      IN THE MONTH, AS OF EACH LINE'S LAST
000190*                      RECEIPT IN IT;
000200*                    - COST VARIANCE - THE COST PAID LESS THE SAME
000210*                      QUANTITY AT THE PO UNIT COST, IN DOLLARS
000220*                      AND AS A PERCENT OF THE PO VALUE.
000230*                  RECEIPTS FROM A VENDOR WITH NO CATALOG QUOTE
000240*                  FOR THE ITEM COUNT TOWARD FILL RATE AND COST,
000250*                  BUT ARE LEFT OUT OF THE ON-TIME FIGURES AND ARE
000260*                  COUNTED SEPARATELY.  REPORT TOTALS FOLLOW THE
000270*                  VENDORS.
000280*
000290*    MODIFICATION HISTORY
000300*    DATE       INIT  DESCRIPTION
000310*    ---------  ----  -------------------------------------------
000320*    2026-10-14 JRM   ORIGINAL PROGRAM.
000330******************************************************************
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT RECEIPT-HISTORY-FILE ASSIGN TO "rcpthist.dat"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-RCH-STATUS.
000400
000410     SELECT VENDOR-FILE ASSIGN TO "vendmast.dat"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS VEND-ID
000450         FILE STATUS IS WS-VND-STATUS.
000460
000470     SELECT SORT-WORK-FILE ASSIGN TO "vscrsort.tmp".
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  RECEIPT-HISTORY-FILE.
000510     COPY RCPTHIST.
000520*
000530 FD  VENDOR-FILE.
000540     COPY VENDREC.
000550*
000560 SD  SORT-WORK-FILE.
000570 01  SORT-WORK-RECORD.
000580     05  SW-VENDOR-ID         PIC X(05).
000590     05  SW-PO-NUMBER         PIC 9(06).
000600     05  SW-PO-LINE-NO        PIC 9(03).
000610     05  SW-RECEIPT-DATE      PIC 9(08).
000620     05  SW-RECEIPT-TIME      PIC 9(08).
000630     05  SW-ORDER-DATE        PIC 9(08).
000640     05  SW-QUOTED-LEAD-DAYS  PIC 9(03).
000650     05  SW-QUOTE-FOUND       PIC X(01).
000660         88  SW-QUOTE-ON-FILE             VALUE 'Y'.
000670     05  SW-RECEIVED-QTY      PIC 9(05).
000680     05  SW-LINE-ORDERED-QTY  PIC 9(05).
000690     05  SW-LINE-RECEIVED-QTY PIC 9(05).
000700     05  SW-PO-UNIT-COST      PIC 9(05)V99.
000710     05  SW-PAID-UNIT-COST    PIC 9(05)V99.
000720*
000730 WORKING-STORAGE SECTION.
000740******************************************************************
000750*    SWITCHES AND FLAGS
000760******************************************************************
000770 01  WS-SWITCHES.
000780     05  WS-EOF-SW            PIC X(01)   VALUE 'N'.
000790         88  WS-EOF                       VALUE 'Y'.
000800     05  WS-FIRST-RECORD-SW   PIC X(01)   VALUE 'Y'.
000810         88  WS-FIRST-RECORD              VALUE 'Y'.
000820     05  WS-VND-OPEN-SW       PIC X(01)   VALUE 'N'.
000830         88  WS-VND-OPEN                  VALUE 'Y'.
000840*
000850******************************************************************
000860*    FILE STATUS AND SELECTION WORK AREAS.  THE MONTH IS KEYED AS
000870*    YYYYMM; ZERO MEANS THE CURRENT MONTH.
000880******************************************************************
000890 01  WS-RCH-STATUS            PIC X(02).
000900 01  WS-VND-STATUS            PIC X(02).
000910 01  WS-REPORT-MONTH          PIC 9(06).
000920 01  WS-TODAY-DATE            PIC 9(08).
000930 01  WS-FROM-DATE             PIC 9(08).
000940 01  WS-TO-DATE               PIC 9(08).
000950 01  WS-DAYS-LATE             PIC S9(05).
000960 01  WS-RECEIPT-VALUE         PIC 9(11)V99.
000970*
000980******************************************************************
000990*    CONTROL-BREAK FIELDS.  THE VENDOR KEY IS THE VENDOR; THE
001000*    LINE KEY ADDS THE PO NUMBER AND LINE.
001010******************************************************************
001020 01  WS-CURRENT-KEY.
001030     05  WS-CURR-VENDOR-ID        PIC X(05).
001040     05  WS-CURR-PO-NUMBER        PIC 9(06).
001050     05  WS-CURR-PO-LINE-NO       PIC 9(03).
001060 01  WS-PRIOR-KEY.
001070     05  WS-PRIOR-VENDOR-ID       PIC X(05).
001080     05  WS-PRIOR-PO-NUMBER       PIC 9(06).
001090     05  WS-PRIOR-PO-LINE-NO      PIC 9(03).
001100 01  WS-LINE-ORDERED-QTY      PIC 9(05).
001110 01  WS-LINE-RECEIVED-QTY     PIC 9(05).
001120*
001130******************************************************************
001140*    VENDOR AND REPORT ACCUMULATORS.  BOTH GROUPS HAVE THE SAME
001150*    LAYOUT AS WS-CALC-TOTALS, WHICH 3400-COMPUTE-RATES WORKS
001160*    FROM, SO EITHER CAN BE MOVED THERE WHOLE.
001170******************************************************************
001180 01  WS-VENDOR-TOTALS.
001190     05  WS-VND-RECEIPTS      PIC 9(07)          VALUE ZERO.
001200     05  WS-VND-SCORED        PIC 9(07)          VALUE ZERO.
001210     05  WS-VND-ON-TIME       PIC 9(07)          VALUE ZERO.
001220     05  WS-VND-LATE          PIC 9(07)          VALUE ZERO.
001230     05  WS-VND-DAYS-LATE     PIC 9(09)          VALUE ZERO.
001240     05  WS-VND-LINES         PIC 9(07)          VALUE ZERO.
001250     05  WS-VND-ORDERED-QTY   PIC 9(09)          VALUE ZERO.
001260     05  WS-VND-RECEIVED-QTY  PIC 9(09)          VALUE ZERO.
001270     05  WS-VND-PO-VALUE      PIC 9(11)V99       VALUE ZERO.
001280     05  WS-VND-PAID-VALUE    PIC 9(11)V99       VALUE ZERO.
001290 01  WS-REPORT-TOTALS.
001300     05  WS-RPT-RECEIPTS      PIC 9(07)          VALUE ZERO.
001310     05  WS-RPT-SCORED        PIC 9(07)          VALUE ZERO.
001320     05  WS-RPT-ON-TIME       PIC 9(07)          VALUE ZERO.
001330     05  WS-RPT-LATE          PIC 9(07)          VALUE ZERO.
001340     05  WS-RPT-DAYS-LATE     PIC 9(09)          VALUE ZERO.
001350     05  WS-RPT-LINES         PIC 9(07)          VALUE ZERO.
001360     05  WS-RPT-ORDERED-QTY   PIC 9(09)          VALUE ZERO.
001370     05  WS-RPT-RECEIVED-QTY  PIC 9(09)          VALUE ZERO.
001380     05  WS-RPT-PO-VALUE      PIC 9(11)V99       VALUE ZERO.
001390     05  WS-RPT-PAID-VALUE    PIC 9(11)V99       VALUE ZERO.
001400 01  WS-CALC-TOTALS.
001410     05  WS-CALC-RECEIPTS     PIC 9(07).
001420     05  WS-CALC-SCORED       PIC 9(07).
001430     05  WS-CALC-ON-TIME      PIC 9(07).
001440     05  WS-CALC-LATE         PIC 9(07).
001450     05  WS-CALC-DAYS-LATE    PIC 9(09).
001460     05  WS-CALC-LINES        PIC 9(07).
001470     05  WS-CALC-ORDERED-QTY  PIC 9(09).
001480     05  WS-CALC-RECEIVED-QTY PIC 9(09).
001490     05  WS-CALC-PO-VALUE     PIC 9(11)V99.
001500     05  WS-CALC-PAID-VALUE   PIC 9(11)V99.
001510*
001520******************************************************************
001530*    SCORECARD FIGURES AND THEIR PRINT FORMS
001540******************************************************************
001550 01  WS-ON-TIME-PCT           PIC S9(03)V9.
001560 01  WS-AVG-DAYS-LATE         PIC S9(05)V9.
001570 01  WS-FILL-PCT              PIC S9(03)V9.
001580 01  WS-COST-VAR-AMT          PIC S9(11)V99.
001590 01  WS-COST-VAR-PCT          PIC S9(05)V9.
001600 01  WS-PRT-ON-TIME-PCT       PIC ZZ9.9.
001610 01  WS-PRT-AVG-DAYS-LATE     PIC ZZZZ9.9.
001620 01  WS-PRT-FILL-PCT          PIC ZZ9.9.
001630 01  WS-PRT-COST-VAR-AMT      PIC -(10)9.99.
001640 01  WS-PRT-COST-VAR-PCT      PIC -(4)9.9.
001650 01  WS-PRT-COUNT             PIC Z(06)9.
001660 01  WS-PRT-COUNT-2           PIC Z(06)9.
001670 01  WS-PRT-COUNT-3           PIC Z(06)9.
001680 01  WS-PRT-VENDOR-NAME       PIC X(30).
001690*
001700******************************************************************
001710*    RUN TOTALS
001720******************************************************************
001730 01  WS-TOTALS.
001740     05  WS-RECEIPTS-READ     PIC 9(07)   COMP VALUE ZERO.
001750     05  WS-RECEIPTS-SELECTED PIC 9(07)   COMP VALUE ZERO.
001760     05  WS-VENDORS-LISTED    PIC 9(07)   COMP VALUE ZERO.
001770*
001780 PROCEDURE DIVISION.
001790******************************************************************
001800*    0000-MAINLINE
001810*    DRIVES THE SORT OF THE MONTH'S RECEIPTS INTO VENDOR/PO LINE
001820*    SEQUENCE AND THE PRODUCTION OF THE SCORECARD.
001830******************************************************************
001840 0000-MAINLINE.
001850     PERFORM 1000-INITIALIZE
001860         THRU 1000-INITIALIZE-EXIT
001870     SORT SORT-WORK-FILE
001880         ON ASCENDING KEY SW-VENDOR-ID
001890                          SW-PO-NUMBER
001900                          SW-PO-LINE-NO
001910                          SW-RECEIPT-DATE
001920                          SW-RECEIPT-TIME
001930         INPUT PROCEDURE IS 2000-RELEASE-RECORDS
001940             THRU 2000-RELEASE-RECORDS-EXIT
001950         OUTPUT PROCEDURE IS 3000-PRODUCE-REPORT
001960             THRU 3000-PRODUCE-REPORT-EXIT
001970     PERFORM 9000-TERMINATE
001980         THRU 9000-TERMINATE-EXIT
001990     STOP RUN.
002000*
002010******************************************************************
002020*    1000-INITIALIZE
002030*    CAPTURES THE MONTH, OPENS THE VENDOR MASTER FOR THE NAMES,
002040*    AND PRINTS THE HEADING.
002050******************************************************************
002060 1000-INITIALIZE.
002070     DISPLAY "Enter scorecard month (YYYYMM, 0 = current month):"
002080     ACCEPT WS-REPORT-MONTH
002090     IF WS-REPORT-MONTH EQUAL ZERO
002100         ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
002110         DIVIDE WS-TODAY-DATE BY 100 GIVING WS-REPORT-MONTH
002120     END-IF
002130     COMPUTE WS-FROM-DATE = WS-REPORT-MONTH * 100 + 1
002140     COMPUTE WS-TO-DATE   = WS-REPORT-MONTH * 100 + 31
002150
002160     OPEN INPUT VENDOR-FILE
002170     IF WS-VND-STATUS EQUAL "00"
002180         MOVE 'Y' TO WS-VND-OPEN-SW
002190     ELSE
002200         DISPLAY "Vendor master not available, status: "
002210                 WS-VND-STATUS
002220     END-IF
002230
002240     DISPLAY "Vendor Performance Scorecard - Receipts in "
002250             WS-REPORT-MONTH
002260     DISPLAY "On time = received by PO order date plus quoted "
002270             "lead time; days late averaged over late receipts".
002280 1000-INITIALIZE-EXIT.
002290     EXIT.
002300*
002310******************************************************************
002320*    2000-RELEASE-RECORDS
002330*    READS THE RECEIPT-HISTORY FILE AND RELEASES EACH RECEIPT
002340*    DATED IN THE MONTH.  NO FILE YET MEANS NOTHING TO SCORE.
002350******************************************************************
002360 2000-RELEASE-RECORDS.
002370     OPEN INPUT RECEIPT-HISTORY-FILE
002380     IF WS-RCH-STATUS NOT EQUAL "00"
002390         DISPLAY "Unable to open receipt history file, status: "
002400                 WS-RCH-STATUS
002410         GO TO 2000-RELEASE-RECORDS-EXIT
002420     END-IF
002430     MOVE 'N' TO WS-EOF-SW
002440     READ RECEIPT-HISTORY-FILE
002450         AT END
002460             MOVE 'Y' TO WS-EOF-SW
002470     END-READ
002480     PERFORM UNTIL WS-EOF
002490         ADD 1 TO WS-RECEIPTS-READ
002500         IF RH-RECEIPT-DATE NOT < WS-FROM-DATE AND
002510            RH-RECEIPT-DATE NOT > WS-TO-DATE
002520             MOVE RH-VENDOR-ID         TO SW-VENDOR-ID
002530             MOVE RH-PO-NUMBER         TO SW-PO-NUMBER
002540             MOVE RH-PO-LINE-NO        TO SW-PO-LINE-NO
002550             MOVE RH-RECEIPT-DATE      TO SW-RECEIPT-DATE
002560             MOVE RH-RECEIPT-TIME      TO SW-RECEIPT-TIME
002570             MOVE RH-ORDER-DATE        TO SW-ORDER-DATE
002580             MOVE RH-QUOTED-LEAD-DAYS  TO SW-QUOTED-LEAD-DAYS
002590             MOVE RH-QUOTE-FOUND       TO SW-QUOTE-FOUND
002600             MOVE RH-RECEIVED-QTY      TO SW-RECEIVED-QTY
002610             MOVE RH-LINE-ORDERED-QTY  TO SW-LINE-ORDERED-QTY
002620             MOVE RH-LINE-RECEIVED-QTY TO SW-LINE-RECEIVED-QTY
002630             MOVE RH-PO-UNIT-COST      TO SW-PO-UNIT-COST
002640             MOVE RH-PAID-UNIT-COST    TO SW-PAID-UNIT-COST
002650             RELEASE SORT-WORK-RECORD
002660             ADD 1 TO WS-RECEIPTS-SELECTED
002670         END-IF
002680         READ RECEIPT-HISTORY-FILE
002690             AT END
002700                 MOVE 'Y' TO WS-EOF-SW
002710         END-READ
002720     END-PERFORM
002730     CLOSE RECEIPT-HISTORY-FILE.
002740 2000-RELEASE-RECORDS-EXIT.
002750     EXIT.
002760*
002770******************************************************************
002780*    3000-PRODUCE-REPORT
002790*    RETURNS THE SORTED RECEIPTS AND CLOSES OUT THE LAST PO LINE
002800*    AND VENDOR WHEN THE SORT RUNS DRY.
002810******************************************************************
002820 3000-PRODUCE-REPORT.
002830     MOVE 'N' TO WS-EOF-SW
002840     RETURN SORT-WORK-FILE
002850         AT END
002860             MOVE 'Y' TO WS-EOF-SW
002870     END-RETURN
002880     PERFORM UNTIL WS-EOF
002890         PERFORM 3100-ACCUMULATE
002900             THRU 3100-ACCUMULATE-EXIT
002910         RETURN SORT-WORK-FILE
002920             AT END
002930                 MOVE 'Y' TO WS-EOF-SW
002940         END-RETURN
002950     END-PERFORM
002960     IF WS-FIRST-RECORD
002970         DISPLAY "No receipts in the month"
002980     ELSE
002990         PERFORM 3200-CLOSE-PO-LINE
003000             THRU 3200-CLOSE-PO-LINE-EXIT
003010         PERFORM 3300-PRINT-VENDOR
003020             THRU 3300-PRINT-VENDOR-EXIT
003030     END-IF.
003040 3000-PRODUCE-REPORT-EXIT.
003050     EXIT.
003060*
003070******************************************************************
003080*    3100-ACCUMULATE
003090*    SCORES ONE RECEIPT, CLOSING THE PRIOR PO LINE ON A LINE
003100*    CHANGE AND PRINTING THE PRIOR VENDOR ON A VENDOR CHANGE.
003110******************************************************************
003120 3100-ACCUMULATE.
003130     MOVE SW-VENDOR-ID  TO WS-CURR-VENDOR-ID
003140     MOVE SW-PO-NUMBER  TO WS-CURR-PO-NUMBER
003150     MOVE SW-PO-LINE-NO TO WS-CURR-PO-LINE-NO
003160     IF WS-FIRST-RECORD
003170         MOVE WS-CURRENT-KEY TO WS-PRIOR-KEY
003180         MOVE 'N' TO WS-FIRST-RECORD-SW
003190     END-IF
003200
003210     IF WS-CURRENT-KEY NOT EQUAL WS-PRIOR-KEY
003220         PERFORM 3200-CLOSE-PO-LINE
003230             THRU 3200-CLOSE-PO-LINE-EXIT
003240         IF WS-CURR-VENDOR-ID NOT EQUAL WS-PRIOR-VENDOR-ID
003250             PERFORM 3300-PRINT-VENDOR
003260                 THRU 3300-PRINT-VENDOR-EXIT
003270         END-IF
003280         MOVE WS-CURRENT-KEY TO WS-PRIOR-KEY
003290     END-IF
003300
003310*    THE RECEIPTS FOR A LINE COME IN DATE ORDER, SO THE LAST ONE
003320*    SEEN CARRIES THE LINE'S QUANTITIES AS OF MONTH END.
003330     MOVE SW-LINE-ORDERED-QTY  TO WS-LINE-ORDERED-QTY
003340     MOVE SW-LINE-RECEIVED-QTY TO WS-LINE-RECEIVED-QTY
003350
003360     ADD 1 TO WS-VND-RECEIPTS
003370     COMPUTE WS-RECEIPT-VALUE =
003380         SW-RECEIVED-QTY * SW-PO-UNIT-COST
003390     ADD WS-RECEIPT-VALUE TO WS-VND-PO-VALUE
003400     COMPUTE WS-RECEIPT-VALUE =
003410         SW-RECEIVED-QTY * SW-PAID-UNIT-COST
003420     ADD WS-RECEIPT-VALUE TO WS-VND-PAID-VALUE
003430
003440     IF NOT SW-QUOTE-ON-FILE OR SW-ORDER-DATE EQUAL ZERO
003450         GO TO 3100-ACCUMULATE-EXIT
003460     END-IF
003470     ADD 1 TO WS-VND-SCORED
003480     COMPUTE WS-DAYS-LATE =
003490         FUNCTION INTEGER-OF-DATE(SW-RECEIPT-DATE)
003500         - FUNCTION INTEGER-OF-DATE(SW-ORDER-DATE)
003510         - SW-QUOTED-LEAD-DAYS
003520     IF WS-DAYS-LATE > ZERO
003530         ADD 1            TO WS-VND-LATE
003540         ADD WS-DAYS-LATE TO WS-VND-DAYS-LATE
003550     ELSE
003560         ADD 1            TO WS-VND-ON-TIME
003570     END-IF.
003580 3100-ACCUMULATE-EXIT.
003590     EXIT.
003600*
003610******************************************************************
003620*    3200-CLOSE-PO-LINE
003630*    ADDS THE PRIOR PO LINE'S ORDERED AND RECEIVED QUANTITIES TO
003640*    THE VENDOR'S FILL-RATE FIGURES.
003650******************************************************************
003660 3200-CLOSE-PO-LINE.
003670     ADD 1                    TO WS-VND-LINES
003680     ADD WS-LINE-ORDERED-QTY  TO WS-VND-ORDERED-QTY
003690     ADD WS-LINE-RECEIVED-QTY TO WS-VND-RECEIVED-QTY.
003700 3200-CLOSE-PO-LINE-EXIT.
003710     EXIT.
003720*
003730******************************************************************
003740*    3300-PRINT-VENDOR
003750*    PRINTS THE PRIOR VENDOR'S SCORECARD AND ROLLS THE VENDOR
003760*    INTO THE REPORT TOTALS.
003770******************************************************************
003780 3300-PRINT-VENDOR.
003790     MOVE "** NOT ON VENDOR MASTER **" TO WS-PRT-VENDOR-NAME
003800     IF WS-VND-OPEN
003810         MOVE WS-PRIOR-VENDOR-ID TO VEND-ID
003820         READ VENDOR-FILE
003830             INVALID KEY
003840                 CONTINUE
003850             NOT INVALID KEY
003860                 MOVE VEND-NAME TO WS-PRT-VENDOR-NAME
003870         END-READ
003880     END-IF
003890     DISPLAY " "
003900     DISPLAY "Vendor " WS-PRIOR-VENDOR-ID SPACE WS-PRT-VENDOR-NAME
003910     MOVE WS-VENDOR-TOTALS TO WS-CALC-TOTALS
003920     PERFORM 3400-COMPUTE-RATES
003930         THRU 3400-COMPUTE-RATES-EXIT
003940     PERFORM 3500-PRINT-FIGURES
003950         THRU 3500-PRINT-FIGURES-EXIT
003960     ADD 1 TO WS-VENDORS-LISTED
003970
003980     ADD WS-VND-RECEIPTS     TO WS-RPT-RECEIPTS
003990     ADD WS-VND-SCORED       TO WS-RPT-SCORED
004000     ADD WS-VND-ON-TIME      TO WS-RPT-ON-TIME
004010     ADD WS-VND-LATE         TO WS-RPT-LATE
004020     ADD WS-VND-DAYS-LATE    TO WS-RPT-DAYS-LATE
004030     ADD WS-VND-LINES        TO WS-RPT-LINES
004040     ADD WS-VND-ORDERED-QTY  TO WS-RPT-ORDERED-QTY
004050     ADD WS-VND-RECEIVED-QTY TO WS-RPT-RECEIVED-QTY
004060     ADD WS-VND-PO-VALUE     TO WS-RPT-PO-VALUE
004070     ADD WS-VND-PAID-VALUE   TO WS-RPT-PAID-VALUE
004080     MOVE ZERO TO WS-VND-RECEIPTS
004090     MOVE ZERO TO WS-VND-SCORED
004100     MOVE ZERO TO WS-VND-ON-TIME
004110     MOVE ZERO TO WS-VND-LATE
004120     MOVE ZERO TO WS-VND-DAYS-LATE
004130     MOVE ZERO TO WS-VND-LINES
004140     MOVE ZERO TO WS-VND-ORDERED-QTY
004150     MOVE ZERO TO WS-VND-RECEIVED-QTY
004160     MOVE ZERO TO WS-VND-PO-VALUE
004170     MOVE ZERO TO WS-VND-PAID-VALUE.
004180 3300-PRINT-VENDOR-EXIT.
004190     EXIT.
004200*
004210******************************************************************
004220*    3400-COMPUTE-RATES
004230*    WORKS OUT THE ON-TIME PERCENT, AVERAGE DAYS LATE, FILL RATE,
004240*    AND COST VARIANCE FROM WS-CALC-TOTALS.  A FIGURE WITH
004250*    NOTHING TO DIVIDE BY IS SHOWN AS ZERO.
004260******************************************************************
004270 3400-COMPUTE-RATES.
004280     MOVE ZERO TO WS-ON-TIME-PCT
004290     IF WS-CALC-SCORED > ZERO
004300         COMPUTE WS-ON-TIME-PCT ROUNDED =
004310             (WS-CALC-ON-TIME / WS-CALC-SCORED) * 100
004320     END-IF
004330     MOVE ZERO TO WS-AVG-DAYS-LATE
004340     IF WS-CALC-LATE > ZERO
004350         COMPUTE WS-AVG-DAYS-LATE ROUNDED =
004360             WS-CALC-DAYS-LATE / WS-CALC-LATE
004370     END-IF
004380     MOVE ZERO TO WS-FILL-PCT
004390     IF WS-CALC-ORDERED-QTY > ZERO
004400         COMPUTE WS-FILL-PCT ROUNDED =
004410             (WS-CALC-RECEIVED-QTY / WS-CALC-ORDERED-QTY) * 100
004420     END-IF
004430     COMPUTE WS-COST-VAR-AMT =
004440         WS-CALC-PAID-VALUE - WS-CALC-PO-VALUE
004450     MOVE ZERO TO WS-COST-VAR-PCT
004460     IF WS-CALC-PO-VALUE > ZERO
004470         COMPUTE WS-COST-VAR-PCT ROUNDED =
004480             (WS-COST-VAR-AMT / WS-CALC-PO-VALUE) * 100
004490             ON SIZE ERROR
004500                 MOVE 9999.9 TO WS-COST-VAR-PCT
004510         END-COMPUTE
004520     END-IF.
004530 3400-COMPUTE-RATES-EXIT.
004540     EXIT.
004550*
004560******************************************************************
004570*    3500-PRINT-FIGURES
004580*    PRINTS THE SCORECARD LINES FOR THE FIGURES JUST COMPUTED.
004590******************************************************************
004600 3500-PRINT-FIGURES.
004610     MOVE WS-CALC-RECEIPTS TO WS-PRT-COUNT
004620     MOVE WS-CALC-LINES    TO WS-PRT-COUNT-2
004630     MOVE WS-CALC-LATE     TO WS-PRT-COUNT-3
004640     DISPLAY "  Receipts " WS-PRT-COUNT
004650             "   PO lines " WS-PRT-COUNT-2
004660             "   Late receipts " WS-PRT-COUNT-3
004670     MOVE WS-ON-TIME-PCT   TO WS-PRT-ON-TIME-PCT
004680     MOVE WS-AVG-DAYS-LATE TO WS-PRT-AVG-DAYS-LATE
004690     MOVE WS-FILL-PCT      TO WS-PRT-FILL-PCT
004700     DISPLAY "  On time " WS-PRT-ON-TIME-PCT " pct"
004710             "   Avg days late " WS-PRT-AVG-DAYS-LATE
004720             "   Fill rate " WS-PRT-FILL-PCT " pct"
004730     MOVE WS-COST-VAR-AMT  TO WS-PRT-COST-VAR-AMT
004740     MOVE WS-COST-VAR-PCT  TO WS-PRT-COST-VAR-PCT
004750     DISPLAY "  Cost variance " WS-PRT-COST-VAR-AMT
004760             " (" WS-PRT-COST-VAR-PCT " pct of PO value)"
004770     IF WS-CALC-SCORED < WS-CALC-RECEIPTS
004780         COMPUTE WS-PRT-COUNT = WS-CALC-RECEIPTS - WS-CALC-SCORED
004790         DISPLAY "  Receipts with no quoted lead time, "
004800                 "not scored for on-time: " WS-PRT-COUNT
004810     END-IF.
004820 3500-PRINT-FIGURES-EXIT.
004830     EXIT.
004840*
004850******************************************************************
004860*    9000-TERMINATE
004870*    PRINTS THE FIGURES FOR ALL VENDORS TOGETHER AND THE RUN
004880*    COUNTS, AND CLOSES THE VENDOR MASTER.
004890******************************************************************
004900 9000-TERMINATE.
004910     IF WS-VND-OPEN
004920         CLOSE VENDOR-FILE
004930     END-IF
004940     IF WS-VENDORS-LISTED > ZERO
004950         DISPLAY " "
004960         DISPLAY "All vendors"
004970         MOVE WS-REPORT-TOTALS TO WS-CALC-TOTALS
004980         PERFORM 3400-COMPUTE-RATES
004990             THRU 3400-COMPUTE-RATES-EXIT
005000         PERFORM 3500-PRINT-FIGURES
005010             THRU 3500-PRINT-FIGURES-EXIT
005020     END-IF
005030     DISPLAY " "
005040     DISPLAY "Receipt history rows read: " WS-RECEIPTS-READ
005050     DISPLAY "Receipts in the month:     " WS-RECEIPTS-SELECTED
005060     DISPLAY "Vendors scored:            " WS-VENDORS-LISTED.
005070 9000-TERMINATE-EXIT.
005080     EXIT.
