000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. VENDOR-INVOICE-MATCH.
000030 AUTHOR. J-R-MCALLISTER.
000040 INSTALLATION. DISTRIBUTION-CENTER-APPLICATIONS-GROUP.
000050 DATE-WRITTEN. 10/14/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*    DESCRIPTION:  THREE-WAY MATCH OF VENDOR INVOICE LINES
000090*                  AGAINST THE PURCHASE ORDER AND WHAT THE PO
000100*                  RECEIVING PROGRAM HAS ACTUALLY POSTED.  EVERY
000110*                  UNMATCHED OR PREVIOUSLY EXCEPTED LINE ON
000120*                  VENDINV.DAT IS CHECKED AGAINST ITS PO LINE ON
000130*                  POMASTER.DAT:
000140*                    - THE PO LINE MUST EXIST AND BELONG TO THE
000150*                      BILLING VENDOR;
000160*                    - THE QUANTITY BILLED, TOGETHER WITH WHAT
000170*                      HAS ALREADY BEEN APPROVED ON EARLIER
000180*                      INVOICES FOR THE SAME PO LINE, MAY NOT
000190*                      EXCEED PO-ORDERED-QTY, NOR PO-RECEIVED-QTY
000200*                      (GOODS BILLED AHEAD OF RECEIPT);
000210*                    - THE UNIT COST BILLED MUST BE WITHIN THE
000220*                      PRICE TOLERANCE OF PO-UNIT-COST.
000230*                  LINES THAT PASS ARE FLAGGED APPROVED AND
000240*                  WRITTEN TO A PIPE-DELIMITED APPROVED-TO-PAY
000250*                  EXTRACT FOR THE AP SYSTEM WITH HEADER AND
000260*                  TRAILER CONTROL TOTALS.  LINES THAT FAIL ARE
000270*                  FLAGGED AS EXCEPTIONS AND LISTED, ONE ROW PER
000280*                  REASON, ON THE MATCH-EXCEPTION REPORT FOR
000290*                  PURCHASING; THEY ARE TRIED AGAIN ON THE NEXT
000300*                  RUN.
000310*
000320*    MODIFICATION HISTORY
000330*    DATE       INIT  DESCRIPTION
000340*    ---------  ----  -------------------------------------------
000350*    2026-10-14 JRM   ORIGINAL PROGRAM.
000360******************************************************************
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT VENDOR-INVOICE-FILE ASSIGN TO "vendinv.dat"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS VI-KEY
000440         FILE STATUS IS WS-VIN-STATUS.
000450
000460     SELECT PO-MASTER-FILE ASSIGN TO "pomaster.dat"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS PO-KEY
000500         FILE STATUS IS WS-POM-STATUS.
000510
000520     SELECT BILLED-WORK-FILE ASSIGN TO "matchwrk.dat"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS BW-KEY
000560         FILE STATUS IS WS-WRK-STATUS.
000570
000580     SELECT AP-EXTRACT-FILE ASSIGN TO "apextract.dat"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-EXT-STATUS.
000610
000620     SELECT EXCEPTION-REPORT-FILE ASSIGN TO "matchexc.rpt"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-RPT-STATUS.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  VENDOR-INVOICE-FILE.
000680     COPY VINVREC.
000690*
000700 FD  PO-MASTER-FILE.
000710     COPY POMAST.
000720*
000730 FD  BILLED-WORK-FILE.
000740 01  BILLED-WORK-RECORD.
000750     05  BW-KEY.
000760         10  BW-PO-NUMBER         PIC 9(06).
000770         10  BW-PO-LINE-NO        PIC 9(03).
000780     05  BW-APPROVED-QTY      PIC 9(07).
000790*
000800 FD  AP-EXTRACT-FILE.
000810 01  AP-EXTRACT-RECORD        PIC X(100).
000820*
000830 FD  EXCEPTION-REPORT-FILE.
000840 01  EXCEPTION-REPORT-RECORD  PIC X(100).
000850*
000860 WORKING-STORAGE SECTION.
000870******************************************************************
000880*    SWITCHES AND FLAGS
000890******************************************************************
000900 01  WS-SWITCHES.
000910     05  WS-EOF-SW            PIC X(01)   VALUE 'N'.
000920         88  WS-EOF                       VALUE 'Y'.
000930     05  WS-ABORT-SW          PIC X(01)   VALUE 'N'.
000940         88  WS-ABORT                     VALUE 'Y'.
000950     05  WS-WORK-FOUND-SW     PIC X(01)   VALUE 'N'.
000960         88  WS-WORK-FOUND                VALUE 'Y'.
000970     05  WS-PO-FOUND-SW       PIC X(01)   VALUE 'N'.
000980         88  WS-PO-FOUND                  VALUE 'Y'.
000990     05  WS-LINE-BAD-SW       PIC X(01)   VALUE 'N'.
001000         88  WS-LINE-BAD                  VALUE 'Y'.
001003     05  WS-FILES-OPEN-SW     PIC X(01)   VALUE 'N'.
001006         88  WS-FILES-OPEN                VALUE 'Y'.
001010*
001020******************************************************************
001030*    FILE STATUS AND MATCH WORK AREAS
001040******************************************************************
001050 01  WS-VIN-STATUS            PIC X(02).
001060 01  WS-POM-STATUS            PIC X(02).
001070 01  WS-WRK-STATUS            PIC X(02).
001080 01  WS-EXT-STATUS            PIC X(02).
001090 01  WS-RPT-STATUS            PIC X(02).
001100 01  WS-RUN-DATE              PIC 9(08).
001110 01  WS-PRIOR-BILLED-QTY      PIC 9(07).
001120 01  WS-NET-BILLED-QTY        PIC 9(07).
001130 01  WS-COST-VARIANCE         PIC 9(05)V99.
001140 01  WS-ALLOWED-VARIANCE      PIC 9(05)V99.
001150 01  WS-LINE-AMOUNT           PIC 9(09)V99.
001160 01  WS-EXCEPTION-REASON      PIC X(30).
001170*
001180******************************************************************
001190*    MATCH TOLERANCE
001200*    THE SHOP'S STANDING AP POLICY: A BILLED UNIT COST WITHIN
001210*    TWO PERCENT OF THE PO UNIT COST, EITHER WAY, IS PAID AS
001220*    BILLED.  QUANTITY HAS NO TOLERANCE - WE DO NOT PAY FOR
001230*    GOODS NOT RECEIVED.
001240******************************************************************
001250 01  WS-PRICE-TOLERANCE-PCT   PIC 9(02)V99 VALUE 2.00.
001260*
001270******************************************************************
001280*    RUN TOTALS
001290******************************************************************
001300 01  WS-TOTALS.
001310     05  WS-LINES-READ        PIC 9(07)   COMP VALUE ZERO.
001320     05  WS-LINES-PRIOR       PIC 9(07)   COMP VALUE ZERO.
001330     05  WS-LINES-APPROVED    PIC 9(07)   COMP VALUE ZERO.
001340     05  WS-LINES-EXCEPTED    PIC 9(07)   COMP VALUE ZERO.
001350     05  WS-EXCEPTION-ROWS    PIC 9(07)   COMP VALUE ZERO.
001360 01  WS-QTY-HASH-TOTAL        PIC 9(11)          VALUE ZERO.
001370 01  WS-AMOUNT-TOTAL          PIC 9(13)V99       VALUE ZERO.
001380*
001390******************************************************************
001400*    APPROVED-TO-PAY EXTRACT LAYOUTS.  FIXED-WIDTH FIELDS
001410*    SEPARATED BY PIPES; THE AP SYSTEM TRIMS TRAILING SPACES.
001420******************************************************************
001430 01  WS-EXT-HEADER.
001440     05  FILLER               PIC X(02)   VALUE "H|".
001450     05  WS-HDR-RUN-DATE      PIC 9(08).
001460 01  WS-EXT-DETAIL.
001470     05  FILLER               PIC X(02)   VALUE "D|".
001480     05  WS-DET-VENDOR-ID     PIC X(05).
001490     05  FILLER               PIC X(01)   VALUE "|".
001500     05  WS-DET-INVOICE-NO    PIC X(10).
001510     05  FILLER               PIC X(01)   VALUE "|".
001520     05  WS-DET-LINE-NO       PIC 9(03).
001530     05  FILLER               PIC X(01)   VALUE "|".
001540     05  WS-DET-INVOICE-DATE  PIC 9(08).
001550     05  FILLER               PIC X(01)   VALUE "|".
001560     05  WS-DET-PO-NUMBER     PIC 9(06).
001570     05  FILLER               PIC X(01)   VALUE "|".
001580     05  WS-DET-PO-LINE-NO    PIC 9(03).
001590     05  FILLER               PIC X(01)   VALUE "|".
001600     05  WS-DET-ITEM-ID       PIC 9(05).
001610     05  FILLER               PIC X(01)   VALUE "|".
001620     05  WS-DET-WAREHOUSE-ID  PIC X(05).
001630     05  FILLER               PIC X(01)   VALUE "|".
001640     05  WS-DET-QTY           PIC 9(05).
001650     05  FILLER               PIC X(01)   VALUE "|".
001660     05  WS-DET-UNIT-COST     PIC 9(05).99.
001670     05  FILLER               PIC X(01)   VALUE "|".
001680     05  WS-DET-AMOUNT        PIC 9(09).99.
001690 01  WS-EXT-TRAILER.
001700     05  FILLER               PIC X(02)   VALUE "T|".
001710     05  WS-TRL-RECORD-COUNT  PIC 9(07).
001720     05  FILLER               PIC X(01)   VALUE "|".
001730     05  WS-TRL-QTY-HASH      PIC 9(11).
001740     05  FILLER               PIC X(01)   VALUE "|".
001750     05  WS-TRL-AMOUNT-TOTAL  PIC 9(13).99.
001760*
001770******************************************************************
001780*    MATCH-EXCEPTION REPORT LAYOUTS
001790******************************************************************
001800 01  WS-RPT-HEADING.
001810     05  FILLER               PIC X(30)
001820         VALUE "Invoice Match Exceptions - Run".
001830     05  FILLER               PIC X(01)   VALUE SPACE.
001840     05  WS-RPT-HDG-DATE      PIC 9(08).
001850 01  WS-RPT-COLUMNS.
001860     05  FILLER               PIC X(40)
001870         VALUE "Vend  Invoice    Ln  PO     Ln  Billed R".
001880     05  FILLER               PIC X(40)
001890         VALUE "ecvd Bill-Cost PO-Cost  Reason         ".
001900 01  WS-RPT-DETAIL.
001910     05  WS-RPT-VENDOR-ID     PIC X(05).
001920     05  FILLER               PIC X(01)   VALUE SPACE.
001930     05  WS-RPT-INVOICE-NO    PIC X(10).
001940     05  FILLER               PIC X(01)   VALUE SPACE.
001950     05  WS-RPT-LINE-NO       PIC 9(03).
001960     05  FILLER               PIC X(01)   VALUE SPACE.
001970     05  WS-RPT-PO-NUMBER     PIC 9(06).
001980     05  FILLER               PIC X(01)   VALUE SPACE.
001990     05  WS-RPT-PO-LINE-NO    PIC 9(03).
002000     05  FILLER               PIC X(01)   VALUE SPACE.
002010     05  WS-RPT-BILLED-QTY    PIC 9(05).
002020     05  FILLER               PIC X(01)   VALUE SPACE.
002030     05  WS-RPT-RECEIVED-QTY  PIC 9(05).
002040     05  FILLER               PIC X(01)   VALUE SPACE.
002050     05  WS-RPT-BILLED-COST   PIC 9(05).99.
002060     05  FILLER               PIC X(01)   VALUE SPACE.
002070     05  WS-RPT-PO-COST       PIC 9(05).99.
002080     05  FILLER               PIC X(01)   VALUE SPACE.
002090     05  WS-RPT-REASON        PIC X(30).
002100 01  WS-RPT-TRAILER.
002110     05  FILLER               PIC X(12)
002120         VALUE "Lines read: ".
002130     05  WS-RPT-READ-COUNT    PIC 9(07).
002140     05  FILLER               PIC X(12)
002150         VALUE "  approved: ".
002160     05  WS-RPT-APPROVED      PIC 9(07).
002170     05  FILLER               PIC X(14)
002180         VALUE "  exceptions: ".
002190     05  WS-RPT-EXCEPTED      PIC 9(07).
002200*
002210 PROCEDURE DIVISION.
002220******************************************************************
002230*    0000-MAINLINE
002240*    LOADS WHAT HAS ALREADY BEEN APPROVED, THEN MATCHES THE
002250*    OUTSTANDING INVOICE LINES.
002260******************************************************************
002270 0000-MAINLINE.
002280     PERFORM 1000-INITIALIZE
002290         THRU 1000-INITIALIZE-EXIT
002300     PERFORM UNTIL WS-EOF
002310         PERFORM 2000-LOAD-PRIOR-BILLING
002320             THRU 2000-LOAD-PRIOR-BILLING-EXIT
002330     END-PERFORM
002340     IF NOT WS-ABORT
002350         PERFORM 2900-START-MATCH-PASS
002360             THRU 2900-START-MATCH-PASS-EXIT
002370     END-IF
002380     PERFORM UNTIL WS-EOF
002390         PERFORM 3000-MATCH-INVOICE-LINE
002400             THRU 3000-MATCH-INVOICE-LINE-EXIT
002410     END-PERFORM
002420     PERFORM 9000-TERMINATE
002430         THRU 9000-TERMINATE-EXIT
002440     STOP RUN.
002450*
002460******************************************************************
002470*    1000-INITIALIZE
002480*    OPENS THE INVOICE FILE, THE PO MASTER, A FRESH BILLED-QTY
002490*    WORK FILE, THE EXTRACT AND THE REPORT, AND WRITES THE
002500*    HEADINGS.  ANY OPEN FAILURE ABANDONS THE RUN WITH RETURN
002510*    CODE 8 AND NOTHING IS APPROVED.
002520******************************************************************
002530 1000-INITIALIZE.
002540     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002550     OPEN INPUT VENDOR-INVOICE-FILE
002560     IF WS-VIN-STATUS NOT EQUAL "00"
002570         DISPLAY "Unable to open vendor invoice file, status: "
002580                 WS-VIN-STATUS
002590         GO TO 1000-INITIALIZE-ABORT
002600     END-IF
002610     OPEN INPUT PO-MASTER-FILE
002620     IF WS-POM-STATUS NOT EQUAL "00"
002630         DISPLAY "Unable to open PO master file, status: "
002640                 WS-POM-STATUS
002650         CLOSE VENDOR-INVOICE-FILE
002660         GO TO 1000-INITIALIZE-ABORT
002670     END-IF
002680     OPEN OUTPUT BILLED-WORK-FILE
002690     IF WS-WRK-STATUS NOT EQUAL "00"
002700         DISPLAY "Unable to open match work file, status: "
002710                 WS-WRK-STATUS
002720         CLOSE VENDOR-INVOICE-FILE
002730         CLOSE PO-MASTER-FILE
002740         GO TO 1000-INITIALIZE-ABORT
002750     END-IF
002760     CLOSE BILLED-WORK-FILE
002770     OPEN I-O BILLED-WORK-FILE
002771     IF WS-WRK-STATUS NOT EQUAL "00"
002772         DISPLAY "Unable to reopen match work file, status: "
002773                 WS-WRK-STATUS
002774         CLOSE VENDOR-INVOICE-FILE
002775         CLOSE PO-MASTER-FILE
002776         GO TO 1000-INITIALIZE-ABORT
002777     END-IF
002780     OPEN OUTPUT AP-EXTRACT-FILE
002790     IF WS-EXT-STATUS NOT EQUAL "00"
002800         DISPLAY "Unable to open AP extract file, status: "
002810                 WS-EXT-STATUS
002820         CLOSE VENDOR-INVOICE-FILE
002830         CLOSE PO-MASTER-FILE
002840         CLOSE BILLED-WORK-FILE
002850         GO TO 1000-INITIALIZE-ABORT
002860     END-IF
002870     OPEN OUTPUT EXCEPTION-REPORT-FILE
002880     IF WS-RPT-STATUS NOT EQUAL "00"
002890         DISPLAY "Unable to open exception report, status: "
002900                 WS-RPT-STATUS
002910         CLOSE VENDOR-INVOICE-FILE
002920         CLOSE PO-MASTER-FILE
002930         CLOSE BILLED-WORK-FILE
002940         CLOSE AP-EXTRACT-FILE
002950         GO TO 1000-INITIALIZE-ABORT
002960     END-IF
002970     MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
002980     MOVE WS-EXT-HEADER TO AP-EXTRACT-RECORD
002990     WRITE AP-EXTRACT-RECORD
002995     MOVE 'Y' TO WS-FILES-OPEN-SW
003000     MOVE WS-RUN-DATE TO WS-RPT-HDG-DATE
003010     MOVE WS-RPT-HEADING TO EXCEPTION-REPORT-RECORD
003020     WRITE EXCEPTION-REPORT-RECORD
003030     MOVE WS-RPT-COLUMNS TO EXCEPTION-REPORT-RECORD
003040     WRITE EXCEPTION-REPORT-RECORD
003050     READ VENDOR-INVOICE-FILE NEXT RECORD
003060         AT END
003070             MOVE 'Y' TO WS-EOF-SW
003080     END-READ
003090     GO TO 1000-INITIALIZE-EXIT.
003100*
003110 1000-INITIALIZE-ABORT.
003120     MOVE 'Y' TO WS-ABORT-SW
003130     MOVE 'Y' TO WS-EOF-SW
003140     MOVE 8 TO RETURN-CODE.
003150 1000-INITIALIZE-EXIT.
003160     EXIT.
003170*
003180******************************************************************
003190*    2000-LOAD-PRIOR-BILLING
003200*    FIRST PASS.  ROLLS THE QUANTITY OF EVERY LINE ALREADY
003210*    APPROVED ON AN EARLIER RUN INTO THE WORK FILE BY PO LINE,
003220*    SO A SECOND INVOICE FOR THE SAME GOODS IS CAUGHT.
003230******************************************************************
003240 2000-LOAD-PRIOR-BILLING.
003250     IF NOT VI-APPROVED
003260         GO TO 2000-LOAD-PRIOR-BILLING-READ
003270     END-IF
003280     ADD 1 TO WS-LINES-PRIOR
003290     PERFORM 3600-ADD-APPROVED-QTY
003300         THRU 3600-ADD-APPROVED-QTY-EXIT.
003310*
003320 2000-LOAD-PRIOR-BILLING-READ.
003330     READ VENDOR-INVOICE-FILE NEXT RECORD
003340         AT END
003350             MOVE 'Y' TO WS-EOF-SW
003360     END-READ.
003370 2000-LOAD-PRIOR-BILLING-EXIT.
003380     EXIT.
003390*
003400******************************************************************
003410*    2900-START-MATCH-PASS
003420*    REOPENS THE INVOICE FILE FOR UPDATE AND READS THE FIRST
003430*    LINE FOR THE MATCH PASS.
003440******************************************************************
003450 2900-START-MATCH-PASS.
003460     CLOSE VENDOR-INVOICE-FILE
003470     MOVE 'N' TO WS-EOF-SW
003480     OPEN I-O VENDOR-INVOICE-FILE
003490     IF WS-VIN-STATUS NOT EQUAL "00"
003500         DISPLAY "Unable to reopen vendor invoice file, status: "
003510                 WS-VIN-STATUS
003520         MOVE 'Y' TO WS-ABORT-SW
003530         MOVE 'Y' TO WS-EOF-SW
003540         MOVE 8 TO RETURN-CODE
003550         GO TO 2900-START-MATCH-PASS-EXIT
003560     END-IF
003570     READ VENDOR-INVOICE-FILE NEXT RECORD
003580         AT END
003590             MOVE 'Y' TO WS-EOF-SW
003600     END-READ.
003610 2900-START-MATCH-PASS-EXIT.
003620     EXIT.
003630*
003640******************************************************************
003650*    3000-MATCH-INVOICE-LINE
003660*    SECOND PASS.  MATCHES ONE OUTSTANDING INVOICE LINE AGAINST
003670*    ITS PO LINE, THEN FLAGS IT APPROVED (AND EXTRACTS IT) OR
003680*    EXCEPTED.  LINES APPROVED ON AN EARLIER RUN ARE SKIPPED.
003690******************************************************************
003700 3000-MATCH-INVOICE-LINE.
003710     IF VI-APPROVED
003720         GO TO 3000-MATCH-INVOICE-LINE-READ
003730     END-IF
003740     ADD 1 TO WS-LINES-READ
003750     MOVE 'N' TO WS-LINE-BAD-SW
003760
003770     MOVE 'N' TO WS-PO-FOUND-SW
003780     MOVE VI-PO-NUMBER  TO PO-NUMBER
003790     MOVE VI-PO-LINE-NO TO PO-LINE-NO
003800     READ PO-MASTER-FILE
003810         INVALID KEY
003820             MOVE ZERO TO PO-RECEIVED-QTY
003830             MOVE ZERO TO PO-UNIT-COST
003840         NOT INVALID KEY
003850             MOVE 'Y' TO WS-PO-FOUND-SW
003860     END-READ
003870     IF NOT WS-PO-FOUND
003880         MOVE "PO line not on PO master" TO WS-EXCEPTION-REASON
003890         PERFORM 3500-WRITE-EXCEPTION
003900             THRU 3500-WRITE-EXCEPTION-EXIT
003910         GO TO 3000-MATCH-INVOICE-LINE-SETTLE
003920     END-IF
003930     IF PO-VENDOR-ID NOT EQUAL VI-VENDOR-ID
003940         MOVE "PO line is another vendor's" TO WS-EXCEPTION-REASON
003950         PERFORM 3500-WRITE-EXCEPTION
003960             THRU 3500-WRITE-EXCEPTION-EXIT
003970         GO TO 3000-MATCH-INVOICE-LINE-SETTLE
003980     END-IF
003990
004000     MOVE ZERO TO WS-PRIOR-BILLED-QTY
004010     MOVE VI-PO-NUMBER  TO BW-PO-NUMBER
004020     MOVE VI-PO-LINE-NO TO BW-PO-LINE-NO
004030     READ BILLED-WORK-FILE
004040         INVALID KEY
004050             CONTINUE
004060         NOT INVALID KEY
004070             MOVE BW-APPROVED-QTY TO WS-PRIOR-BILLED-QTY
004080     END-READ
004090     COMPUTE WS-NET-BILLED-QTY =
004100         WS-PRIOR-BILLED-QTY + VI-BILLED-QTY
004110     IF WS-NET-BILLED-QTY > PO-ORDERED-QTY
004120         MOVE "Qty billed over PO ordered" TO WS-EXCEPTION-REASON
004130         PERFORM 3500-WRITE-EXCEPTION
004140             THRU 3500-WRITE-EXCEPTION-EXIT
004150     ELSE
004160         IF WS-NET-BILLED-QTY > PO-RECEIVED-QTY
004170             MOVE "Billed ahead of receipt" TO WS-EXCEPTION-REASON
004180             PERFORM 3500-WRITE-EXCEPTION
004190                 THRU 3500-WRITE-EXCEPTION-EXIT
004200         END-IF
004210     END-IF
004220
004230     IF VI-BILLED-UNIT-COST > PO-UNIT-COST
004240         COMPUTE WS-COST-VARIANCE =
004250             VI-BILLED-UNIT-COST - PO-UNIT-COST
004260     ELSE
004270         COMPUTE WS-COST-VARIANCE =
004280             PO-UNIT-COST - VI-BILLED-UNIT-COST
004290     END-IF
004300     COMPUTE WS-ALLOWED-VARIANCE ROUNDED =
004310         PO-UNIT-COST * WS-PRICE-TOLERANCE-PCT / 100
004320     IF WS-COST-VARIANCE > WS-ALLOWED-VARIANCE
004330         MOVE "Unit cost outside tolerance" TO WS-EXCEPTION-REASON
004340         PERFORM 3500-WRITE-EXCEPTION
004350             THRU 3500-WRITE-EXCEPTION-EXIT
004360     END-IF.
004370*
004380 3000-MATCH-INVOICE-LINE-SETTLE.
004390     IF WS-LINE-BAD
004400         SET VI-EXCEPTION TO TRUE
004410         ADD 1 TO WS-LINES-EXCEPTED
004420     ELSE
004430         SET VI-APPROVED TO TRUE
004440         ADD 1 TO WS-LINES-APPROVED
004450         PERFORM 3400-WRITE-APPROVED-LINE
004460             THRU 3400-WRITE-APPROVED-LINE-EXIT
004470         PERFORM 3600-ADD-APPROVED-QTY
004480             THRU 3600-ADD-APPROVED-QTY-EXIT
004490     END-IF
004500     MOVE WS-RUN-DATE TO VI-MATCH-DATE
004510     REWRITE VENDOR-INVOICE-RECORD.
004520*
004530 3000-MATCH-INVOICE-LINE-READ.
004540     READ VENDOR-INVOICE-FILE NEXT RECORD
004550         AT END
004560             MOVE 'Y' TO WS-EOF-SW
004570     END-READ.
004580 3000-MATCH-INVOICE-LINE-EXIT.
004590     EXIT.
004600*
004610******************************************************************
004620*    3400-WRITE-APPROVED-LINE
004630*    WRITES ONE APPROVED LINE TO THE AP EXTRACT, VALUED AT THE
004640*    BILLED UNIT COST, AND ROLLS IT INTO THE TRAILER TOTALS.
004650******************************************************************
004660 3400-WRITE-APPROVED-LINE.
004670     COMPUTE WS-LINE-AMOUNT = VI-BILLED-QTY * VI-BILLED-UNIT-COST
004680     MOVE VI-VENDOR-ID        TO WS-DET-VENDOR-ID
004690     MOVE VI-INVOICE-NO       TO WS-DET-INVOICE-NO
004700     MOVE VI-LINE-NO          TO WS-DET-LINE-NO
004710     MOVE VI-INVOICE-DATE     TO WS-DET-INVOICE-DATE
004720     MOVE VI-PO-NUMBER        TO WS-DET-PO-NUMBER
004730     MOVE VI-PO-LINE-NO       TO WS-DET-PO-LINE-NO
004740     MOVE PO-ITEM-ID          TO WS-DET-ITEM-ID
004750     MOVE PO-WAREHOUSE-ID     TO WS-DET-WAREHOUSE-ID
004760     MOVE VI-BILLED-QTY       TO WS-DET-QTY
004770     MOVE VI-BILLED-UNIT-COST TO WS-DET-UNIT-COST
004780     MOVE WS-LINE-AMOUNT      TO WS-DET-AMOUNT
004790     MOVE WS-EXT-DETAIL       TO AP-EXTRACT-RECORD
004800     WRITE AP-EXTRACT-RECORD
004810     ADD VI-BILLED-QTY  TO WS-QTY-HASH-TOTAL
004820     ADD WS-LINE-AMOUNT TO WS-AMOUNT-TOTAL.
004830 3400-WRITE-APPROVED-LINE-EXIT.
004840     EXIT.
004850*
004860******************************************************************
004870*    3500-WRITE-EXCEPTION
004880*    PRINTS ONE MATCH-EXCEPTION ROW FOR THE CURRENT LINE AND
004890*    MARKS THE LINE BAD.  THE CALLER SETS WS-EXCEPTION-REASON.
004900******************************************************************
004910 3500-WRITE-EXCEPTION.
004920     MOVE 'Y' TO WS-LINE-BAD-SW
004930     ADD 1 TO WS-EXCEPTION-ROWS
004940     MOVE VI-VENDOR-ID        TO WS-RPT-VENDOR-ID
004950     MOVE VI-INVOICE-NO       TO WS-RPT-INVOICE-NO
004960     MOVE VI-LINE-NO          TO WS-RPT-LINE-NO
004970     MOVE VI-PO-NUMBER        TO WS-RPT-PO-NUMBER
004980     MOVE VI-PO-LINE-NO       TO WS-RPT-PO-LINE-NO
004990     MOVE VI-BILLED-QTY       TO WS-RPT-BILLED-QTY
005000     MOVE PO-RECEIVED-QTY     TO WS-RPT-RECEIVED-QTY
005010     MOVE VI-BILLED-UNIT-COST TO WS-RPT-BILLED-COST
005020     MOVE PO-UNIT-COST        TO WS-RPT-PO-COST
005030     MOVE WS-EXCEPTION-REASON TO WS-RPT-REASON
005040     MOVE WS-RPT-DETAIL       TO EXCEPTION-REPORT-RECORD
005050     WRITE EXCEPTION-REPORT-RECORD.
005060 3500-WRITE-EXCEPTION-EXIT.
005070     EXIT.
005080*
005090******************************************************************
005100*    3600-ADD-APPROVED-QTY
005110*    ADDS THE CURRENT INVOICE LINE'S QUANTITY TO THE APPROVED
005120*    TOTAL FOR ITS PO LINE ON THE WORK FILE.
005130******************************************************************
005140 3600-ADD-APPROVED-QTY.
005150     MOVE 'N' TO WS-WORK-FOUND-SW
005160     MOVE VI-PO-NUMBER  TO BW-PO-NUMBER
005170     MOVE VI-PO-LINE-NO TO BW-PO-LINE-NO
005180     READ BILLED-WORK-FILE
005190         INVALID KEY
005200             CONTINUE
005210         NOT INVALID KEY
005220             MOVE 'Y' TO WS-WORK-FOUND-SW
005230     END-READ
005240     IF WS-WORK-FOUND
005250         ADD VI-BILLED-QTY TO BW-APPROVED-QTY
005260         REWRITE BILLED-WORK-RECORD
005270     ELSE
005280         MOVE VI-PO-NUMBER  TO BW-PO-NUMBER
005290         MOVE VI-PO-LINE-NO TO BW-PO-LINE-NO
005300         MOVE VI-BILLED-QTY TO BW-APPROVED-QTY
005310         WRITE BILLED-WORK-RECORD
005320     END-IF.
005330 3600-ADD-APPROVED-QTY-EXIT.
005340     EXIT.
005350*
005360******************************************************************
005370*    9000-TERMINATE
005380*    WRITES THE EXTRACT TRAILER AND REPORT TOTALS, CLOSES THE
005390*    FILES, AND PRINTS THE RUN TOTALS.  AN ABANDONED RUN THAT HAD
005393*    ALREADY STARTED THE EXTRACT EMPTIES IT INSTEAD, SO THE AP
005396*    SYSTEM NEVER SEES A HEADER WITHOUT A CONTROL-TOTAL TRAILER.
005400******************************************************************
005410 9000-TERMINATE.
005420     IF WS-ABORT
005430         DISPLAY "Invoice match abandoned"
005433         IF WS-FILES-OPEN
005436             PERFORM 9100-EMPTY-EXTRACT
005437                 THRU 9100-EMPTY-EXTRACT-EXIT
005438         END-IF
005440         GO TO 9000-TERMINATE-EXIT
005450     END-IF
005460     MOVE WS-LINES-APPROVED TO WS-TRL-RECORD-COUNT
005470     MOVE WS-QTY-HASH-TOTAL TO WS-TRL-QTY-HASH
005480     MOVE WS-AMOUNT-TOTAL   TO WS-TRL-AMOUNT-TOTAL
005490     MOVE WS-EXT-TRAILER    TO AP-EXTRACT-RECORD
005500     WRITE AP-EXTRACT-RECORD
005510     MOVE WS-LINES-READ     TO WS-RPT-READ-COUNT
005520     MOVE WS-LINES-APPROVED TO WS-RPT-APPROVED
005530     MOVE WS-LINES-EXCEPTED TO WS-RPT-EXCEPTED
005540     MOVE WS-RPT-TRAILER    TO EXCEPTION-REPORT-RECORD
005550     WRITE EXCEPTION-REPORT-RECORD
005560     CLOSE VENDOR-INVOICE-FILE
005570     CLOSE PO-MASTER-FILE
005580     CLOSE BILLED-WORK-FILE
005590     CLOSE AP-EXTRACT-FILE
005600     CLOSE EXCEPTION-REPORT-FILE
005610     DISPLAY "Invoice match complete."
005620     DISPLAY "Lines approved earlier:  " WS-LINES-PRIOR
005630     DISPLAY "Lines matched this run:  " WS-LINES-READ
005640     DISPLAY "Lines approved to pay:   " WS-LINES-APPROVED
005650     DISPLAY "Lines on exception:      " WS-LINES-EXCEPTED
005660     DISPLAY "Exception rows printed:  " WS-EXCEPTION-ROWS
005670     DISPLAY "Amount approved:         " WS-AMOUNT-TOTAL.
005680 9000-TERMINATE-EXIT.
005690     EXIT.
005700*
005710******************************************************************
005720*    9100-EMPTY-EXTRACT
005730*    CLOSES THE FILES OPENED BY 1000-INITIALIZE WHEN THE MATCH
005740*    PASS COULD NOT START, AND REOPENS THE EXTRACT OUTPUT TO
005750*    EMPTY IT.  NOTHING HAS BEEN APPROVED ON THIS RUN, SO THE
005760*    INVOICE LINES ARE PICKED UP AGAIN ON THE NEXT ONE.
005770******************************************************************
005780 9100-EMPTY-EXTRACT.
005790     CLOSE PO-MASTER-FILE
005800     CLOSE BILLED-WORK-FILE
005810     CLOSE EXCEPTION-REPORT-FILE
005820     CLOSE AP-EXTRACT-FILE
005830     OPEN OUTPUT AP-EXTRACT-FILE
005840     IF WS-EXT-STATUS NOT EQUAL "00"
005850         DISPLAY "Unable to empty AP extract file, status: "
005860                 WS-EXT-STATUS
005870         GO TO 9100-EMPTY-EXTRACT-EXIT
005880     END-IF
005890     CLOSE AP-EXTRACT-FILE.
005900 9100-EMPTY-EXTRACT-EXIT.
005910     EXIT.
