000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. VENDOR-INVOICE-ENTRY.
000030 AUTHOR. J-R-MCALLISTER.
000040 INSTALLATION. DISTRIBUTION-CENTER-APPLICATIONS-GROUP.
000050 DATE-WRITTEN. 10/14/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*    DESCRIPTION:  INTERACTIVE ENTRY OF VENDOR INVOICES FOR
000090*                  ACCOUNTS PAYABLE.  AN INVOICE IS KEYED ONCE
000100*                  (VENDOR, INVOICE NUMBER, INVOICE DATE) AND
000110*                  THEN LINE BY LINE, EACH LINE NAMING THE PO
000120*                  NUMBER AND PO LINE IT BILLS FOR WITH THE
000130*                  QUANTITY AND UNIT COST ON THE VENDOR'S PAPER.
000140*                  THE VENDOR MUST BE ON THE VENDOR MASTER AND
000150*                  EACH PO LINE MUST BELONG TO THAT VENDOR, BUT NO
000160*                  QUANTITY OR PRICE JUDGEMENT IS MADE HERE - THE
000170*                  LINES ARE FILED UNMATCHED AND LEFT FOR THE
000180*                  VENDOR INVOICE MATCH RUN.
000190*
000200*    MODIFICATION HISTORY
000210*    DATE       INIT  DESCRIPTION
000220*    ---------  ----  -------------------------------------------
000230*    2026-10-14 JRM   ORIGINAL PROGRAM.
000240******************************************************************
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT OPTIONAL VENDOR-INVOICE-FILE ASSIGN TO "vendinv.dat"
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS VI-KEY
000320         FILE STATUS IS WS-VIN-STATUS.
000330
000340     SELECT VENDOR-FILE ASSIGN TO "vendmast.dat"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS VEND-ID
000380         FILE STATUS IS WS-VND-STATUS.
000390
000400     SELECT PO-MASTER-FILE ASSIGN TO "pomaster.dat"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS PO-KEY
000440         FILE STATUS IS WS-POM-STATUS.
000450
000460     SELECT OPERATOR-FILE ASSIGN TO "opermast.dat"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS OPR-ID
000500         FILE STATUS IS WS-OPR-STATUS.
000510
000520     SELECT OPTIONAL SECURITY-LOG-FILE ASSIGN TO "seclog.dat"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-SEC-STATUS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  VENDOR-INVOICE-FILE.
000580     COPY VINVREC.
000590*
000600 FD  VENDOR-FILE.
000610     COPY VENDREC.
000620*
000630 FD  PO-MASTER-FILE.
000640     COPY POMAST.
000650*
000660 FD  OPERATOR-FILE.
000670     COPY OPERREC.
000680*
000690 FD  SECURITY-LOG-FILE.
000700     COPY SECREC.
000710*
000720 WORKING-STORAGE SECTION.
000730******************************************************************
000740*    SWITCHES AND FLAGS
000750******************************************************************
000760 01  WS-SWITCHES.
000770     05  WS-EOF-SW            PIC X(01)   VALUE 'N'.
000780         88  WS-EOF                       VALUE 'Y'.
000790     05  WS-FOUND-SW          PIC X(01)   VALUE 'N'.
000800         88  WS-FOUND                     VALUE 'Y'.
000810     05  WS-SIGNED-ON-SW      PIC X(01)   VALUE 'N'.
000820         88  WS-SIGNED-ON                 VALUE 'Y'.
000830     05  WS-INVOICE-DONE-SW   PIC X(01)   VALUE 'N'.
000840         88  WS-INVOICE-DONE              VALUE 'Y'.
000850     05  WS-LIST-DONE-SW      PIC X(01)   VALUE 'N'.
000860         88  WS-LIST-DONE                 VALUE 'Y'.
000870*
000880******************************************************************
000890*    FILE STATUS AND MENU WORK AREAS
000900******************************************************************
000910 01  WS-VIN-STATUS            PIC X(02).
000920 01  WS-VND-STATUS            PIC X(02).
000930 01  WS-POM-STATUS            PIC X(02).
000940 01  WS-OPR-STATUS            PIC X(02).
000950 01  WS-SEC-STATUS            PIC X(02).
000960 01  WS-MENU-CHOICE           PIC X(01).
000970 01  WS-OPERATOR-ID           PIC X(05).
000980 01  WS-PASSWORD              PIC X(08).
000990 01  WS-AUTH-LEVEL            PIC 9(01)   VALUE ZERO.
001000     88  WS-SUPERVISOR                    VALUE 2.
001010 01  WS-SIGNON-TRIES          PIC 9(01)   VALUE ZERO.
001020 01  WS-SEC-EVENT             PIC X(01).
001030 01  WS-SEC-DETAIL            PIC X(30).
001040*
001050******************************************************************
001060*    INVOICE ENTRY WORK AREAS
001070******************************************************************
001080 01  WS-VEND-ID               PIC X(05).
001090 01  WS-INVOICE-NO            PIC X(10).
001100 01  WS-INVOICE-DATE          PIC 9(08).
001110 01  WS-NEXT-LINE-NO          PIC 9(03).
001120 01  WS-PO-NUMBER             PIC 9(06).
001130 01  WS-PO-LINE-NO            PIC 9(03).
001140 01  WS-BILLED-QTY            PIC 9(05).
001150 01  WS-BILLED-COST           PIC 9(05)V99.
001160 01  WS-LINE-AMOUNT           PIC 9(09)V99.
001170 01  WS-INVOICE-AMOUNT        PIC 9(11)V99.
001180 01  WS-LINES-ENTERED         PIC 9(03).
001190*
001200 PROCEDURE DIVISION.
001210******************************************************************
001220*    0000-MAINLINE
001230*    CONTROLS THE MAIN MENU LOOP FOR THE PROGRAM.
001240******************************************************************
001250 0000-MAINLINE.
001260     PERFORM 0100-SIGN-ON
001270         THRU 0100-SIGN-ON-EXIT
001280     PERFORM UNTIL WS-EOF
001290         DISPLAY "Vendor Invoice Entry"
001300         PERFORM 1000-DISPLAY-MENU
001310             THRU 1000-DISPLAY-MENU-EXIT
001320         ACCEPT WS-MENU-CHOICE
001330         EVALUATE WS-MENU-CHOICE
001340             WHEN '1'
001350                 PERFORM 2000-ENTER-INVOICE
001360                     THRU 2000-ENTER-INVOICE-EXIT
001370             WHEN '2'
001380                 PERFORM 3000-DISPLAY-INVOICE
001390                     THRU 3000-DISPLAY-INVOICE-EXIT
001400             WHEN '3'
001410                 MOVE 'Y' TO WS-EOF-SW
001420             WHEN OTHER
001430                 DISPLAY "Invalid option, please try again"
001440         END-EVALUATE
001450     END-PERFORM
001460     STOP RUN.
001470*
001480******************************************************************
001490*    0100-SIGN-ON
001500*    SIGNS THE OPERATOR ON AGAINST THE OPERATOR MASTER BEFORE
001510*    THE MENU IS OFFERED.  THREE FAILED ATTEMPTS END THE
001520*    SESSION.
001530******************************************************************
001540 0100-SIGN-ON.
001550     PERFORM 0110-SIGN-ON-ATTEMPT
001560         THRU 0110-SIGN-ON-ATTEMPT-EXIT
001570         UNTIL WS-SIGNED-ON OR WS-SIGNON-TRIES NOT < 3
001580     IF NOT WS-SIGNED-ON
001590         DISPLAY "Too many failed sign-on attempts"
001600         MOVE 'Y' TO WS-EOF-SW
001610     END-IF.
001620 0100-SIGN-ON-EXIT.
001630     EXIT.
001640*
001650******************************************************************
001660*    0110-SIGN-ON-ATTEMPT
001670*    VERIFIES ONE OPERATOR ID AND PASSWORD AGAINST THE OPERATOR
001680*    MASTER.  A MISS, A WRONG PASSWORD, OR AN INACTIVE OPERATOR
001690*    ALL FAIL THE SAME WAY AND ARE LOGGED, SO THE PROMPT GIVES
001700*    NOTHING AWAY.
001710******************************************************************
001720 0110-SIGN-ON-ATTEMPT.
001730     ADD 1 TO WS-SIGNON-TRIES
001740     DISPLAY "Enter Operator ID:"
001750     ACCEPT WS-OPERATOR-ID
001760     DISPLAY "Enter Password:"
001770     ACCEPT WS-PASSWORD
001780     MOVE 'N' TO WS-FOUND-SW
001790     OPEN INPUT OPERATOR-FILE
001800     IF WS-OPR-STATUS NOT EQUAL "00"
001810         DISPLAY "Unable to open operator file, status: "
001820                 WS-OPR-STATUS
001830         GO TO 0110-SIGN-ON-ATTEMPT-EXIT
001840     END-IF
001850     MOVE WS-OPERATOR-ID TO OPR-ID
001860     READ OPERATOR-FILE
001870         INVALID KEY
001880             CONTINUE
001890         NOT INVALID KEY
001900             IF OPR-ACTIVE AND OPR-PASSWORD EQUAL WS-PASSWORD
001910                 MOVE 'Y' TO WS-FOUND-SW
001920             END-IF
001930     END-READ
001940     CLOSE OPERATOR-FILE
001950     IF WS-FOUND
001960         MOVE OPR-AUTH-LEVEL TO WS-AUTH-LEVEL
001970         MOVE 'Y' TO WS-SIGNED-ON-SW
001980         DISPLAY "Signed on: " OPR-NAME
001990     ELSE
002000         DISPLAY "Sign-on failed"
002010         MOVE 'F' TO WS-SEC-EVENT
002020         MOVE "Invalid id or password" TO WS-SEC-DETAIL
002030         PERFORM 8100-WRITE-SECURITY-LOG
002040             THRU 8100-WRITE-SECURITY-LOG-EXIT
002050     END-IF.
002060 0110-SIGN-ON-ATTEMPT-EXIT.
002070     EXIT.
002080*
002090******************************************************************
002100*    1000-DISPLAY-MENU
002110*    DISPLAYS THE MAIN MENU OPTIONS.
002120******************************************************************
002130 1000-DISPLAY-MENU.
002140     DISPLAY "1. Enter Vendor Invoice"
002150     DISPLAY "2. Display Vendor Invoice"
002160     DISPLAY "3. Exit".
002170 1000-DISPLAY-MENU-EXIT.
002180     EXIT.
002190*
002200******************************************************************
002210*    2000-ENTER-INVOICE
002220*    TAKES THE INVOICE HEADER, REFUSES A VENDOR NOT ON THE
002230*    VENDOR MASTER OR AN INVOICE NUMBER ALREADY ON FILE FOR THE
002240*    VENDOR (A DUPLICATE BILL), THEN TAKES LINES UNTIL A ZERO PO
002250*    NUMBER IS KEYED.
002260******************************************************************
002270 2000-ENTER-INVOICE.
002280     DISPLAY "Enter Vendor ID:"
002290     ACCEPT WS-VEND-ID
002300     DISPLAY "Enter Vendor Invoice Number:"
002310     ACCEPT WS-INVOICE-NO
002320     DISPLAY "Enter Invoice Date (YYYYMMDD):"
002330     ACCEPT WS-INVOICE-DATE
002340     IF WS-INVOICE-NO EQUAL SPACES
002350         DISPLAY "Invoice number is required"
002360         GO TO 2000-ENTER-INVOICE-EXIT
002370     END-IF
002380
002390     MOVE 'N' TO WS-FOUND-SW
002400     OPEN INPUT VENDOR-FILE
002410     IF WS-VND-STATUS NOT EQUAL "00"
002420         DISPLAY "Unable to open vendor file, status: "
002430                 WS-VND-STATUS
002440         GO TO 2000-ENTER-INVOICE-EXIT
002450     END-IF
002460     MOVE WS-VEND-ID TO VEND-ID
002470     READ VENDOR-FILE
002480         INVALID KEY
002490             DISPLAY "Vendor not found"
002500         NOT INVALID KEY
002510             MOVE 'Y' TO WS-FOUND-SW
002520     END-READ
002530     CLOSE VENDOR-FILE
002540     IF NOT WS-FOUND
002550         GO TO 2000-ENTER-INVOICE-EXIT
002560     END-IF
002570
002580     OPEN I-O VENDOR-INVOICE-FILE
002590     IF WS-VIN-STATUS NOT EQUAL "00" AND
002600        WS-VIN-STATUS NOT EQUAL "05"
002610         DISPLAY "Unable to open vendor invoice file, status: "
002620                 WS-VIN-STATUS
002630         GO TO 2000-ENTER-INVOICE-EXIT
002640     END-IF
002650     MOVE 'N' TO WS-FOUND-SW
002660     MOVE WS-VEND-ID    TO VI-VENDOR-ID
002670     MOVE WS-INVOICE-NO TO VI-INVOICE-NO
002680     MOVE ZERO          TO VI-LINE-NO
002690     START VENDOR-INVOICE-FILE KEY IS NOT LESS THAN VI-KEY
002700         INVALID KEY
002710             CONTINUE
002720         NOT INVALID KEY
002730             READ VENDOR-INVOICE-FILE NEXT RECORD
002740                 AT END
002750                     CONTINUE
002760                 NOT AT END
002770                     IF VI-VENDOR-ID EQUAL WS-VEND-ID AND
002780                        VI-INVOICE-NO EQUAL WS-INVOICE-NO
002790                         MOVE 'Y' TO WS-FOUND-SW
002800                     END-IF
002810             END-READ
002820     END-START
002830     IF WS-FOUND
002840         DISPLAY "Invoice already on file for this vendor, "
002850                 "not added"
002860         CLOSE VENDOR-INVOICE-FILE
002870         GO TO 2000-ENTER-INVOICE-EXIT
002880     END-IF
002890
002900     MOVE ZERO TO WS-NEXT-LINE-NO
002910     MOVE ZERO TO WS-LINES-ENTERED
002920     MOVE ZERO TO WS-INVOICE-AMOUNT
002930     MOVE 'N' TO WS-INVOICE-DONE-SW
002940     PERFORM 2100-ENTER-INVOICE-LINE
002950         THRU 2100-ENTER-INVOICE-LINE-EXIT
002960         UNTIL WS-INVOICE-DONE
002970     CLOSE VENDOR-INVOICE-FILE
002980     DISPLAY "Invoice " WS-INVOICE-NO " lines entered: "
002990             WS-LINES-ENTERED " amount: " WS-INVOICE-AMOUNT.
003000 2000-ENTER-INVOICE-EXIT.
003010     EXIT.
003020*
003030******************************************************************
003040*    2100-ENTER-INVOICE-LINE
003050*    TAKES ONE INVOICE LINE.  THE PO LINE MUST BE ON THE PO
003060*    MASTER UNDER THE SAME VENDOR; OTHERWISE THE LINE IS NOT
003070*    FILED AND THE CLERK CAN KEY IT AGAIN.
003080******************************************************************
003090 2100-ENTER-INVOICE-LINE.
003100     DISPLAY "Enter PO Number (0 to finish invoice):"
003110     ACCEPT WS-PO-NUMBER
003120     IF WS-PO-NUMBER EQUAL ZERO
003130         MOVE 'Y' TO WS-INVOICE-DONE-SW
003140         GO TO 2100-ENTER-INVOICE-LINE-EXIT
003150     END-IF
003160     DISPLAY "Enter PO Line Number:"
003170     ACCEPT WS-PO-LINE-NO
003180     DISPLAY "Enter Quantity Billed:"
003190     ACCEPT WS-BILLED-QTY
003200     DISPLAY "Enter Unit Cost Billed:"
003210     ACCEPT WS-BILLED-COST
003220     IF WS-BILLED-QTY EQUAL ZERO
003230         DISPLAY "Quantity billed must be greater than zero"
003240         GO TO 2100-ENTER-INVOICE-LINE-EXIT
003250     END-IF
003260
003270     MOVE 'N' TO WS-FOUND-SW
003280     OPEN INPUT PO-MASTER-FILE
003290     IF WS-POM-STATUS NOT EQUAL "00"
003300         DISPLAY "Unable to open PO master file, status: "
003310                 WS-POM-STATUS
003320         GO TO 2100-ENTER-INVOICE-LINE-EXIT
003330     END-IF
003340     MOVE WS-PO-NUMBER  TO PO-NUMBER
003350     MOVE WS-PO-LINE-NO TO PO-LINE-NO
003360     READ PO-MASTER-FILE
003370         INVALID KEY
003380             DISPLAY "PO line not found, line not added"
003390         NOT INVALID KEY
003400             IF PO-VENDOR-ID EQUAL WS-VEND-ID
003410                 MOVE 'Y' TO WS-FOUND-SW
003420             ELSE
003430                 DISPLAY "PO line belongs to vendor "
003440                         PO-VENDOR-ID ", line not added"
003450             END-IF
003460     END-READ
003470     CLOSE PO-MASTER-FILE
003480     IF NOT WS-FOUND
003490         GO TO 2100-ENTER-INVOICE-LINE-EXIT
003500     END-IF
003510
003520     ADD 1 TO WS-NEXT-LINE-NO
003530     MOVE WS-VEND-ID      TO VI-VENDOR-ID
003540     MOVE WS-INVOICE-NO   TO VI-INVOICE-NO
003550     MOVE WS-NEXT-LINE-NO TO VI-LINE-NO
003560     MOVE WS-INVOICE-DATE TO VI-INVOICE-DATE
003570     MOVE WS-PO-NUMBER    TO VI-PO-NUMBER
003580     MOVE WS-PO-LINE-NO   TO VI-PO-LINE-NO
003590     MOVE WS-BILLED-QTY   TO VI-BILLED-QTY
003600     MOVE WS-BILLED-COST  TO VI-BILLED-UNIT-COST
003610     SET VI-UNMATCHED     TO TRUE
003620     MOVE ZERO            TO VI-MATCH-DATE
003630     WRITE VENDOR-INVOICE-RECORD
003640         INVALID KEY
003650             DISPLAY "Unable to add invoice line, status: "
003660                     WS-VIN-STATUS
003670             GO TO 2100-ENTER-INVOICE-LINE-EXIT
003680     END-WRITE
003690     COMPUTE WS-LINE-AMOUNT = WS-BILLED-QTY * WS-BILLED-COST
003700     ADD WS-LINE-AMOUNT TO WS-INVOICE-AMOUNT
003710     ADD 1 TO WS-LINES-ENTERED
003720     DISPLAY "Invoice line " WS-NEXT-LINE-NO " added".
003730 2100-ENTER-INVOICE-LINE-EXIT.
003740     EXIT.
003750*
003760******************************************************************
003770*    3000-DISPLAY-INVOICE
003780*    LISTS EVERY LINE OF ONE VENDOR INVOICE WITH ITS MATCH
003790*    STATUS, SO A CLERK CAN SEE WHETHER IT HAS BEEN APPROVED.
003800******************************************************************
003810 3000-DISPLAY-INVOICE.
003820     DISPLAY "Enter Vendor ID:"
003830     ACCEPT WS-VEND-ID
003840     DISPLAY "Enter Vendor Invoice Number:"
003850     ACCEPT WS-INVOICE-NO
003860     OPEN INPUT VENDOR-INVOICE-FILE
003870     IF WS-VIN-STATUS NOT EQUAL "00" AND
003880        WS-VIN-STATUS NOT EQUAL "05"
003890         DISPLAY "Unable to open vendor invoice file, status: "
003900                 WS-VIN-STATUS
003910         GO TO 3000-DISPLAY-INVOICE-EXIT
003920     END-IF
003930     MOVE ZERO TO WS-LINES-ENTERED
003940     MOVE 'N' TO WS-LIST-DONE-SW
003950     MOVE WS-VEND-ID    TO VI-VENDOR-ID
003960     MOVE WS-INVOICE-NO TO VI-INVOICE-NO
003970     MOVE ZERO          TO VI-LINE-NO
003980     START VENDOR-INVOICE-FILE KEY IS NOT LESS THAN VI-KEY
003990         INVALID KEY
004000             MOVE 'Y' TO WS-LIST-DONE-SW
004010     END-START
004020     PERFORM UNTIL WS-LIST-DONE
004030         READ VENDOR-INVOICE-FILE NEXT RECORD
004040             AT END
004050                 MOVE 'Y' TO WS-LIST-DONE-SW
004060             NOT AT END
004070                 IF VI-VENDOR-ID NOT EQUAL WS-VEND-ID OR
004080                    VI-INVOICE-NO NOT EQUAL WS-INVOICE-NO
004090                     MOVE 'Y' TO WS-LIST-DONE-SW
004100                 ELSE
004110                     DISPLAY "Line: " VI-LINE-NO
004120                             " PO: " VI-PO-NUMBER "-"
004130                             VI-PO-LINE-NO
004140                             " Qty: " VI-BILLED-QTY
004150                             " Cost: " VI-BILLED-UNIT-COST
004160                             " Status: " VI-MATCH-STATUS
004170                     ADD 1 TO WS-LINES-ENTERED
004180                 END-IF
004190         END-READ
004200     END-PERFORM
004210     CLOSE VENDOR-INVOICE-FILE
004220     IF WS-LINES-ENTERED EQUAL ZERO
004230         DISPLAY "Invoice not found"
004240     END-IF.
004250 3000-DISPLAY-INVOICE-EXIT.
004260     EXIT.
004270*
004280******************************************************************
004290*    8100-WRITE-SECURITY-LOG
004300*    APPENDS ONE EVENT TO THE SECURITY LOG.  THE CALLER SETS
004310*    WS-SEC-EVENT AND WS-SEC-DETAIL FIRST.
004320******************************************************************
004330 8100-WRITE-SECURITY-LOG.
004340     ACCEPT SEC-DATE FROM DATE YYYYMMDD
004350     ACCEPT SEC-TIME FROM TIME
004360     MOVE "VENDOR-INVOICE-ENTRY" TO SEC-PROGRAM
004370     MOVE WS-OPERATOR-ID TO SEC-OPERATOR-ID
004380     MOVE WS-SEC-EVENT   TO SEC-EVENT-TYPE
004390     MOVE WS-SEC-DETAIL  TO SEC-DETAIL
004400
004410     OPEN EXTEND SECURITY-LOG-FILE
004420     IF WS-SEC-STATUS EQUAL "35"
004430         OPEN OUTPUT SECURITY-LOG-FILE
004440         CLOSE SECURITY-LOG-FILE
004450         OPEN EXTEND SECURITY-LOG-FILE
004460     END-IF
004470     IF WS-SEC-STATUS NOT EQUAL "00"
004480         DISPLAY "Unable to open security log, status: "
004490                 WS-SEC-STATUS
004500         GO TO 8100-WRITE-SECURITY-LOG-EXIT
004510     END-IF
004520     WRITE SECURITY-LOG-RECORD
004530     CLOSE SECURITY-LOG-FILE.
004540 8100-WRITE-SECURITY-LOG-EXIT.
004550     EXIT.
