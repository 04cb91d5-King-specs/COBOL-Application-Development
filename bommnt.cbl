000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BILL-OF-MATERIALS-MAINT.
000030 AUTHOR. J-R-MCALLISTER.
000040 INSTALLATION. DISTRIBUTION-CENTER-APPLICATIONS-GROUP.
000050 DATE-WRITTEN. 10/14/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*    DESCRIPTION:  INTERACTIVE MAINTENANCE OF THE BILL OF
000090*                  MATERIALS (BOM.DAT) - WHICH COMPONENT ITEMS,
000100*                  AND HOW MANY OF EACH, GO INTO ONE KIT.  BOTH
000110*                  THE KIT AND THE COMPONENT MUST BE ON THE
000120*                  INVENTORY MASTER, AND A KIT CANNOT BE ITS OWN
000130*                  COMPONENT.  A COMPONENT TAKEN OFF A KIT IS
000140*                  FLAGGED INACTIVE, THE SAME WAY A WITHDRAWN
000150*                  VENDOR QUOTE IS.  ALSO LISTS THE COMPONENTS OF
000160*                  A KIT AND, FOR WHERE-USED, EVERY KIT A
000170*                  COMPONENT GOES INTO - SO WHEN A COMPONENT RUNS
000180*                  SHORT THE KITS IT HOLDS UP CAN BE SEEN AT ONCE.
000190*
000200*    MODIFICATION HISTORY
000210*    DATE       INIT  DESCRIPTION
000220*    ---------  ----  -------------------------------------------
000230*    2026-10-14 JRM   ORIGINAL PROGRAM.
000240******************************************************************
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT OPTIONAL BOM-FILE ASSIGN TO "bom.dat"
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS BOM-KEY
000320         FILE STATUS IS WS-BOM-STATUS.
000330
000340     SELECT INVENTORY-FILE ASSIGN TO "inventory.dat"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS INVENTORY-KEY
000380         FILE STATUS IS WS-INV-STATUS.
000390
000400     SELECT OPERATOR-FILE ASSIGN TO "opermast.dat"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS OPR-ID
000440         FILE STATUS IS WS-OPR-STATUS.
000450
000460     SELECT OPTIONAL SECURITY-LOG-FILE ASSIGN TO "seclog.dat"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-SEC-STATUS.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  BOM-FILE.
000520     COPY BOMREC.
000530*
000540 FD  INVENTORY-FILE.
000550     COPY INVREC.
000560*
000570 FD  OPERATOR-FILE.
000580     COPY OPERREC.
000590*
000600 FD  SECURITY-LOG-FILE.
000610     COPY SECREC.
000620*
000630 WORKING-STORAGE SECTION.
000640******************************************************************
000650*    SWITCHES AND FLAGS
000660******************************************************************
000670 01  WS-SWITCHES.
000680     05  WS-EOF-SW            PIC X(01)   VALUE 'N'.
000690         88  WS-EOF                       VALUE 'Y'.
000700     05  WS-FOUND-SW          PIC X(01)   VALUE 'N'.
000710         88  WS-FOUND                     VALUE 'Y'.
000720     05  WS-SIGNED-ON-SW      PIC X(01)   VALUE 'N'.
000730         88  WS-SIGNED-ON                 VALUE 'Y'.
000740     05  WS-ITEM-FOUND-SW     PIC X(01)   VALUE 'N'.
000750         88  WS-ITEM-FOUND                VALUE 'Y'.
000760     05  WS-LIST-DONE-SW      PIC X(01)   VALUE 'N'.
000770         88  WS-LIST-DONE                 VALUE 'Y'.
000780*
000790******************************************************************
000800*    FILE STATUS AND MENU WORK AREAS
000810******************************************************************
000820 01  WS-BOM-STATUS            PIC X(02).
000830 01  WS-INV-STATUS            PIC X(02).
000840 01  WS-OPR-STATUS            PIC X(02).
000850 01  WS-SEC-STATUS            PIC X(02).
000860 01  WS-MENU-CHOICE           PIC X(01).
000870 01  WS-OPERATOR-ID           PIC X(05).
000880 01  WS-PASSWORD              PIC X(08).
000890 01  WS-AUTH-LEVEL            PIC 9(01)   VALUE ZERO.
000900     88  WS-SUPERVISOR                    VALUE 2.
000910 01  WS-SIGNON-TRIES          PIC 9(01)   VALUE ZERO.
000920 01  WS-SEC-EVENT             PIC X(01).
000930 01  WS-SEC-DETAIL            PIC X(30).
000940 01  WS-PARENT-ID             PIC 9(05).
000950 01  WS-COMPONENT-ID          PIC 9(05).
000960 01  WS-QTY-PER               PIC 9(05).
000970 01  WS-LOOKUP-ITEM-ID        PIC 9(05).
000980 01  WS-LOOKUP-ITEM-NAME      PIC X(20).
000990 01  WS-BOM-ROWS              PIC 9(03).
001000*
001010 PROCEDURE DIVISION.
001020******************************************************************
001030*    0000-MAINLINE
001040*    CONTROLS THE MAIN MENU LOOP FOR THE PROGRAM.
001050******************************************************************
001060 0000-MAINLINE.
001070     PERFORM 0100-SIGN-ON
001080         THRU 0100-SIGN-ON-EXIT
001090     PERFORM UNTIL WS-EOF
001100         DISPLAY "Bill Of Materials Maintenance"
001110         PERFORM 1000-DISPLAY-MENU
001120             THRU 1000-DISPLAY-MENU-EXIT
001130         ACCEPT WS-MENU-CHOICE
001140         EVALUATE WS-MENU-CHOICE
001150             WHEN '1'
001160                 PERFORM 2000-MAINTAIN-COMPONENT
001170                     THRU 2000-MAINTAIN-COMPONENT-EXIT
001180             WHEN '2'
001190                 PERFORM 3000-REMOVE-COMPONENT
001200                     THRU 3000-REMOVE-COMPONENT-EXIT
001210             WHEN '3'
001220                 PERFORM 4000-DISPLAY-KIT
001230                     THRU 4000-DISPLAY-KIT-EXIT
001240             WHEN '4'
001250                 PERFORM 5000-WHERE-USED
001260                     THRU 5000-WHERE-USED-EXIT
001270             WHEN '5'
001280                 MOVE 'Y' TO WS-EOF-SW
001290             WHEN OTHER
001300                 DISPLAY "Invalid option, please try again"
001310         END-EVALUATE
001320     END-PERFORM
001330     STOP RUN.
001340*
001350******************************************************************
001360*    0100-SIGN-ON
001370*    SIGNS THE OPERATOR ON AGAINST THE OPERATOR MASTER BEFORE
001380*    THE MENU IS OFFERED.  THREE FAILED ATTEMPTS END THE
001390*    SESSION.
001400******************************************************************
001410 0100-SIGN-ON.
001420     PERFORM 0110-SIGN-ON-ATTEMPT
001430         THRU 0110-SIGN-ON-ATTEMPT-EXIT
001440         UNTIL WS-SIGNED-ON OR WS-SIGNON-TRIES NOT < 3
001450     IF NOT WS-SIGNED-ON
001460         DISPLAY "Too many failed sign-on attempts"
001470         MOVE 'Y' TO WS-EOF-SW
001480     END-IF.
001490 0100-SIGN-ON-EXIT.
001500     EXIT.
001510*
001520******************************************************************
001530*    0110-SIGN-ON-ATTEMPT
001540*    VERIFIES ONE OPERATOR ID AND PASSWORD AGAINST THE OPERATOR
001550*    MASTER.  A MISS, A WRONG PASSWORD, OR AN INACTIVE OPERATOR
001560*    ALL FAIL THE SAME WAY AND ARE LOGGED, SO THE PROMPT GIVES
001570*    NOTHING AWAY.
001580******************************************************************
001590 0110-SIGN-ON-ATTEMPT.
001600     ADD 1 TO WS-SIGNON-TRIES
001610     DISPLAY "Enter Operator ID:"
001620     ACCEPT WS-OPERATOR-ID
001630     DISPLAY "Enter Password:"
001640     ACCEPT WS-PASSWORD
001650     MOVE 'N' TO WS-FOUND-SW
001660     OPEN INPUT OPERATOR-FILE
001670     IF WS-OPR-STATUS NOT EQUAL "00"
001680         DISPLAY "Unable to open operator file, status: "
001690                 WS-OPR-STATUS
001700         GO TO 0110-SIGN-ON-ATTEMPT-EXIT
001710     END-IF
001720     MOVE WS-OPERATOR-ID TO OPR-ID
001730     READ OPERATOR-FILE
001740         INVALID KEY
001750             CONTINUE
001760         NOT INVALID KEY
001770             IF OPR-ACTIVE AND OPR-PASSWORD EQUAL WS-PASSWORD
001780                 MOVE 'Y' TO WS-FOUND-SW
001790             END-IF
001800     END-READ
001810     CLOSE OPERATOR-FILE
001820     IF WS-FOUND
001830         MOVE OPR-AUTH-LEVEL TO WS-AUTH-LEVEL
001840         MOVE 'Y' TO WS-SIGNED-ON-SW
001850         DISPLAY "Signed on: " OPR-NAME
001860     ELSE
001870         DISPLAY "Sign-on failed"
001880         MOVE 'F' TO WS-SEC-EVENT
001890         MOVE "Invalid id or password" TO WS-SEC-DETAIL
001900         PERFORM 8100-WRITE-SECURITY-LOG
001910             THRU 8100-WRITE-SECURITY-LOG-EXIT
001920     END-IF.
001930 0110-SIGN-ON-ATTEMPT-EXIT.
001940     EXIT.
001950*
001960******************************************************************
001970*    1000-DISPLAY-MENU
001980*    DISPLAYS THE MAIN MENU OPTIONS.
001990******************************************************************
002000 1000-DISPLAY-MENU.
002010     DISPLAY "1. Add/Update Kit Component"
002020     DISPLAY "2. Remove Kit Component"
002030     DISPLAY "3. Display Kit Components"
002040     DISPLAY "4. Where-Used Inquiry"
002050     DISPLAY "5. Exit".
002060 1000-DISPLAY-MENU-EXIT.
002070     EXIT.
002080*
002090******************************************************************
002100*    2000-MAINTAIN-COMPONENT
002110*    ADDS OR UPDATES ONE COMPONENT OF A KIT.  THE KIT AND THE
002120*    COMPONENT MUST BOTH BE ON THE INVENTORY MASTER, MUST
002130*    DIFFER, AND THE QUANTITY PER KIT MUST BE GREATER THAN ZERO.
002140*    AN EXISTING ROW IS OVERWRITTEN WITH THE NEW QUANTITY AND
002150*    FLAGGED ACTIVE.
002160******************************************************************
002170 2000-MAINTAIN-COMPONENT.
002180     DISPLAY "Enter Kit Item ID:"
002190     ACCEPT WS-PARENT-ID
002200     DISPLAY "Enter Component Item ID:"
002210     ACCEPT WS-COMPONENT-ID
002220     DISPLAY "Enter Quantity Per Kit:"
002230     ACCEPT WS-QTY-PER
002240     IF WS-QTY-PER EQUAL ZERO
002250         DISPLAY "Quantity per kit must be greater than zero"
002260         GO TO 2000-MAINTAIN-COMPONENT-EXIT
002270     END-IF
002280     IF WS-PARENT-ID EQUAL WS-COMPONENT-ID
002290         DISPLAY "A kit cannot be a component of itself"
002300         GO TO 2000-MAINTAIN-COMPONENT-EXIT
002310     END-IF
002320
002330     MOVE WS-PARENT-ID TO WS-LOOKUP-ITEM-ID
002340     PERFORM 6000-LOOKUP-ITEM
002350         THRU 6000-LOOKUP-ITEM-EXIT
002360     IF NOT WS-ITEM-FOUND
002370         DISPLAY "Kit item not on inventory master"
002380         GO TO 2000-MAINTAIN-COMPONENT-EXIT
002390     END-IF
002400     MOVE WS-COMPONENT-ID TO WS-LOOKUP-ITEM-ID
002410     PERFORM 6000-LOOKUP-ITEM
002420         THRU 6000-LOOKUP-ITEM-EXIT
002430     IF NOT WS-ITEM-FOUND
002440         DISPLAY "Component item not on inventory master"
002450         GO TO 2000-MAINTAIN-COMPONENT-EXIT
002460     END-IF
002470
002480     MOVE 'N' TO WS-FOUND-SW
002490     OPEN I-O BOM-FILE
002500     IF WS-BOM-STATUS NOT EQUAL "00" AND
002510        WS-BOM-STATUS NOT EQUAL "05"
002520         DISPLAY "Unable to open bill of materials, status: "
002530                 WS-BOM-STATUS
002540         GO TO 2000-MAINTAIN-COMPONENT-EXIT
002550     END-IF
002560     MOVE WS-PARENT-ID    TO BOM-PARENT-ID
002570     MOVE WS-COMPONENT-ID TO BOM-COMPONENT-ID
002580     READ BOM-FILE
002590         INVALID KEY
002600             CONTINUE
002610         NOT INVALID KEY
002620             MOVE 'Y' TO WS-FOUND-SW
002630     END-READ
002640     MOVE WS-PARENT-ID    TO BOM-PARENT-ID
002650     MOVE WS-COMPONENT-ID TO BOM-COMPONENT-ID
002660     MOVE WS-QTY-PER      TO BOM-QTY-PER
002670     SET BOM-ACTIVE       TO TRUE
002680     ACCEPT BOM-LAST-MAINT-DATE FROM DATE YYYYMMDD
002690     MOVE WS-OPERATOR-ID  TO BOM-MAINT-BY
002700     IF WS-FOUND
002710         REWRITE BOM-RECORD
002720         DISPLAY "Kit component updated successfully"
002730     ELSE
002740         WRITE BOM-RECORD
002750         DISPLAY "Kit component added successfully"
002760     END-IF
002770     CLOSE BOM-FILE.
002780 2000-MAINTAIN-COMPONENT-EXIT.
002790     EXIT.
002800*
002810******************************************************************
002820*    3000-REMOVE-COMPONENT
002830*    FLAGS A COMPONENT INACTIVE ON A KIT WITHOUT REMOVING ITS
002840*    RECORD, SO ASSEMBLY STOPS BUILDING WITH IT BUT THE OLD BILL
002850*    STAYS ON FILE.
002860******************************************************************
002870 3000-REMOVE-COMPONENT.
002880     DISPLAY "Enter Kit Item ID:"
002890     ACCEPT WS-PARENT-ID
002900     DISPLAY "Enter Component Item ID:"
002910     ACCEPT WS-COMPONENT-ID
002920
002930     MOVE 'N' TO WS-FOUND-SW
002940     OPEN I-O BOM-FILE
002950     IF WS-BOM-STATUS NOT EQUAL "00" AND
002960        WS-BOM-STATUS NOT EQUAL "05"
002970         DISPLAY "Unable to open bill of materials, status: "
002980                 WS-BOM-STATUS
002990         GO TO 3000-REMOVE-COMPONENT-EXIT
003000     END-IF
003010     MOVE WS-PARENT-ID    TO BOM-PARENT-ID
003020     MOVE WS-COMPONENT-ID TO BOM-COMPONENT-ID
003030     READ BOM-FILE
003040         INVALID KEY
003050             DISPLAY "Kit component not found"
003060         NOT INVALID KEY
003070             SET BOM-INACTIVE TO TRUE
003080             ACCEPT BOM-LAST-MAINT-DATE FROM DATE YYYYMMDD
003090             MOVE WS-OPERATOR-ID TO BOM-MAINT-BY
003100             REWRITE BOM-RECORD
003110             MOVE 'Y' TO WS-FOUND-SW
003120     END-READ
003130     CLOSE BOM-FILE
003140
003150     IF WS-FOUND
003160         DISPLAY "Kit component removed successfully"
003170     END-IF.
003180 3000-REMOVE-COMPONENT-EXIT.
003190     EXIT.
003200*
003210******************************************************************
003220*    4000-DISPLAY-KIT
003230*    LISTS THE ACTIVE COMPONENTS OF ONE KIT AND THE QUANTITY OF
003240*    EACH THAT GOES INTO ONE KIT.
003250******************************************************************
003260 4000-DISPLAY-KIT.
003270     DISPLAY "Enter Kit Item ID:"
003280     ACCEPT WS-PARENT-ID
003290     MOVE ZERO TO WS-BOM-ROWS
003300     OPEN INPUT BOM-FILE
003310     IF WS-BOM-STATUS NOT EQUAL "00" AND
003320        WS-BOM-STATUS NOT EQUAL "05"
003330         DISPLAY "Unable to open bill of materials, status: "
003340                 WS-BOM-STATUS
003350         GO TO 4000-DISPLAY-KIT-EXIT
003360     END-IF
003370     MOVE 'N' TO WS-LIST-DONE-SW
003380     MOVE WS-PARENT-ID TO BOM-PARENT-ID
003390     MOVE ZERO         TO BOM-COMPONENT-ID
003400     START BOM-FILE KEY IS NOT LESS THAN BOM-KEY
003410         INVALID KEY
003420             MOVE 'Y' TO WS-LIST-DONE-SW
003430     END-START
003440     PERFORM UNTIL WS-LIST-DONE
003450         READ BOM-FILE NEXT RECORD
003460             AT END
003470                 MOVE 'Y' TO WS-LIST-DONE-SW
003480             NOT AT END
003490                 IF BOM-PARENT-ID NOT EQUAL WS-PARENT-ID
003500                     MOVE 'Y' TO WS-LIST-DONE-SW
003510                 ELSE
003520                     IF BOM-ACTIVE
003530                         DISPLAY "Component: " BOM-COMPONENT-ID
003540                                 " Qty per kit: " BOM-QTY-PER
003550                         ADD 1 TO WS-BOM-ROWS
003560                     END-IF
003570                 END-IF
003580         END-READ
003590     END-PERFORM
003600     CLOSE BOM-FILE
003610     IF WS-BOM-ROWS EQUAL ZERO
003620         DISPLAY "No active components on file for this kit"
003630     ELSE
003640         DISPLAY "Components in this kit: " WS-BOM-ROWS
003650     END-IF.
003660 4000-DISPLAY-KIT-EXIT.
003670     EXIT.
003680*
003690******************************************************************
003700*    5000-WHERE-USED
003710*    LISTS EVERY KIT AN ITEM IS AN ACTIVE COMPONENT OF.  THE BILL
003720*    IS KEYED KIT + COMPONENT, SO THIS IS A FULL SCAN; THE BILL IS
003730*    SMALL ENOUGH THAT IT DOES NOT MATTER.
003740******************************************************************
003750 5000-WHERE-USED.
003760     DISPLAY "Enter Component Item ID:"
003770     ACCEPT WS-COMPONENT-ID
003780     MOVE ZERO TO WS-BOM-ROWS
003790     OPEN INPUT BOM-FILE
003800     IF WS-BOM-STATUS NOT EQUAL "00" AND
003810        WS-BOM-STATUS NOT EQUAL "05"
003820         DISPLAY "Unable to open bill of materials, status: "
003830                 WS-BOM-STATUS
003840         GO TO 5000-WHERE-USED-EXIT
003850     END-IF
003860     MOVE 'N' TO WS-EOF-SW
003870     PERFORM UNTIL WS-EOF
003880         READ BOM-FILE NEXT RECORD
003890             AT END
003900                 MOVE 'Y' TO WS-EOF-SW
003910             NOT AT END
003920                 IF BOM-COMPONENT-ID EQUAL WS-COMPONENT-ID
003930                    AND BOM-ACTIVE
003940                     DISPLAY "Used in kit: " BOM-PARENT-ID
003950                             " Qty per kit: " BOM-QTY-PER
003960                     ADD 1 TO WS-BOM-ROWS
003970                 END-IF
003980         END-READ
003990     END-PERFORM
004000     CLOSE BOM-FILE
004010*    THE MENU LOOP SHARES WS-EOF-SW - CLEAR IT SO A COMPLETED
004020*    LISTING RETURNS TO THE MENU INSTEAD OF ENDING THE SESSION
004030     MOVE 'N' TO WS-EOF-SW
004040     IF WS-BOM-ROWS EQUAL ZERO
004050         DISPLAY "Item is not a component of any kit"
004060     ELSE
004070         DISPLAY "Kits using this item: " WS-BOM-ROWS
004080     END-IF.
004090 5000-WHERE-USED-EXIT.
004100     EXIT.
004110*
004120******************************************************************
004130*    6000-LOOKUP-ITEM
004140*    CONFIRMS WS-LOOKUP-ITEM-ID IS ON THE INVENTORY MASTER AT ANY
004150*    WAREHOUSE, BY POSITIONING AT THE FIRST KEY FOR THE ITEM.
004160******************************************************************
004170 6000-LOOKUP-ITEM.
004180     MOVE 'N' TO WS-ITEM-FOUND-SW
004190     MOVE SPACES TO WS-LOOKUP-ITEM-NAME
004200     OPEN INPUT INVENTORY-FILE
004210     IF WS-INV-STATUS NOT EQUAL "00"
004220         DISPLAY "Unable to open inventory file, status: "
004230                 WS-INV-STATUS
004240         GO TO 6000-LOOKUP-ITEM-EXIT
004250     END-IF
004260     MOVE WS-LOOKUP-ITEM-ID TO ITEM-ID
004270     MOVE LOW-VALUES        TO WAREHOUSE-ID
004280     START INVENTORY-FILE KEY IS NOT LESS THAN INVENTORY-KEY
004290         INVALID KEY
004300             CONTINUE
004310         NOT INVALID KEY
004320             READ INVENTORY-FILE NEXT RECORD
004330                 AT END
004340                     CONTINUE
004350                 NOT AT END
004360                     IF ITEM-ID EQUAL WS-LOOKUP-ITEM-ID
004370                         MOVE 'Y' TO WS-ITEM-FOUND-SW
004380                         MOVE ITEM-NAME TO WS-LOOKUP-ITEM-NAME
004390                     END-IF
004400             END-READ
004410     END-START
004420     CLOSE INVENTORY-FILE.
004430 6000-LOOKUP-ITEM-EXIT.
004440     EXIT.
004450*
004460******************************************************************
004470*    8100-WRITE-SECURITY-LOG
004480*    APPENDS ONE EVENT TO THE SECURITY LOG.  THE CALLER SETS
004490*    WS-SEC-EVENT AND WS-SEC-DETAIL FIRST.
004500******************************************************************
004510 8100-WRITE-SECURITY-LOG.
004520     ACCEPT SEC-DATE FROM DATE YYYYMMDD
004530     ACCEPT SEC-TIME FROM TIME
004540     MOVE "BILL-OF-MATERIALS-MAINT" TO SEC-PROGRAM
004550     MOVE WS-OPERATOR-ID TO SEC-OPERATOR-ID
004560     MOVE WS-SEC-EVENT   TO SEC-EVENT-TYPE
004570     MOVE WS-SEC-DETAIL  TO SEC-DETAIL
004580
004590     OPEN EXTEND SECURITY-LOG-FILE
004600     IF WS-SEC-STATUS EQUAL "35"
004610         OPEN OUTPUT SECURITY-LOG-FILE
004620         CLOSE SECURITY-LOG-FILE
004630         OPEN EXTEND SECURITY-LOG-FILE
004640     END-IF
004650     IF WS-SEC-STATUS NOT EQUAL "00"
004660         DISPLAY "Unable to open security log, status: "
004670                 WS-SEC-STATUS
004680         GO TO 8100-WRITE-SECURITY-LOG-EXIT
004690     END-IF
004700     WRITE SECURITY-LOG-RECORD
004710     CLOSE SECURITY-LOG-FILE.
004720 8100-WRITE-SECURITY-LOG-EXIT.
004730     EXIT.
