000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SECURITY-ACTIVITY-REPORT.
000030 AUTHOR. J-R-MCALLISTER.
000040 INSTALLATION. DISTRIBUTION-CENTER-APPLICATIONS-GROUP.
000050 DATE-WRITTEN. 10/14/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*    DESCRIPTION:  DAILY OR DATE-RANGE SECURITY AND OPERATOR
000090*                  ACTIVITY REPORT - THE FIRST PROGRAM TO READ THE
000100*                  SECURITY LOG BACK.
000110*
000120*                  SECTION 1 LISTS EVERY FAILED SIGN-ON AND
000130*                  DENIED ACCESS IN THE RANGE BY OPERATOR AND
000140*                  PROGRAM, WITH A SUBTOTAL PER PROGRAM.  EACH
000150*                  OPERATOR IS CHECKED AGAINST THE OPERATOR MASTER
000160*                  AND FLAGGED WHEN:
000170*                    - ITS FAILED SIGN-ONS REACH THE ENTERED
000180*                      REPEAT THRESHOLD;
000190*                    - THE ID IS NOT ON THE OPERATOR MASTER (A
000200*                      MISTYPED OR GUESSED ID);
000210*                    - THE ID IS MARKED INACTIVE.
000220*
000230*                  SECTION 2 COUNTS EACH OPERATOR'S AUDIT-LOG
000240*                  CHANGES IN THE RANGE BY CHANGE TYPE, FLAGS THE
000250*                  SAME MASTER CONDITIONS, AND CALLS OUT EVERY
000260*                  COUNT ADJUSTMENT ('C') OF AT LEAST THE ENTERED
000270*                  NUMBER OF UNITS AND EVERY PRICE CHANGE ('P') OF
000280*                  AT LEAST THE ENTERED PERCENT, WITH A COUNT OF
000290*                  EACH PER OPERATOR.  ROWS POSTED BY THE NIGHTLY
000300*                  BATCH UPDATE CARRY THE ID "BATCH", WHICH IS NOT
000310*                  AN OPERATOR AND IS NOT FLAGGED AS MISSING.
000320*
000330*    MODIFICATION HISTORY
000340*    DATE       INIT  DESCRIPTION
000350*    ---------  ----  -------------------------------------------
000360*    2026-10-14 JRM   ORIGINAL PROGRAM.
000370******************************************************************
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT SECURITY-LOG-FILE ASSIGN TO "seclog.dat"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-SEC-STATUS.
000440
000450     SELECT AUDIT-FILE ASSIGN TO "auditlog.dat"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-AUD-STATUS.
000480
000490     SELECT OPERATOR-FILE ASSIGN TO "opermast.dat"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS OPR-ID
000530         FILE STATUS IS WS-OPR-STATUS.
000540
000550     SELECT SECURITY-SORT-FILE ASSIGN TO "secsort.tmp".
000560
000570     SELECT ACTIVITY-SORT-FILE ASSIGN TO "actsort.tmp".
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  SECURITY-LOG-FILE.
000610     COPY SECREC.
000620*
000630 FD  AUDIT-FILE.
000640     COPY AUDREC.
000650*
000660 FD  OPERATOR-FILE.
000670     COPY OPERREC.
000680*
000690 SD  SECURITY-SORT-FILE.
000700 01  SECURITY-SORT-RECORD.
000710     05  SS-OPERATOR-ID       PIC X(05).
000720     05  SS-PROGRAM           PIC X(24).
000730     05  SS-DATE              PIC 9(08).
000740     05  SS-TIME              PIC 9(08).
000750     05  SS-EVENT-TYPE        PIC X(01).
000760         88  SS-SIGNON-FAILED             VALUE 'F'.
000770         88  SS-ACCESS-DENIED             VALUE 'D'.
000780     05  SS-DETAIL            PIC X(30).
000790*
000800 SD  ACTIVITY-SORT-FILE.
000810 01  ACTIVITY-SORT-RECORD.
000820     05  AS-OPERATOR-ID       PIC X(05).
000830     05  AS-CHANGE-TYPE       PIC X(01).
000840     05  AS-DATE              PIC 9(08).
000850     05  AS-TIME              PIC 9(08).
000860     05  AS-ITEM-ID           PIC 9(05).
000870     05  AS-WAREHOUSE-ID      PIC X(05).
000880     05  AS-OLD-VALUE         PIC 9(07)V99.
000890     05  AS-NEW-VALUE         PIC 9(07)V99.
000900*
000910 WORKING-STORAGE SECTION.
000920******************************************************************
000930*    SWITCHES AND FLAGS
000940******************************************************************
000950 01  WS-SWITCHES.
000960     05  WS-EOF-SW            PIC X(01)   VALUE 'N'.
000970         88  WS-EOF                       VALUE 'Y'.
000980     05  WS-FIRST-RECORD-SW   PIC X(01)   VALUE 'Y'.
000990         88  WS-FIRST-RECORD              VALUE 'Y'.
001000     05  WS-OPR-OPEN-SW       PIC X(01)   VALUE 'N'.
001010         88  WS-OPR-OPEN                  VALUE 'Y'.
001020*
001030******************************************************************
001040*    FILE STATUS AND SELECTION WORK AREAS.  A ZERO FROM-DATE
001050*    REPORTS THE TO-DATE ALONE; A ZERO TO-DATE MEANS TODAY; A ZERO
001060*    REPEAT THRESHOLD DEFAULTS TO THREE FAILURES.
001070******************************************************************
001080 01  WS-SEC-STATUS            PIC X(02).
001090 01  WS-AUD-STATUS            PIC X(02).
001100 01  WS-OPR-STATUS            PIC X(02).
001110 01  WS-FROM-DATE             PIC 9(08).
001120 01  WS-TO-DATE               PIC 9(08).
001130 01  WS-REPEAT-THRESHOLD      PIC 9(02).
001140 01  WS-COUNT-THRESHOLD       PIC 9(05).
001150 01  WS-PRICE-THRESHOLD       PIC 9(03).
001160*
001170******************************************************************
001180*    OPERATOR LOOKUP RESULT.  WS-OPR-STATE IS SET BY
001190*    8000-LOOKUP-OPERATOR FOR WS-LOOKUP-ID.
001200******************************************************************
001210 01  WS-LOOKUP-ID             PIC X(05).
001220     88  WS-SYSTEM-ID                     VALUE "BATCH".
001230 01  WS-LOOKUP-NAME           PIC X(20).
001240 01  WS-OPR-STATE             PIC X(01).
001250     88  WS-OPR-STATE-ACTIVE              VALUE 'A'.
001260     88  WS-OPR-STATE-INACTIVE            VALUE 'I'.
001270     88  WS-OPR-STATE-MISSING             VALUE 'N'.
001280     88  WS-OPR-STATE-SYSTEM              VALUE 'S'.
001290     88  WS-OPR-STATE-UNKNOWN             VALUE 'U'.
001300*
001310******************************************************************
001320*    CONTROL-BREAK FIELDS
001330******************************************************************
001340 01  WS-SEC-CURRENT-KEY.
001350     05  WS-SEC-CURR-OPERATOR     PIC X(05).
001360     05  WS-SEC-CURR-PROGRAM      PIC X(24).
001370 01  WS-SEC-PRIOR-KEY.
001380     05  WS-SEC-PRIOR-OPERATOR    PIC X(05).
001390     05  WS-SEC-PRIOR-PROGRAM     PIC X(24).
001400 01  WS-ACT-CURRENT-KEY.
001410     05  WS-ACT-CURR-OPERATOR     PIC X(05).
001420     05  WS-ACT-CURR-TYPE         PIC X(01).
001430 01  WS-ACT-PRIOR-KEY.
001440     05  WS-ACT-PRIOR-OPERATOR    PIC X(05).
001450     05  WS-ACT-PRIOR-TYPE        PIC X(01).
001460*
001470******************************************************************
001480*    CHANGE-SIZE WORK AREAS
001490******************************************************************
001500 01  WS-CHANGE-DELTA          PIC S9(07)V99.
001510 01  WS-CHANGE-PCT            PIC S9(05)V9.
001520 01  WS-TYPE-TEXT             PIC X(24).
001530 01  WS-EVENT-TEXT            PIC X(14).
001540 01  WS-PRT-COUNT             PIC Z(06)9.
001550 01  WS-PRT-COUNT-2           PIC Z(06)9.
001560 01  WS-PRT-VALUE-1           PIC Z(06)9.99.
001570 01  WS-PRT-VALUE-2           PIC Z(06)9.99.
001580 01  WS-PRT-PCT               PIC -(4)9.9.
001590*
001600******************************************************************
001610*    PROGRAM, OPERATOR, AND REPORT ACCUMULATORS
001620******************************************************************
001630 01  WS-PGM-FAILED            PIC 9(07)   COMP VALUE ZERO.
001640 01  WS-PGM-DENIED            PIC 9(07)   COMP VALUE ZERO.
001650 01  WS-OPR-FAILED            PIC 9(07)   COMP VALUE ZERO.
001660 01  WS-OPR-DENIED            PIC 9(07)   COMP VALUE ZERO.
001670 01  WS-TYPE-COUNT            PIC 9(07)   COMP VALUE ZERO.
001680 01  WS-OPR-CHANGES           PIC 9(07)   COMP VALUE ZERO.
001690 01  WS-OPR-LARGE-COUNTS      PIC 9(07)   COMP VALUE ZERO.
001700 01  WS-OPR-LARGE-PRICES      PIC 9(07)   COMP VALUE ZERO.
001710*
001720******************************************************************
001730*    RUN TOTALS
001740******************************************************************
001750 01  WS-TOTALS.
001760     05  WS-SEC-READ          PIC 9(07)   COMP VALUE ZERO.
001770     05  WS-SEC-SELECTED      PIC 9(07)   COMP VALUE ZERO.
001780     05  WS-TOT-FAILED        PIC 9(07)   COMP VALUE ZERO.
001790     05  WS-TOT-DENIED        PIC 9(07)   COMP VALUE ZERO.
001800     05  WS-REPEAT-FLAGS      PIC 9(07)   COMP VALUE ZERO.
001810     05  WS-MISSING-FLAGS     PIC 9(07)   COMP VALUE ZERO.
001820     05  WS-INACTIVE-FLAGS    PIC 9(07)   COMP VALUE ZERO.
001830     05  WS-AUD-READ          PIC 9(07)   COMP VALUE ZERO.
001840     05  WS-AUD-SELECTED      PIC 9(07)   COMP VALUE ZERO.
001850     05  WS-TOT-LARGE-COUNTS  PIC 9(07)   COMP VALUE ZERO.
001860     05  WS-TOT-LARGE-PRICES  PIC 9(07)   COMP VALUE ZERO.
001870*
001880 PROCEDURE DIVISION.
001890******************************************************************
001900*    0000-MAINLINE
001910*    DRIVES THE SECURITY-EXCEPTION SECTION AND THEN THE OPERATOR
001920*    ACTIVITY SECTION, EACH FROM ITS OWN SORT.
001930******************************************************************
001940 0000-MAINLINE.
001950     PERFORM 1000-INITIALIZE
001960         THRU 1000-INITIALIZE-EXIT
001970     SORT SECURITY-SORT-FILE
001980         ON ASCENDING KEY SS-OPERATOR-ID
001990                          SS-PROGRAM
002000                          SS-DATE
002010                          SS-TIME
002020         INPUT PROCEDURE IS 2000-RELEASE-EVENTS
002030             THRU 2000-RELEASE-EVENTS-EXIT
002040         OUTPUT PROCEDURE IS 3000-PRODUCE-EXCEPTIONS
002050             THRU 3000-PRODUCE-EXCEPTIONS-EXIT
002060     SORT ACTIVITY-SORT-FILE
002070         ON ASCENDING KEY AS-OPERATOR-ID
002080                          AS-CHANGE-TYPE
002090                          AS-DATE
002100                          AS-TIME
002110         INPUT PROCEDURE IS 4000-RELEASE-CHANGES
002120             THRU 4000-RELEASE-CHANGES-EXIT
002130         OUTPUT PROCEDURE IS 5000-PRODUCE-ACTIVITY
002140             THRU 5000-PRODUCE-ACTIVITY-EXIT
002150     PERFORM 9000-TERMINATE
002160         THRU 9000-TERMINATE-EXIT
002170     STOP RUN.
002180*
002190******************************************************************
002200*    1000-INITIALIZE
002210*    CAPTURES THE DATE RANGE AND THE THREE THRESHOLDS, OPENS THE
002220*    OPERATOR MASTER FOR THE ID CHECKS, AND PRINTS THE HEADING.
002230******************************************************************
002240 1000-INITIALIZE.
002250     DISPLAY "Enter from date (YYYYMMDD, 0 = to date only):"
002260     ACCEPT WS-FROM-DATE
002270     DISPLAY "Enter to date (YYYYMMDD, 0 = today):"
002280     ACCEPT WS-TO-DATE
002290     IF WS-TO-DATE EQUAL ZERO
002300         ACCEPT WS-TO-DATE FROM DATE YYYYMMDD
002310     END-IF
002320     IF WS-FROM-DATE EQUAL ZERO
002330         MOVE WS-TO-DATE TO WS-FROM-DATE
002340     END-IF
002350     DISPLAY "Enter failed sign-ons that count as repeated "
002360             "(0 = 3):"
002370     ACCEPT WS-REPEAT-THRESHOLD
002380     IF WS-REPEAT-THRESHOLD EQUAL ZERO
002390         MOVE 3 TO WS-REPEAT-THRESHOLD
002400     END-IF
002410     DISPLAY "Enter count adjustment to call out (units):"
002420     ACCEPT WS-COUNT-THRESHOLD
002430     DISPLAY "Enter price change to call out (whole percent):"
002440     ACCEPT WS-PRICE-THRESHOLD
002450
002460     OPEN INPUT OPERATOR-FILE
002470     IF WS-OPR-STATUS EQUAL "00"
002480         MOVE 'Y' TO WS-OPR-OPEN-SW
002490     ELSE
002500         DISPLAY "Operator master not available, status: "
002510                 WS-OPR-STATUS
002520         DISPLAY "Operator IDs will not be checked"
002530     END-IF
002540
002550     DISPLAY "Security and Operator Activity Report - "
002560             WS-FROM-DATE " to " WS-TO-DATE
002570     DISPLAY " "
002580     DISPLAY "SECTION 1 - FAILED SIGN-ONS AND ACCESS DENIALS".
002590 1000-INITIALIZE-EXIT.
002600     EXIT.
002610*
002620******************************************************************
002630*    2000-RELEASE-EVENTS
002640*    READS THE SECURITY LOG AND RELEASES EVERY EVENT INSIDE THE
002650*    DATE RANGE.  NO LOG YET MEANS NOTHING TO REPORT.
002660******************************************************************
002670 2000-RELEASE-EVENTS.
002680     OPEN INPUT SECURITY-LOG-FILE
002690     IF WS-SEC-STATUS NOT EQUAL "00"
002700         DISPLAY "Security log not available, status: "
002710                 WS-SEC-STATUS
002720         GO TO 2000-RELEASE-EVENTS-EXIT
002730     END-IF
002740     MOVE 'N' TO WS-EOF-SW
002750     READ SECURITY-LOG-FILE
002760         AT END
002770             MOVE 'Y' TO WS-EOF-SW
002780     END-READ
002790     PERFORM UNTIL WS-EOF
002800         ADD 1 TO WS-SEC-READ
002810         IF SEC-DATE NOT < WS-FROM-DATE AND
002820            SEC-DATE NOT > WS-TO-DATE
002830             MOVE SEC-OPERATOR-ID TO SS-OPERATOR-ID
002840             MOVE SEC-PROGRAM     TO SS-PROGRAM
002850             MOVE SEC-DATE        TO SS-DATE
002860             MOVE SEC-TIME        TO SS-TIME
002870             MOVE SEC-EVENT-TYPE  TO SS-EVENT-TYPE
002880             MOVE SEC-DETAIL      TO SS-DETAIL
002890             RELEASE SECURITY-SORT-RECORD
002900             ADD 1 TO WS-SEC-SELECTED
002910         END-IF
002920         READ SECURITY-LOG-FILE
002930             AT END
002940                 MOVE 'Y' TO WS-EOF-SW
002950         END-READ
002960     END-PERFORM
002970     CLOSE SECURITY-LOG-FILE.
002980 2000-RELEASE-EVENTS-EXIT.
002990     EXIT.
003000*
003010******************************************************************
003020*    3000-PRODUCE-EXCEPTIONS
003030*    RETURNS THE SORTED EVENTS AND CLOSES OUT THE LAST PROGRAM
003040*    AND OPERATOR WHEN THE SORT RUNS DRY.
003050******************************************************************
003060 3000-PRODUCE-EXCEPTIONS.
003070     MOVE 'Y' TO WS-FIRST-RECORD-SW
003080     MOVE 'N' TO WS-EOF-SW
003090     RETURN SECURITY-SORT-FILE
003100         AT END
003110             MOVE 'Y' TO WS-EOF-SW
003120     END-RETURN
003130     PERFORM UNTIL WS-EOF
003140         PERFORM 3100-PROCESS-EVENT
003150             THRU 3100-PROCESS-EVENT-EXIT
003160         RETURN SECURITY-SORT-FILE
003170             AT END
003180                 MOVE 'Y' TO WS-EOF-SW
003190         END-RETURN
003200     END-PERFORM
003210     IF WS-FIRST-RECORD
003220         DISPLAY "  No security exceptions in the date range"
003230     ELSE
003240         PERFORM 3200-PRINT-PROGRAM-TOTAL
003250             THRU 3200-PRINT-PROGRAM-TOTAL-EXIT
003260         PERFORM 3300-PRINT-OPERATOR-TOTAL
003270             THRU 3300-PRINT-OPERATOR-TOTAL-EXIT
003280     END-IF.
003290 3000-PRODUCE-EXCEPTIONS-EXIT.
003300     EXIT.
003310*
003320******************************************************************
003330*    3100-PROCESS-EVENT
003340*    PRINTS ONE EVENT, CLOSING THE PRIOR PROGRAM ON A PROGRAM
003350*    CHANGE AND THE PRIOR OPERATOR ON AN OPERATOR CHANGE, WITH A
003360*    HEADING FOR EACH NEW OPERATOR.
003370******************************************************************
003380 3100-PROCESS-EVENT.
003390     MOVE SS-OPERATOR-ID TO WS-SEC-CURR-OPERATOR
003400     MOVE SS-PROGRAM     TO WS-SEC-CURR-PROGRAM
003410     IF WS-FIRST-RECORD
003420         MOVE WS-SEC-CURRENT-KEY TO WS-SEC-PRIOR-KEY
003430         MOVE 'N' TO WS-FIRST-RECORD-SW
003440         PERFORM 3400-START-OPERATOR
003450             THRU 3400-START-OPERATOR-EXIT
003460     END-IF
003470
003480     IF WS-SEC-CURRENT-KEY NOT EQUAL WS-SEC-PRIOR-KEY
003490         PERFORM 3200-PRINT-PROGRAM-TOTAL
003500             THRU 3200-PRINT-PROGRAM-TOTAL-EXIT
003510         IF WS-SEC-CURR-OPERATOR NOT EQUAL WS-SEC-PRIOR-OPERATOR
003520             PERFORM 3300-PRINT-OPERATOR-TOTAL
003530                 THRU 3300-PRINT-OPERATOR-TOTAL-EXIT
003540             PERFORM 3400-START-OPERATOR
003550                 THRU 3400-START-OPERATOR-EXIT
003560         END-IF
003570         MOVE WS-SEC-CURRENT-KEY TO WS-SEC-PRIOR-KEY
003580     END-IF
003590
003600     IF SS-SIGNON-FAILED
003610         MOVE "SIGN-ON FAILED" TO WS-EVENT-TEXT
003620         ADD 1 TO WS-PGM-FAILED
003630     ELSE
003640         IF SS-ACCESS-DENIED
003650             MOVE "ACCESS DENIED " TO WS-EVENT-TEXT
003660             ADD 1 TO WS-PGM-DENIED
003670         ELSE
003680             MOVE "OTHER EVENT   " TO WS-EVENT-TEXT
003690         END-IF
003700     END-IF
003710     DISPLAY "    " SS-DATE " " SS-TIME " " SS-PROGRAM " "
003720             WS-EVENT-TEXT " " SS-DETAIL.
003730 3100-PROCESS-EVENT-EXIT.
003740     EXIT.
003750*
003760******************************************************************
003770*    3200-PRINT-PROGRAM-TOTAL
003780*    PRINTS THE PRIOR PROGRAM'S SUBTOTAL FOR THE OPERATOR AND
003790*    ROLLS IT INTO THE OPERATOR TOTALS.
003800******************************************************************
003810 3200-PRINT-PROGRAM-TOTAL.
003820     MOVE WS-PGM-FAILED TO WS-PRT-COUNT
003830     MOVE WS-PGM-DENIED TO WS-PRT-COUNT-2
003840     DISPLAY "    Subtotal " WS-SEC-PRIOR-PROGRAM
003850             " failed " WS-PRT-COUNT " denied " WS-PRT-COUNT-2
003860     ADD WS-PGM-FAILED TO WS-OPR-FAILED
003870     ADD WS-PGM-DENIED TO WS-OPR-DENIED
003880     MOVE ZERO TO WS-PGM-FAILED
003890     MOVE ZERO TO WS-PGM-DENIED.
003900 3200-PRINT-PROGRAM-TOTAL-EXIT.
003910     EXIT.
003920*
003930******************************************************************
003940*    3300-PRINT-OPERATOR-TOTAL
003950*    PRINTS THE PRIOR OPERATOR'S TOTALS AND FLAGS REPEATED
003960*    SIGN-ON FAILURES, THEN ROLLS THE OPERATOR INTO THE REPORT
003970*    TOTALS.
003980******************************************************************
003990 3300-PRINT-OPERATOR-TOTAL.
004000     MOVE WS-OPR-FAILED TO WS-PRT-COUNT
004010     MOVE WS-OPR-DENIED TO WS-PRT-COUNT-2
004020     DISPLAY "  Total for " WS-SEC-PRIOR-OPERATOR
004030             " failed " WS-PRT-COUNT " denied " WS-PRT-COUNT-2
004040     IF WS-OPR-FAILED NOT < WS-REPEAT-THRESHOLD
004050         DISPLAY "  ** REPEATED SIGN-ON FAILURES AGAINST "
004060                 WS-SEC-PRIOR-OPERATOR " **"
004070         ADD 1 TO WS-REPEAT-FLAGS
004080     END-IF
004090     ADD WS-OPR-FAILED TO WS-TOT-FAILED
004100     ADD WS-OPR-DENIED TO WS-TOT-DENIED
004110     MOVE ZERO TO WS-OPR-FAILED
004120     MOVE ZERO TO WS-OPR-DENIED.
004130 3300-PRINT-OPERATOR-TOTAL-EXIT.
004140     EXIT.
004150*
004160******************************************************************
004170*    3400-START-OPERATOR
004180*    PRINTS THE HEADING FOR A NEW OPERATOR IN SECTION 1 AND FLAGS
004190*    AN ID THAT IS NOT ON THE OPERATOR MASTER OR IS INACTIVE.
004200******************************************************************
004210 3400-START-OPERATOR.
004220     MOVE WS-SEC-CURR-OPERATOR TO WS-LOOKUP-ID
004230     PERFORM 8000-LOOKUP-OPERATOR
004240         THRU 8000-LOOKUP-OPERATOR-EXIT
004250     DISPLAY " "
004260     DISPLAY "  Operator " WS-LOOKUP-ID " " WS-LOOKUP-NAME
004270     IF WS-OPR-STATE-MISSING
004280         DISPLAY "  ** ID NOT ON OPERATOR MASTER **"
004290         ADD 1 TO WS-MISSING-FLAGS
004300     END-IF
004310     IF WS-OPR-STATE-INACTIVE
004320         DISPLAY "  ** ACTIVITY UNDER INACTIVE ID **"
004330         ADD 1 TO WS-INACTIVE-FLAGS
004340     END-IF.
004350 3400-START-OPERATOR-EXIT.
004360     EXIT.
004370*
004380******************************************************************
004390*    4000-RELEASE-CHANGES
004400*    READS THE AUDIT LOG AND RELEASES EVERY CHANGE INSIDE THE
004410*    DATE RANGE, THEN PRINTS THE SECTION 2 HEADING.
004420******************************************************************
004430 4000-RELEASE-CHANGES.
004440     DISPLAY " "
004450     DISPLAY "SECTION 2 - OPERATOR ACTIVITY FROM THE AUDIT LOG"
004460     DISPLAY "Calling out count adjustments of "
004470             WS-COUNT-THRESHOLD
004480             " units or more and price changes of "
004490             WS-PRICE-THRESHOLD " percent or more"
004500     OPEN INPUT AUDIT-FILE
004510     IF WS-AUD-STATUS NOT EQUAL "00"
004520         DISPLAY "Audit log not available, status: "
004530                 WS-AUD-STATUS
004540         GO TO 4000-RELEASE-CHANGES-EXIT
004550     END-IF
004560     MOVE 'N' TO WS-EOF-SW
004570     READ AUDIT-FILE
004580         AT END
004590             MOVE 'Y' TO WS-EOF-SW
004600     END-READ
004610     PERFORM UNTIL WS-EOF
004620         ADD 1 TO WS-AUD-READ
004630         IF AUDIT-DATE NOT < WS-FROM-DATE AND
004640            AUDIT-DATE NOT > WS-TO-DATE
004650             MOVE AUDIT-OPERATOR-ID  TO AS-OPERATOR-ID
004660             MOVE AUDIT-CHANGE-TYPE  TO AS-CHANGE-TYPE
004670             MOVE AUDIT-DATE         TO AS-DATE
004680             MOVE AUDIT-TIME         TO AS-TIME
004690             MOVE AUDIT-ITEM-ID      TO AS-ITEM-ID
004700             MOVE AUDIT-WAREHOUSE-ID TO AS-WAREHOUSE-ID
004710             MOVE AUDIT-OLD-VALUE    TO AS-OLD-VALUE
004720             MOVE AUDIT-NEW-VALUE    TO AS-NEW-VALUE
004730             RELEASE ACTIVITY-SORT-RECORD
004740             ADD 1 TO WS-AUD-SELECTED
004750         END-IF
004760         READ AUDIT-FILE
004770             AT END
004780                 MOVE 'Y' TO WS-EOF-SW
004790         END-READ
004800     END-PERFORM
004810     CLOSE AUDIT-FILE.
004820 4000-RELEASE-CHANGES-EXIT.
004830     EXIT.
004840*
004850******************************************************************
004860*    5000-PRODUCE-ACTIVITY
004870*    RETURNS THE SORTED CHANGES AND CLOSES OUT THE LAST CHANGE
004880*    TYPE AND OPERATOR WHEN THE SORT RUNS DRY.
004890******************************************************************
004900 5000-PRODUCE-ACTIVITY.
004910     MOVE 'Y' TO WS-FIRST-RECORD-SW
004920     MOVE 'N' TO WS-EOF-SW
004930     RETURN ACTIVITY-SORT-FILE
004940         AT END
004950             MOVE 'Y' TO WS-EOF-SW
004960     END-RETURN
004970     PERFORM UNTIL WS-EOF
004980         PERFORM 5100-PROCESS-CHANGE
004990             THRU 5100-PROCESS-CHANGE-EXIT
005000         RETURN ACTIVITY-SORT-FILE
005010             AT END
005020                 MOVE 'Y' TO WS-EOF-SW
005030         END-RETURN
005040     END-PERFORM
005050     IF WS-FIRST-RECORD
005060         DISPLAY "  No audit-log changes in the date range"
005070     ELSE
005080         PERFORM 5200-PRINT-TYPE-TOTAL
005090             THRU 5200-PRINT-TYPE-TOTAL-EXIT
005100         PERFORM 5300-PRINT-OPERATOR-ACTIVITY
005110             THRU 5300-PRINT-OPERATOR-ACTIVITY-EXIT
005120     END-IF.
005130 5000-PRODUCE-ACTIVITY-EXIT.
005140     EXIT.
005150*
005160******************************************************************
005170*    5100-PROCESS-CHANGE
005180*    COUNTS ONE CHANGE, CLOSING THE PRIOR CHANGE TYPE ON A TYPE
005190*    CHANGE AND THE PRIOR OPERATOR ON AN OPERATOR CHANGE, AND
005200*    CALLS OUT A LARGE COUNT ADJUSTMENT OR PRICE CHANGE.
005210******************************************************************
005220 5100-PROCESS-CHANGE.
005230     MOVE AS-OPERATOR-ID TO WS-ACT-CURR-OPERATOR
005240     MOVE AS-CHANGE-TYPE TO WS-ACT-CURR-TYPE
005250     IF WS-FIRST-RECORD
005260         MOVE WS-ACT-CURRENT-KEY TO WS-ACT-PRIOR-KEY
005270         MOVE 'N' TO WS-FIRST-RECORD-SW
005280         PERFORM 5400-START-ACTIVITY-OPERATOR
005290             THRU 5400-START-ACTIVITY-OPERATOR-EXIT
005300     END-IF
005310
005320     IF WS-ACT-CURRENT-KEY NOT EQUAL WS-ACT-PRIOR-KEY
005330         PERFORM 5200-PRINT-TYPE-TOTAL
005340             THRU 5200-PRINT-TYPE-TOTAL-EXIT
005350         IF WS-ACT-CURR-OPERATOR NOT EQUAL WS-ACT-PRIOR-OPERATOR
005360             PERFORM 5300-PRINT-OPERATOR-ACTIVITY
005370                 THRU 5300-PRINT-OPERATOR-ACTIVITY-EXIT
005380             PERFORM 5400-START-ACTIVITY-OPERATOR
005390                 THRU 5400-START-ACTIVITY-OPERATOR-EXIT
005400         END-IF
005410         MOVE WS-ACT-CURRENT-KEY TO WS-ACT-PRIOR-KEY
005420     END-IF
005430
005440     ADD 1 TO WS-TYPE-COUNT
005450     IF AS-CHANGE-TYPE EQUAL 'C' OR AS-CHANGE-TYPE EQUAL 'P'
005460         PERFORM 5150-CHECK-LARGE-CHANGE
005470             THRU 5150-CHECK-LARGE-CHANGE-EXIT
005480     END-IF.
005490 5100-PROCESS-CHANGE-EXIT.
005500     EXIT.
005510*
005520******************************************************************
005530*    5150-CHECK-LARGE-CHANGE
005540*    CALLS OUT A COUNT ADJUSTMENT WHOSE SIZE IN UNITS, OR A PRICE
005550*    CHANGE WHOSE SIZE IN PERCENT OF THE OLD PRICE, REACHES ITS
005560*    THRESHOLD, IN EITHER DIRECTION.  A PRICE SET FROM ZERO IS
005570*    ALWAYS CALLED OUT.
005580******************************************************************
005590 5150-CHECK-LARGE-CHANGE.
005600     COMPUTE WS-CHANGE-DELTA = AS-NEW-VALUE - AS-OLD-VALUE
005610     IF WS-CHANGE-DELTA < ZERO
005620         COMPUTE WS-CHANGE-DELTA = ZERO - WS-CHANGE-DELTA
005630     END-IF
005640     MOVE AS-OLD-VALUE TO WS-PRT-VALUE-1
005650     MOVE AS-NEW-VALUE TO WS-PRT-VALUE-2
005660
005670     IF AS-CHANGE-TYPE EQUAL 'C'
005680         IF WS-CHANGE-DELTA NOT < WS-COUNT-THRESHOLD
005690             DISPLAY "    ** LARGE COUNT ADJUSTMENT  item "
005700                     AS-ITEM-ID " " AS-WAREHOUSE-ID " "
005710                     AS-DATE " " AS-TIME
005720             DISPLAY "       on hand " WS-PRT-VALUE-1
005730                     " to " WS-PRT-VALUE-2
005740             ADD 1 TO WS-OPR-LARGE-COUNTS
005750         END-IF
005760         GO TO 5150-CHECK-LARGE-CHANGE-EXIT
005770     END-IF
005780
005790     IF AS-OLD-VALUE EQUAL ZERO
005800         MOVE 9999.9 TO WS-CHANGE-PCT
005810     ELSE
005820         COMPUTE WS-CHANGE-PCT ROUNDED =
005830             (WS-CHANGE-DELTA / AS-OLD-VALUE) * 100
005840             ON SIZE ERROR
005850                 MOVE 9999.9 TO WS-CHANGE-PCT
005860         END-COMPUTE
005870     END-IF
005880     IF WS-CHANGE-PCT NOT < WS-PRICE-THRESHOLD
005890         MOVE WS-CHANGE-PCT TO WS-PRT-PCT
005900         DISPLAY "    ** LARGE PRICE CHANGE      item "
005910                 AS-ITEM-ID " " AS-WAREHOUSE-ID " "
005920                 AS-DATE " " AS-TIME
005930         DISPLAY "       price " WS-PRT-VALUE-1
005940                 " to " WS-PRT-VALUE-2 " (" WS-PRT-PCT " pct)"
005950         ADD 1 TO WS-OPR-LARGE-PRICES
005960     END-IF.
005970 5150-CHECK-LARGE-CHANGE-EXIT.
005980     EXIT.
005990*
006000******************************************************************
006010*    5200-PRINT-TYPE-TOTAL
006020*    PRINTS THE PRIOR CHANGE TYPE'S COUNT FOR THE OPERATOR AND
006030*    ROLLS IT INTO THE OPERATOR'S TOTAL.
006040******************************************************************
006050 5200-PRINT-TYPE-TOTAL.
006060     PERFORM 5250-DESCRIBE-CHANGE-TYPE
006070         THRU 5250-DESCRIBE-CHANGE-TYPE-EXIT
006080     MOVE WS-TYPE-COUNT TO WS-PRT-COUNT
006090     DISPLAY "    " WS-ACT-PRIOR-TYPE " " WS-TYPE-TEXT " "
006100             WS-PRT-COUNT
006110     ADD WS-TYPE-COUNT TO WS-OPR-CHANGES
006120     MOVE ZERO TO WS-TYPE-COUNT.
006130 5200-PRINT-TYPE-TOTAL-EXIT.
006140     EXIT.
006150*
006160******************************************************************
006170*    5250-DESCRIBE-CHANGE-TYPE
006180*    NAMES THE AUDIT CHANGE TYPE IN WS-ACT-PRIOR-TYPE.
006190******************************************************************
006200 5250-DESCRIBE-CHANGE-TYPE.
006210     EVALUATE WS-ACT-PRIOR-TYPE
006220         WHEN 'Q'
006230             MOVE "Quantity change"          TO WS-TYPE-TEXT
006240         WHEN 'P'
006250             MOVE "Price change"             TO WS-TYPE-TEXT
006260         WHEN 'C'
006270             MOVE "Count adjustment"         TO WS-TYPE-TEXT
006280         WHEN 'R'
006290             MOVE "PO receipt"               TO WS-TYPE-TEXT
006300         WHEN 'U'
006310             MOVE "Unit cost change"         TO WS-TYPE-TEXT
006320         WHEN 'B'
006330             MOVE "Backorder release"        TO WS-TYPE-TEXT
006340         WHEN 'A'
006350             MOVE "Allocation placed"        TO WS-TYPE-TEXT
006360         WHEN 'L'
006370             MOVE "Allocation released"      TO WS-TYPE-TEXT
006380         WHEN 'S'
006390             MOVE "Reorder setting change"   TO WS-TYPE-TEXT
006400         WHEN 'V'
006410             MOVE "Return to vendor"         TO WS-TYPE-TEXT
006420         WHEN 'H'
006430             MOVE "Sales-order shipment"     TO WS-TYPE-TEXT
006440         WHEN 'I'
006450             MOVE "Kit component issue"      TO WS-TYPE-TEXT
006460         WHEN 'K'
006470             MOVE "Kit build"                TO WS-TYPE-TEXT
006480         WHEN 'D'
006490             MOVE "Kit breakdown"            TO WS-TYPE-TEXT
006500         WHEN 'E'
006510             MOVE "Kit component return"     TO WS-TYPE-TEXT
006520         WHEN OTHER
006530             MOVE "Unknown change type"      TO WS-TYPE-TEXT
006540     END-EVALUATE.
006550 5250-DESCRIBE-CHANGE-TYPE-EXIT.
006560     EXIT.
006570*
006580******************************************************************
006590*    5300-PRINT-OPERATOR-ACTIVITY
006600*    PRINTS THE PRIOR OPERATOR'S CHANGE TOTAL AND COUNTS OF LARGE
006610*    CHANGES, THEN ROLLS THEM INTO THE REPORT TOTALS.
006620******************************************************************
006630 5300-PRINT-OPERATOR-ACTIVITY.
006640     MOVE WS-OPR-CHANGES TO WS-PRT-COUNT
006650     DISPLAY "  Total changes by " WS-ACT-PRIOR-OPERATOR " "
006660             WS-PRT-COUNT
006670     IF WS-OPR-LARGE-COUNTS > ZERO
006680         MOVE WS-OPR-LARGE-COUNTS TO WS-PRT-COUNT
006690         DISPLAY "  ** Large count adjustments by "
006700                 WS-ACT-PRIOR-OPERATOR ": " WS-PRT-COUNT
006710     END-IF
006720     IF WS-OPR-LARGE-PRICES > ZERO
006730         MOVE WS-OPR-LARGE-PRICES TO WS-PRT-COUNT
006740         DISPLAY "  ** Large price changes by "
006750                 WS-ACT-PRIOR-OPERATOR ": " WS-PRT-COUNT
006760     END-IF
006770     ADD WS-OPR-LARGE-COUNTS TO WS-TOT-LARGE-COUNTS
006780     ADD WS-OPR-LARGE-PRICES TO WS-TOT-LARGE-PRICES
006790     MOVE ZERO TO WS-OPR-CHANGES
006800     MOVE ZERO TO WS-OPR-LARGE-COUNTS
006810     MOVE ZERO TO WS-OPR-LARGE-PRICES.
006820 5300-PRINT-OPERATOR-ACTIVITY-EXIT.
006830     EXIT.
006840*
006850******************************************************************
006860*    5400-START-ACTIVITY-OPERATOR
006870*    PRINTS THE HEADING FOR A NEW OPERATOR IN SECTION 2 AND FLAGS
006880*    CHANGES POSTED UNDER AN ID THAT IS NOT ON THE OPERATOR
006890*    MASTER OR IS INACTIVE.
006900******************************************************************
006910 5400-START-ACTIVITY-OPERATOR.
006920     MOVE WS-ACT-CURR-OPERATOR TO WS-LOOKUP-ID
006930     PERFORM 8000-LOOKUP-OPERATOR
006940         THRU 8000-LOOKUP-OPERATOR-EXIT
006950     DISPLAY " "
006960     DISPLAY "  Operator " WS-LOOKUP-ID " " WS-LOOKUP-NAME
006970     IF WS-OPR-STATE-MISSING
006980         DISPLAY "  ** CHANGES UNDER ID NOT ON OPERATOR MASTER **"
006990         ADD 1 TO WS-MISSING-FLAGS
007000     END-IF
007010     IF WS-OPR-STATE-INACTIVE
007020         DISPLAY "  ** ACTIVITY UNDER INACTIVE ID **"
007030         ADD 1 TO WS-INACTIVE-FLAGS
007040     END-IF.
007050 5400-START-ACTIVITY-OPERATOR-EXIT.
007060     EXIT.
007070*
007080******************************************************************
007090*    8000-LOOKUP-OPERATOR
007100*    LOOKS WS-LOOKUP-ID UP ON THE OPERATOR MASTER AND SETS
007110*    WS-OPR-STATE AND WS-LOOKUP-NAME.  THE BATCH ID IS NOT AN
007120*    OPERATOR; WITHOUT THE MASTER THE STATE IS UNKNOWN.
007130******************************************************************
007140 8000-LOOKUP-OPERATOR.
007150     IF WS-SYSTEM-ID
007160         SET WS-OPR-STATE-SYSTEM TO TRUE
007170         MOVE "(overnight batch)" TO WS-LOOKUP-NAME
007180         GO TO 8000-LOOKUP-OPERATOR-EXIT
007190     END-IF
007200     IF NOT WS-OPR-OPEN
007210         SET WS-OPR-STATE-UNKNOWN TO TRUE
007220         MOVE SPACES TO WS-LOOKUP-NAME
007230         GO TO 8000-LOOKUP-OPERATOR-EXIT
007240     END-IF
007250     MOVE WS-LOOKUP-ID TO OPR-ID
007260     READ OPERATOR-FILE
007270         INVALID KEY
007280             SET WS-OPR-STATE-MISSING TO TRUE
007290             MOVE SPACES TO WS-LOOKUP-NAME
007300             GO TO 8000-LOOKUP-OPERATOR-EXIT
007310     END-READ
007320     MOVE OPR-NAME TO WS-LOOKUP-NAME
007330     IF OPR-INACTIVE
007340         SET WS-OPR-STATE-INACTIVE TO TRUE
007350     ELSE
007360         SET WS-OPR-STATE-ACTIVE TO TRUE
007370     END-IF.
007380 8000-LOOKUP-OPERATOR-EXIT.
007390     EXIT.
007400*
007410******************************************************************
007420*    9000-TERMINATE
007430*    CLOSES THE OPERATOR MASTER AND PRINTS THE REPORT TOTALS.
007440******************************************************************
007450 9000-TERMINATE.
007460     IF WS-OPR-OPEN
007470         CLOSE OPERATOR-FILE
007480     END-IF
007490     DISPLAY " "
007500     DISPLAY "Security log rows read:       " WS-SEC-READ
007510     DISPLAY "Security events in range:     " WS-SEC-SELECTED
007520     DISPLAY "Failed sign-ons:              " WS-TOT-FAILED
007530     DISPLAY "Access denials:               " WS-TOT-DENIED
007540     DISPLAY "Repeated-failure IDs:         " WS-REPEAT-FLAGS
007550     DISPLAY "Audit log rows read:          " WS-AUD-READ
007560     DISPLAY "Audit changes in range:       " WS-AUD-SELECTED
007570     DISPLAY "Large count adjustments:      " WS-TOT-LARGE-COUNTS
007580     DISPLAY "Large price changes:          " WS-TOT-LARGE-PRICES
007590     DISPLAY "IDs not on operator master:   " WS-MISSING-FLAGS
007600     DISPLAY "Inactive-ID flags:            " WS-INACTIVE-FLAGS.
007610 9000-TERMINATE-EXIT.
007620     EXIT.
