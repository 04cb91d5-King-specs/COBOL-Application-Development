000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SALES-ORDER-PICK-LIST.
000030 AUTHOR. J-R-MCALLISTER.
000040 INSTALLATION. DISTRIBUTION-CENTER-APPLICATIONS-GROUP.
000050 DATE-WRITTEN. 10/14/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*    DESCRIPTION:  PRINTS THE PICK LIST FOR OPEN SALES-ORDER
000090*                  LINES, GROUPED BY THE WAREHOUSE THE STOCK IS TO
000100*                  BE PULLED FROM.  ONLY OPEN LINES HOLDING AN
000110*                  ALLOCATION ARE LISTED, AT THEIR ALLOCATED
000120*                  QUANTITY - THAT IS WHAT SHIP CONFIRMATION WILL
000130*                  ACCEPT.  WITHIN A WAREHOUSE THE LINES ARE IN
000140*                  ITEM ORDER SO THE PICKER TAKES EACH ITEM ONCE,
000150*                  WITH A SUBTOTAL ON EACH WAREHOUSE BREAK.
000160*
000170*    MODIFICATION HISTORY
000180*    DATE       INIT  DESCRIPTION
000190*    ---------  ----  -------------------------------------------
000200*    2026-10-14 JRM   ORIGINAL PROGRAM.
000210******************************************************************
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT SO-LINE-FILE ASSIGN TO "soline.dat"
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS DYNAMIC
000280         RECORD KEY IS SOL-KEY
000290         FILE STATUS IS WS-SOL-STATUS.
000300
000310     SELECT SORT-WORK-FILE ASSIGN TO "sopsort.tmp".
000320 DATA DIVISION.
000330 FILE SECTION.
000340 FD  SO-LINE-FILE.
000350     COPY SOLINE.
000360*
000370 SD  SORT-WORK-FILE.
000380 01  SORT-WORK-RECORD.
000390     05  SW-WAREHOUSE-ID      PIC X(05).
000400     05  SW-ITEM-ID           PIC 9(05).
000410     05  SW-ORDER-NO          PIC 9(06).
000420     05  SW-LINE-NO           PIC 9(03).
000430     05  SW-ITEM-NAME         PIC X(20).
000440     05  SW-PICK-QTY          PIC 9(05).
000450*
000460 WORKING-STORAGE SECTION.
000470******************************************************************
000480*    SWITCHES AND FLAGS
000490******************************************************************
000500 01  WS-SWITCHES.
000510     05  WS-EOF-SW            PIC X(01)   VALUE 'N'.
000520         88  WS-EOF                       VALUE 'Y'.
000530     05  WS-FIRST-RECORD-SW   PIC X(01)   VALUE 'Y'.
000540         88  WS-FIRST-RECORD              VALUE 'Y'.
000550*
000560******************************************************************
000570*    FILE STATUS AND CONTROL-BREAK WORK AREAS
000580******************************************************************
000590 01  WS-SOL-STATUS            PIC X(02).
000600 01  WS-PRIOR-WAREHOUSE       PIC X(05)   VALUE SPACES.
000610 01  WS-RUN-DATE              PIC 9(08).
000620 01  WS-WAREHOUSE-LINES       PIC 9(05)   VALUE ZERO.
000630 01  WS-WAREHOUSE-QTY         PIC 9(07)   VALUE ZERO.
000640 01  WS-TOTAL-LINES           PIC 9(07)   COMP VALUE ZERO.
000650*
000660 PROCEDURE DIVISION.
000670******************************************************************
000680*    0000-MAINLINE
000690*    DRIVES THE SORT BY WAREHOUSE AND THE PICK LIST.
000700******************************************************************
000710 0000-MAINLINE.
000720     PERFORM 1000-INITIALIZE
000730         THRU 1000-INITIALIZE-EXIT
000740     SORT SORT-WORK-FILE
000750         ON ASCENDING KEY SW-WAREHOUSE-ID
000760                          SW-ITEM-ID
000770                          SW-ORDER-NO
000780                          SW-LINE-NO
000790         INPUT PROCEDURE IS 2000-RELEASE-RECORDS
000800             THRU 2000-RELEASE-RECORDS-EXIT
000810         OUTPUT PROCEDURE IS 3000-PRODUCE-REPORT
000820             THRU 3000-PRODUCE-REPORT-EXIT
000830     PERFORM 9000-TERMINATE
000840         THRU 9000-TERMINATE-EXIT
000850     STOP RUN.
000860*
000870******************************************************************
000880*    1000-INITIALIZE
000890*    PRINTS THE REPORT HEADING.
000900******************************************************************
000910 1000-INITIALIZE.
000920     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
000930     DISPLAY "Sales Order Pick List By Warehouse - Run "
000940             WS-RUN-DATE
000950     DISPLAY "Item  Name                 Order  Line Pick-Qty".
000960 1000-INITIALIZE-EXIT.
000970     EXIT.
000980*
000990******************************************************************
001000*    2000-RELEASE-RECORDS
001010*    READS THE ORDER LINE FILE AND RELEASES EVERY OPEN LINE THAT
001020*    HOLDS AN ALLOCATION TO THE SORT WORK FILE.
001030******************************************************************
001040 2000-RELEASE-RECORDS.
001050     OPEN INPUT SO-LINE-FILE
001060     IF WS-SOL-STATUS NOT EQUAL "00"
001070         DISPLAY "Unable to open order line file, status: "
001080                 WS-SOL-STATUS
001090         MOVE 'Y' TO WS-EOF-SW
001100         GO TO 2000-RELEASE-RECORDS-EXIT
001110     END-IF
001120     MOVE 'N' TO WS-EOF-SW
001130     READ SO-LINE-FILE NEXT RECORD
001140         AT END
001150             MOVE 'Y' TO WS-EOF-SW
001160     END-READ
001170     PERFORM UNTIL WS-EOF
001180         IF SOL-OPEN AND SOL-ALLOCATED-QTY > ZERO
001190             MOVE SOL-WAREHOUSE-ID  TO SW-WAREHOUSE-ID
001200             MOVE SOL-ITEM-ID       TO SW-ITEM-ID
001210             MOVE SOL-ORDER-NO      TO SW-ORDER-NO
001220             MOVE SOL-LINE-NO       TO SW-LINE-NO
001230             MOVE SOL-ITEM-NAME     TO SW-ITEM-NAME
001240             MOVE SOL-ALLOCATED-QTY TO SW-PICK-QTY
001250             RELEASE SORT-WORK-RECORD
001260         END-IF
001270         READ SO-LINE-FILE NEXT RECORD
001280             AT END
001290                 MOVE 'Y' TO WS-EOF-SW
001300         END-READ
001310     END-PERFORM
001320     CLOSE SO-LINE-FILE.
001330 2000-RELEASE-RECORDS-EXIT.
001340     EXIT.
001350*
001360******************************************************************
001370*    3000-PRODUCE-REPORT
001380*    RETURNS THE SORTED LINES IN WAREHOUSE ORDER, PRINTING A
001390*    DETAIL LINE PER ORDER LINE WITH A SUBTOTAL ON EACH
001400*    WAREHOUSE BREAK.
001410******************************************************************
001420 3000-PRODUCE-REPORT.
001430     MOVE 'N' TO WS-EOF-SW
001440     RETURN SORT-WORK-FILE
001450         AT END
001460             MOVE 'Y' TO WS-EOF-SW
001470     END-RETURN
001480     PERFORM UNTIL WS-EOF
001490         PERFORM 3100-PROCESS-SORTED-RECORD
001500             THRU 3100-PROCESS-SORTED-RECORD-EXIT
001510         RETURN SORT-WORK-FILE
001520             AT END
001530                 MOVE 'Y' TO WS-EOF-SW
001540         END-RETURN
001550     END-PERFORM
001560     IF NOT WS-FIRST-RECORD
001570         PERFORM 3200-WRITE-WAREHOUSE-TOTAL
001580             THRU 3200-WRITE-WAREHOUSE-TOTAL-EXIT
001590     END-IF.
001600 3000-PRODUCE-REPORT-EXIT.
001610     EXIT.
001620*
001630******************************************************************
001640*    3100-PROCESS-SORTED-RECORD
001650*    PRINTS ONE PICK LINE, WRITING THE PRIOR WAREHOUSE'S
001660*    SUBTOTAL FIRST WHEN THE WAREHOUSE CHANGES.
001670******************************************************************
001680 3100-PROCESS-SORTED-RECORD.
001690     IF WS-FIRST-RECORD
001700         MOVE SW-WAREHOUSE-ID TO WS-PRIOR-WAREHOUSE
001710         DISPLAY "Pick From Warehouse: " WS-PRIOR-WAREHOUSE
001720         MOVE 'N' TO WS-FIRST-RECORD-SW
001730     END-IF
001740
001750     IF SW-WAREHOUSE-ID NOT EQUAL WS-PRIOR-WAREHOUSE
001760         PERFORM 3200-WRITE-WAREHOUSE-TOTAL
001770             THRU 3200-WRITE-WAREHOUSE-TOTAL-EXIT
001780         MOVE SW-WAREHOUSE-ID TO WS-PRIOR-WAREHOUSE
001790         MOVE ZERO TO WS-WAREHOUSE-LINES
001800         MOVE ZERO TO WS-WAREHOUSE-QTY
001810         DISPLAY "Pick From Warehouse: " WS-PRIOR-WAREHOUSE
001820     END-IF
001830
001840     DISPLAY SW-ITEM-ID SPACE SW-ITEM-NAME SPACE
001850             SW-ORDER-NO SPACE SW-LINE-NO SPACE SW-PICK-QTY
001860     ADD 1 TO WS-WAREHOUSE-LINES
001870     ADD 1 TO WS-TOTAL-LINES
001880     ADD SW-PICK-QTY TO WS-WAREHOUSE-QTY.
001890 3100-PROCESS-SORTED-RECORD-EXIT.
001900     EXIT.
001910*
001920******************************************************************
001930*    3200-WRITE-WAREHOUSE-TOTAL
001940*    DISPLAYS THE SUBTOTAL FOR THE WAREHOUSE FINISHED.
001950******************************************************************
001960 3200-WRITE-WAREHOUSE-TOTAL.
001970     DISPLAY "  Warehouse " WS-PRIOR-WAREHOUSE
001980             " Lines: " WS-WAREHOUSE-LINES
001990             " Units: " WS-WAREHOUSE-QTY.
002000 3200-WRITE-WAREHOUSE-TOTAL-EXIT.
002010     EXIT.
002020*
002030******************************************************************
002040*    9000-TERMINATE
002050*    PRINTS THE RUN TOTAL.
002060******************************************************************
002070 9000-TERMINATE.
002080     DISPLAY "Order lines to pick: " WS-TOTAL-LINES.
002090 9000-TERMINATE-EXIT.
002100     EXIT.
