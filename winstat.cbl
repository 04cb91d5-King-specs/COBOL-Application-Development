000100*                  PRINTS THE WHOLE OVERNIGHT WINDOW ON ONE
000110*                  PAGE - ONE LINE PER STEP (EDIT, BATCH UPDATE,
000120*                  BALANCE VERIFY, ERP EXTRACT, SNAPSHOT
000130*                  REFRESH, GL JOURNAL INTERFACE, PRE-UPDATE
000140*                  BACKUP) WITH START AND END TIMES, COUNTS, AND
000145*                  OUTCOME, INCLUDING STEPS THAT NEVER RAN.
000150*                  FLAGS A NIGHT WHOSE VERIFY CAME BACK CLEAN
000160*                  BUT WHOSE SNAPSHOT WAS NOT REFRESHED AFTER
000170*                  IT, SINCE THE NEXT VERIFY DEPENDS ON THAT
000210*    DATE       INIT  DESCRIPTION
000220*    ---------  ----  -------------------------------------------
000230*    2026-09-02 JRM   ORIGINAL PROGRAM.
000231*    2026-10-14 JRM   REPORTS STEP 06, THE GL JOURNAL INTERFACE,
000232*                     SO A HELD JOURNAL SHOWS UP IN THE MORNING
000233*                     AS A FAILED STEP.
000234*    2026-10-14 JRM   REPORTS STEP 07, THE PRE-UPDATE BACKUP, AND
000235*                     SHOWS A STEP UNDONE BY A ROLLBACK AS
000236*                     ROLLBACK.
000240******************************************************************
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000660         PERFORM 2000-REPORT-STEP
000670             THRU 2000-REPORT-STEP-EXIT
000680             VARYING WS-STEP-SUB FROM 1 BY 1
000690             UNTIL WS-STEP-SUB > 7
000695     END-IF
000700     PERFORM 9000-TERMINATE
000710         THRU 9000-TERMINATE-EXIT
001040*    THE VERIFY AND SNAPSHOT STEPS CAME BACK CLEAN.
001050******************************************************************
001060 2000-REPORT-STEP.
001070     IF WS-STEP-SUB > 7
001080         GO TO 2000-REPORT-STEP-EXIT
001090     END-IF
001100     MOVE 'N' TO WS-STEP-FOUND-SW
001270             MOVE "CLEAN   " TO WS-OUTCOME-TEXT
001280         WHEN RC-FAILED
001290             MOVE "FAILED  " TO WS-OUTCOME-TEXT
001294         WHEN RC-ROLLED-BACK
001298             MOVE "ROLLBACK" TO WS-OUTCOME-TEXT
001300         WHEN OTHER
001310             MOVE "UNKNOWN " TO WS-OUTCOME-TEXT
001320     END-EVALUATE
