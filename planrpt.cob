      *----------------------
      * AUTHORIZED HEADCOUNT PLAN VERSUS ACTUAL, BY SITE AND
      * DEPARTMENT BAND: SETS THE ROSTAT SITE-BY-BAND COUNTS
      * (PROD.DAILY.SITEBAND) BESIDE THE PLAN PERIOD IN FORCE ON
      * PLANMST (SEE PLANMNT) AND PRINTS PLAN, ACTUAL, OVER OR
      * UNDER, AND THE OVER/UNDER AS A PERCENT OF PLAN, WITH A
      * TOTAL PER SITE AND A GRAND TOTAL. A CELL OVER PLAN BY MORE
      * THAN THE TOLERANCE PERCENT ON THE RECCTL CARD IS FLAGGED
      * "***OVER" AND GETS A SEVERITY-4 ALERT RECORD; A CELL WITH
      * HEADCOUNT AND NO PLAN IN FORCE IS FLAGGED "NO PLAN" THE
      * SAME WAY. ANY FLAGGED CELL ENDS THE STEP RC 4.
      *
      * NIGHTLY, THE ACTUALS ARE THE LAST RUN ON SITEBAND (THE ONE
      * ROSTAT JUST WROTE). AT MONTH-END THE CARD IS THE ONE MONSUM
      * READS (PERDCHK WRITES IT), SO THE PERIOD IS THE ONE MONSUM
      * REPORTS - ITS FROM AND TO DATES - AND THE ACTUALS ARE EACH
      * CELL'S AVERAGE HEADCOUNT OVER THE RUNS IN THAT PERIOD. THE
      * PLAN USED IS THE ONE IN FORCE ON THE LAST DAY COMPARED.
      *
      * THE RECCTL CARD, NIGHTLY: TOLERANCE PERCENT IN COLS 1-3
      * (BLANK = 005). MONTH-END: FROM DATE IN COLS 1-8, TO DATE IN
      * COLS 9-16 (THE CHGBACK LAYOUT), TOLERANCE PERCENT IN COLS
      * 17-19 (BLANK = 005). A CARD WITH BOTH DATES NUMERIC IS THE
      * MONTH-END COMPARISON.
      *----------------------
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    PLANRPT.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT REC-CTL ASSIGN TO RECCTL
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-SBSUM ASSIGN TO RECSBSUM
            ORGANIZATION IS SEQUENTIAL.
      *------ AUTHORIZED HEADCOUNT PLAN (SEE PLANMNT)
            SELECT REC-PLAN ASSIGN TO RECPLAN
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS PLN-KEY.
      *------ DEPARTMENT BAND REFERENCE FILE (SEE BANDMNT)
            SELECT REC-BAND ASSIGN TO RECBAND
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS BND-CODE.
            SELECT REC-RPT ASSIGN TO RECRPT
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-ALERT ASSIGN TO RECALERT
            ORGANIZATION IS SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
         FD  REC-CTL    RECORDING MODE F.
         01  REC-CTL-MSG.
             05 CTL-TOL         PIC X(03).
             05 FILLER          PIC X(21).
      *------ THE MONTH-END CARD PERDCHK WRITES FOR MONSUM
         01  REC-CTL-PERIOD REDEFINES REC-CTL-MSG.
             05 CTL-FROM        PIC X(08).
             05 CTL-TO          PIC X(08).
             05 CTL-PTOL        PIC X(03).
             05 FILLER          PIC X(05).
      *------ SAME LAYOUT ROSTAT APPENDS (ONE RECORD PER SITE PER
      *------ BAND PER RUN)
         FD  REC-SBSUM  RECORDING MODE F.
         01  REC-SBSUM-MSG.
             05 SB-SITE         PIC X(02).
             05 SB-BAND         PIC X(02).
             05 SB-COUNT        PIC 9(07).
             05 SB-RUNDATE      PIC X(08).
             05 FILLER          PIC X(05).
         FD  REC-PLAN.
         01  REC-PLAN-MSG.
             05  PLN-KEY.
                 10  PLN-SITE       PIC X(02).
                 10  PLN-BAND       PIC X(02).
                 10  PLN-FROM       PIC X(08).
             05  PLN-THRU       PIC X(08).
             05  PLN-AUTH       PIC 9(05).
             05  PLN-UPDDATE    PIC X(08).
             05  FILLER         PIC X(07).
         FD  REC-BAND.
         01  REC-BAND-MSG.
             05  BND-CODE       PIC X(02).
             05  BND-DESC       PIC X(20).
             05  BND-ACTIVE     PIC X(01).
             05  BND-EFFDATE    PIC X(08).
             05  FILLER         PIC X(09).
         FD  REC-RPT    RECORDING MODE F.
         01  REC-RPT-MSG   PIC X(80).
         FD  REC-ALERT  RECORDING MODE F.
         01  REC-ALERT-MSG      PIC X(100).
        WORKING-STORAGE SECTION.
         01 FLAGS.
             05 SB-EOF-SW   PIC X VALUE "N".
                88 SB-EOF    VALUE "Y".
             05 PLAN-EOF-SW PIC X VALUE "N".
                88 PLAN-EOF  VALUE "Y".
             05 BAND-EOF-SW PIC X VALUE "N".
                88 BAND-EOF  VALUE "Y".
             05 CELL-FLAG-SW PIC X.
                88 CELL-FLAGGED VALUE "Y".
             05 PERIOD-SW   PIC X VALUE "N".
                88 PERIOD-RUN VALUE "Y".
         01 Tolerance  PIC 9(03) VALUE 5.
         01 FromDate   PIC X(08) VALUE SPACES.
         01 ToDate     PIC X(08) VALUE SPACES.
         01 LastNight  PIC X(08) VALUE SPACES.
         01 Nights     PIC 9(05) VALUE ZERO.
         01 SbRead     PIC 9(07) VALUE ZERO.
      *------ ONE ROW PER BAND ON THE RECBAND FILE, FOR THE NAMES
         01 BandTab.
             05 BandRow OCCURS 20 TIMES.
                10 BandCode  PIC X(02).
                10 BandDesc  PIC X(20).
         01 BandUsed   PIC 99 VALUE ZERO.
         01 BX         PIC 99.
      *------ ONE ROW PER SITE AND BAND WITH A PLAN IN FORCE OR ANY
      *------ HEADCOUNT IN THE PERIOD
         01 CellTab.
             05 CellRow OCCURS 2000 TIMES.
                10 CellKey.
                   15 CellSite  PIC X(02).
                   15 CellBand  PIC X(02).
                10 CellPlanSw   PIC X(01).
                   88 CELL-PLANNED VALUE "Y".
                10 CellPlan     PIC 9(05).
                10 CellSum      PIC 9(09).
                10 CellAct      PIC 9(06).
         01 CellHold.
             05 FILLER          PIC X(04).
             05 FILLER          PIC X(01).
             05 FILLER          PIC 9(05).
             05 FILLER          PIC 9(09).
             05 FILLER          PIC 9(06).
         01 CellUsed   PIC 9(04) VALUE ZERO.
         01 CellOver   PIC 9(05) VALUE ZERO.
         01 CX         PIC 9(04).
         01 CY         PIC 9(04).
         01 CurCell    PIC 9(04).
         01 LookKey    PIC X(04).
         01 FlagCount  PIC 9(05) VALUE ZERO.
         01 DiffWork   PIC S9(07).
         01 PctWork    PIC S9(05)V9.
         01 PctEd      PIC +ZZZ9.9.
         01 AmtEd      PIC 9(06).
         01 PlanEd     PIC 9(06).
         01 CurSiteCd  PIC X(02).
         01 SitePlan   PIC 9(07).
         01 SiteAct    PIC 9(07).
         01 GrandPlan  PIC 9(07) VALUE ZERO.
         01 GrandAct   PIC 9(07) VALUE ZERO.
         01 RUN-STAMP.
             05 RUN-CCYY PIC 9(04).
             05 RUN-MM   PIC 9(02).
             05 RUN-DD   PIC 9(02).
         01 ALERT-REC.
             05 ALERT-SEV       PIC 9(01).
             05 ALERT-PGM       PIC X(08).
             05 ALERT-DATE      PIC 9(08).
             05 ALERT-TIME      PIC 9(08).
             05 ALERT-READ      PIC 9(07).
             05 ALERT-REJ       PIC 9(05).
             05 ALERT-TEXT      PIC X(60).
             05 FILLER          PIC X(03) VALUE SPACES.
         01 PLAN-HDR.
             05 FILLER      PIC X(04) VALUE "  BD".
             05 FILLER      PIC X(02) VALUE SPACES.
             05 FILLER      PIC X(20) VALUE "DESCRIPTION".
             05 FILLER      PIC X(02) VALUE SPACES.
             05 FILLER      PIC X(06) VALUE "  PLAN".
             05 FILLER      PIC X(02) VALUE SPACES.
             05 FILLER      PIC X(06) VALUE "ACTUAL".
             05 FILLER      PIC X(02) VALUE SPACES.
             05 FILLER      PIC X(06) VALUE "  OVER".
             05 FILLER      PIC X(02) VALUE SPACES.
             05 FILLER      PIC X(07) VALUE " % PLAN".
             05 FILLER      PIC X(21) VALUE SPACES.
         01 PLAN-LINE.
             05 FILLER      PIC X(02) VALUE SPACES.
             05 PL-BAND     PIC X(02).
             05 FILLER      PIC X(02) VALUE SPACES.
             05 PL-DESC     PIC X(20).
             05 FILLER      PIC X(02) VALUE SPACES.
             05 PL-PLAN     PIC X(06).
             05 FILLER      PIC X(02) VALUE SPACES.
             05 PL-ACT      PIC ZZZZZ9.
             05 FILLER      PIC X(02) VALUE SPACES.
             05 PL-DIFF     PIC X(06).
             05 FILLER      PIC X(02) VALUE SPACES.
             05 PL-PCT      PIC X(07).
             05 FILLER      PIC X(02) VALUE SPACES.
             05 PL-FLAG     PIC X(08).
             05 FILLER      PIC X(11) VALUE SPACES.
         01 PlanNumEd  PIC ZZZZZ9.
         01 DiffEd     PIC -----9.

        PROCEDURE DIVISION.
         MAIN-LINE.
            ACCEPT RUN-STAMP FROM DATE YYYYMMDD.
            PERFORM READ-CONTROL-CARD.
            IF NOT PERIOD-RUN THEN
               PERFORM FIND-LAST-NIGHT
            END-IF.
            IF FromDate = SPACES THEN
               DISPLAY "PLANRPT: NO SITEBAND RECORDS - NO ACTUALS"
                  " TO COMPARE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM LOAD-BANDS.
            PERFORM LOAD-PLAN.
            PERFORM LOAD-ACTUALS.
            PERFORM SORT-CELLS.
            OPEN OUTPUT REC-RPT.
            PERFORM PRINT-PAGE-HEADER.
            MOVE SPACES TO CurSiteCd.
            PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CellUsed
               IF CellSite(CX) NOT = CurSiteCd THEN
                  IF CurSiteCd NOT = SPACES THEN
                     PERFORM PRINT-SITE-TOTAL
                  END-IF
                  MOVE CellSite(CX) TO CurSiteCd
                  MOVE ZERO TO SitePlan SiteAct
                  PERFORM PRINT-SITE-HEADER
               END-IF
               PERFORM PRINT-ONE-CELL
            END-PERFORM.
            IF CellUsed = 0 THEN
               MOVE SPACES TO REC-RPT-MSG
               STRING "  NO PLAN IN FORCE AND NO HEADCOUNT TO COMPARE"
                  DELIMITED BY SIZE INTO REC-RPT-MSG
               WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES
            ELSE
               PERFORM PRINT-SITE-TOTAL
               PERFORM PRINT-GRAND-TOTAL
            END-IF.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "SITEBAND RECORDS READ: " SbRead "   RUNS: "
               Nights "   CELLS FLAGGED: " FlagCount
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.
            CLOSE REC-RPT.
            DISPLAY "PLANRPT: " CellUsed " CELL(S) COMPARED, "
               FlagCount " FLAGGED".
            IF CellOver > 0 THEN
               DISPLAY "*** WARNING: " CellOver " SITE/BAND CELL(S)"
                  " BEYOND 2000 LEFT OFF THE REPORT ***"
            END-IF.
            IF FlagCount > 0 OR CellOver > 0 THEN
               MOVE 4 TO RETURN-CODE
            END-IF.
            STOP RUN.

      *------ NO CARD, OR A BLANK OR UNREADABLE TOLERANCE, MEANS
      *------ FIVE PERCENT AND TONIGHT'S COMPARISON
         READ-CONTROL-CARD.
            MOVE SPACES TO REC-CTL-MSG.
            OPEN INPUT REC-CTL.
            READ REC-CTL
               AT END MOVE SPACES TO REC-CTL-MSG
            END-READ.
            CLOSE REC-CTL.
            IF CTL-FROM IS NUMERIC AND CTL-TO IS NUMERIC THEN
               SET PERIOD-RUN TO TRUE
               MOVE CTL-FROM TO FromDate
               MOVE CTL-TO   TO ToDate
               IF CTL-PTOL IS NUMERIC THEN
                  MOVE CTL-PTOL TO Tolerance
               END-IF
            ELSE
               IF CTL-TOL IS NUMERIC THEN
                  MOVE CTL-TOL TO Tolerance
               END-IF
            END-IF.

      *------ SITEBAND ARRIVES IN RUN-DATE ORDER, SO THE LAST RECORD
      *------ CARRIES THE LATEST RUN
         FIND-LAST-NIGHT.
            OPEN INPUT REC-SBSUM.
            PERFORM UNTIL SB-EOF
            READ REC-SBSUM
               AT END SET SB-EOF TO TRUE
               NOT AT END
                  MOVE SB-RUNDATE TO FromDate
            END-READ
            END-PERFORM.
            CLOSE REC-SBSUM.
            MOVE FromDate TO ToDate.

         LOAD-BANDS.
            OPEN INPUT REC-BAND.
            PERFORM UNTIL BAND-EOF
            READ REC-BAND
               AT END SET BAND-EOF TO TRUE
               NOT AT END
                  IF BandUsed < 20 THEN
                     ADD 1 TO BandUsed
                     MOVE BND-CODE TO BandCode(BandUsed)
                     MOVE BND-DESC TO BandDesc(BandUsed)
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE REC-BAND.

      *------ ONLY THE PERIOD IN FORCE ON THE LAST DAY COMPARED;
      *------ PLANMNT KEEPS PERIODS FROM OVERLAPPING, SO THERE IS AT
      *------ MOST ONE PER SITE AND BAND
         LOAD-PLAN.
            OPEN INPUT REC-PLAN.
            PERFORM UNTIL PLAN-EOF
            READ REC-PLAN
               AT END SET PLAN-EOF TO TRUE
               NOT AT END
                  IF PLN-FROM NOT > ToDate
                        AND (PLN-THRU = SPACES
                        OR PLN-THRU NOT < ToDate) THEN
                     MOVE PLN-SITE TO LookKey(1:2)
                     MOVE PLN-BAND TO LookKey(3:2)
                     PERFORM FIND-CELL
                     IF CurCell > 0 THEN
                        MOVE "Y"      TO CellPlanSw(CurCell)
                        MOVE PLN-AUTH TO CellPlan(CurCell)
                     END-IF
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE REC-PLAN.

      *------ EACH CELL'S HEADCOUNT SUMMED OVER THE RUNS IN THE
      *------ PERIOD, THEN AVERAGED (ONE RUN NIGHTLY)
         LOAD-ACTUALS.
            MOVE "N" TO SB-EOF-SW.
            OPEN INPUT REC-SBSUM.
            PERFORM UNTIL SB-EOF
            READ REC-SBSUM
               AT END SET SB-EOF TO TRUE
               NOT AT END
                  IF SB-RUNDATE NOT < FromDate
                        AND SB-RUNDATE NOT > ToDate THEN
                     ADD 1 TO SbRead
                     IF SB-RUNDATE NOT = LastNight THEN
                        ADD 1 TO Nights
                        MOVE SB-RUNDATE TO LastNight
                     END-IF
                     MOVE SB-SITE TO LookKey(1:2)
                     MOVE SB-BAND TO LookKey(3:2)
                     PERFORM FIND-CELL
                     IF CurCell > 0 THEN
                        ADD SB-COUNT TO CellSum(CurCell)
                     END-IF
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE REC-SBSUM.
            PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CellUsed
               IF Nights > 0 THEN
                  COMPUTE CellAct(CX) ROUNDED = CellSum(CX) / Nights
               ELSE
                  MOVE ZERO TO CellAct(CX)
               END-IF
            END-PERFORM.

         FIND-CELL.
            MOVE ZERO TO CurCell.
            PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CellUsed
               IF CellKey(CX) = LookKey THEN
                  MOVE CX TO CurCell
               END-IF
            END-PERFORM.
            IF CurCell = 0 THEN
               IF CellUsed < 2000 THEN
                  ADD 1 TO CellUsed
                  MOVE CellUsed TO CurCell
                  MOVE LookKey TO CellKey(CurCell)
                  MOVE "N"  TO CellPlanSw(CurCell)
                  MOVE ZERO TO CellPlan(CurCell) CellSum(CurCell)
                     CellAct(CurCell)
               ELSE
                  ADD 1 TO CellOver
               END-IF
            END-IF.

      *------ SITE, THEN BAND: PLAN CELLS ARRIVE IN KEY ORDER BUT
      *------ UNPLANNED ONES ARE ADDED AS THE ACTUALS FIND THEM
         SORT-CELLS.
            PERFORM VARYING CX FROM 1 BY 1 UNTIL CX >= CellUsed
               PERFORM VARYING CY FROM 1 BY 1
                  UNTIL CY > CellUsed - CX
                  IF CellKey(CY) > CellKey(CY + 1) THEN
                     MOVE CellRow(CY)     TO CellHold
                     MOVE CellRow(CY + 1) TO CellRow(CY)
                     MOVE CellHold        TO CellRow(CY + 1)
                  END-IF
               END-PERFORM
            END-PERFORM.

      *------ OVER BY MORE THAN THE TOLERANCE: (ACTUAL - PLAN) * 100
      *------ > PLAN * TOLERANCE. ANY HEADCOUNT WITHOUT A PLAN IN
      *------ FORCE IS FLAGGED TOO
         PRINT-ONE-CELL.
            MOVE SPACES TO PLAN-LINE.
            MOVE "N" TO CELL-FLAG-SW.
            MOVE CellBand(CX) TO PL-BAND.
            MOVE "NOT ON BAND FILE" TO PL-DESC.
            PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BandUsed
               IF BandCode(BX) = CellBand(CX) THEN
                  MOVE BandDesc(BX) TO PL-DESC
               END-IF
            END-PERFORM.
            MOVE CellAct(CX) TO PL-ACT.
            ADD CellAct(CX) TO SiteAct.
            IF CELL-PLANNED(CX) THEN
               ADD CellPlan(CX) TO SitePlan
               MOVE CellPlan(CX) TO PlanNumEd
               MOVE PlanNumEd TO PL-PLAN
               COMPUTE DiffWork = CellAct(CX) - CellPlan(CX)
               MOVE DiffWork TO DiffEd
               MOVE DiffEd TO PL-DIFF
               IF CellPlan(CX) = 0 THEN
                  MOVE "    N/A" TO PL-PCT
               ELSE
                  COMPUTE PctWork ROUNDED =
                     DiffWork * 100 / CellPlan(CX)
                     ON SIZE ERROR MOVE 9999.9 TO PctWork
                  END-COMPUTE
                  MOVE PctWork TO PctEd
                  MOVE PctEd TO PL-PCT
               END-IF
               IF DiffWork > 0
                     AND DiffWork * 100 > CellPlan(CX) * Tolerance
                     THEN
                  MOVE "***OVER" TO PL-FLAG
                  SET CELL-FLAGGED TO TRUE
               END-IF
            ELSE
               MOVE "  NONE" TO PL-PLAN
               MOVE "   N/A" TO PL-DIFF
               MOVE "    N/A" TO PL-PCT
               IF CellAct(CX) > 0 THEN
                  MOVE "NO PLAN" TO PL-FLAG
                  SET CELL-FLAGGED TO TRUE
               END-IF
            END-IF.
            MOVE PLAN-LINE TO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
            IF CELL-FLAGGED THEN
               ADD 1 TO FlagCount
               MOVE CellAct(CX) TO AmtEd
               MOVE CellPlan(CX) TO PlanEd
               MOVE 4 TO ALERT-SEV
               MOVE SPACES TO ALERT-TEXT
               IF CELL-PLANNED(CX) THEN
                  STRING "SITE " CellSite(CX) " BAND " CellBand(CX)
                     " OVER PLAN - ACTUAL " AmtEd " PLAN " PlanEd
                     DELIMITED BY SIZE INTO ALERT-TEXT
               ELSE
                  STRING "SITE " CellSite(CX) " BAND " CellBand(CX)
                     " HEADCOUNT " AmtEd " WITH NO PLAN IN FORCE"
                     DELIMITED BY SIZE INTO ALERT-TEXT
               END-IF
               PERFORM WRITE-ALERT
            END-IF.

         PRINT-SITE-HEADER.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "SITE " CurSiteCd
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 3 LINES.
            MOVE PLAN-HDR TO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.

         PRINT-SITE-TOTAL.
            ADD SitePlan TO GrandPlan.
            ADD SiteAct  TO GrandAct.
            MOVE SPACES TO PLAN-LINE.
            STRING "SITE " CurSiteCd " TOTAL"
               DELIMITED BY SIZE INTO PL-DESC.
            PERFORM FORMAT-TOTAL-LINE.
            MOVE SitePlan TO PlanNumEd.
            MOVE PlanNumEd TO PL-PLAN.
            MOVE SiteAct TO PL-ACT.
            MOVE PLAN-LINE TO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.

         PRINT-GRAND-TOTAL.
            MOVE GrandPlan TO SitePlan.
            MOVE GrandAct  TO SiteAct.
            MOVE SPACES TO PLAN-LINE.
            MOVE "ALL SITES TOTAL" TO PL-DESC.
            PERFORM FORMAT-TOTAL-LINE.
            MOVE SitePlan TO PlanNumEd.
            MOVE PlanNumEd TO PL-PLAN.
            MOVE SiteAct TO PL-ACT.
            MOVE PLAN-LINE TO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 3 LINES.

      *------ TOTALS ARE INFORMATION ONLY - THE TOLERANCE IS JUDGED
      *------ CELL BY CELL
         FORMAT-TOTAL-LINE.
            COMPUTE DiffWork = SiteAct - SitePlan.
            MOVE DiffWork TO DiffEd.
            MOVE DiffEd TO PL-DIFF.
            IF SitePlan = 0 THEN
               MOVE "    N/A" TO PL-PCT
            ELSE
               COMPUTE PctWork ROUNDED = DiffWork * 100 / SitePlan
                  ON SIZE ERROR MOVE 9999.9 TO PctWork
               END-COMPUTE
               MOVE PctWork TO PctEd
               MOVE PctEd TO PL-PCT
            END-IF.

         PRINT-PAGE-HEADER.
            MOVE SPACES TO REC-RPT-MSG.
            IF PERIOD-RUN THEN
               STRING "PLANRPT - HEADCOUNT PLAN VS AVERAGE ACTUAL "
                  FromDate(1:4) "-" FromDate(5:2) "-" FromDate(7:2)
                  " TO " ToDate(1:4) "-" ToDate(5:2) "-" ToDate(7:2)
                  DELIMITED BY SIZE INTO REC-RPT-MSG
            ELSE
               STRING "PLANRPT - HEADCOUNT PLAN VS ACTUAL ON "
                  ToDate(1:4) "-" ToDate(5:2) "-" ToDate(7:2)
                  DELIMITED BY SIZE INTO REC-RPT-MSG
            END-IF.
            WRITE REC-RPT-MSG AFTER ADVANCING PAGE.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "  RUN DATE: " RUN-CCYY "-" RUN-MM "-" RUN-DD
               "   TOLERANCE: " Tolerance " PCT OVER PLAN"
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.

         WRITE-ALERT.
            MOVE "PLANRPT " TO ALERT-PGM.
            MOVE SbRead TO ALERT-READ.
            MOVE ZERO TO ALERT-REJ.
            ACCEPT ALERT-DATE FROM DATE YYYYMMDD.
            ACCEPT ALERT-TIME FROM TIME.
            OPEN EXTEND REC-ALERT.
            MOVE ALERT-REC TO REC-ALERT-MSG.
            WRITE REC-ALERT-MSG.
            CLOSE REC-ALERT.
