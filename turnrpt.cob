      *----------------------
      * MONTHLY TURNOVER AND ATTRITION REPORT: HIRES ARE THE
      * ROSTMST ADDS AND TERMINATIONS THE ROSTMST DELETES ON THE
      * RECAUDIT TRAIL, TAKEN BY EFFECTIVE MONTH (THE RUN DATE WHEN
      * ROSTMST STAMPED NO EFFECTIVE DATE), BY SITE (39-40), BAND
      * (23-24), AND GENDER (22) - FROM THE AFTER IMAGE FOR AN ADD
      * AND THE BEFORE IMAGE FOR A DELETE. TERMINATIONS ARE SPLIT
      * INTO THOSE PAYTERM GENERATED FROM THE PAYROLL FEED (AUDIT
      * OPERATOR PAYTERM) AND THE HAND-KEYED REST, SO THE PAYROLL
      * COLUMN TIES BACK TO PAYROLL'S OWN COUNT; AUDIT RECORDS FROM
      * BEFORE THE OPERATOR WAS CARRIED COUNT AS KEYED.
      *
      * EACH COUNT IS SET AGAINST THE MONTH'S AVERAGE HEADCOUNT -
      * THE MEAN OF THE NIGHTLY COUNTS DAILYRUN APPENDED FOR THAT
      * MONTH: GENCNT FOR GENDER AND THE TOTAL, SITECNT FOR THE
      * SITES, BANDCNT FOR THE BANDS (A SITE OR BAND ABSENT ON A
      * NIGHT COUNTS AS ZERO THAT NIGHT). HIRE AND ATTRITION RATES
      * ARE PERCENTAGES OF THAT AVERAGE. THE ROLLING TWELVE-MONTH
      * FIGURE IS THE TERMINATIONS OF THE TWELVE MONTHS ENDING WITH
      * THE REPORT MONTH OVER THE MEAN OF THOSE MONTHS' AVERAGES
      * (MONTHS WITH NO COUNT HISTORY LEFT OUT). THE GENCNT AND
      * BANDCNT DDS CONCATENATE THE HOUSEKEEPING ARCHIVE AHEAD OF
      * THE LIVE FILE SO A FULL YEAR IS ON HAND.
      *
      * THE RECCTL CARD (OPTIONAL - AN EMPTY DATASET TAKES THE
      * DEFAULT): COLS 1-6 REPORT MONTH, YYYYMM (BLANK = THE RUN
      * MONTH, FOR THE MONTH-END RUN). RC 4 WHEN THE REPORT MONTH
      * HAS NO GENCNT HISTORY, SO NO RATE CAN BE GIVEN.
      *----------------------
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    TURNRPT.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT REC-CTL ASSIGN TO RECCTL
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-AUDIT ASSIGN TO RECAUDIT
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-GEN ASSIGN TO RECGEN
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-SCNT ASSIGN TO RECSCNT
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-BCNT ASSIGN TO RECBCNT
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-RPT ASSIGN TO RECRPT
            ORGANIZATION IS SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
         FD  REC-CTL    RECORDING MODE F.
         01  REC-CTL-MSG.
             05  CTL-RPTMONTH   PIC X(06).
             05  FILLER         PIC X(74).
      *------ SAME LAYOUT ROSTMST WRITES: WHAT THE MASTER RECORD
      *------ LOOKED LIKE BEFORE AND AFTER EACH APPLIED TRANSACTION
         FD  REC-AUDIT  RECORDING MODE F.
         01  REC-AUDIT-MSG.
             05  AUD-ACTION     PIC X(01).
             05  AUD-ID         PIC X(08).
             05  AUD-RUNDATE    PIC X(08).
             05  AUD-BEFORE     PIC X(80).
             05  AUD-AFTER      PIC X(80).
             05  AUD-EFFDATE    PIC X(08).
             05  AUD-OPER       PIC X(08).
      *------ CNTGEN'S GENDER COUNT HISTORY, ONE RECORD PER RUN
         FD  REC-GEN    RECORDING MODE F.
         01  REC-GEN-MSG.
             05 GEN-FEM         PIC 9(07).
             05 GEN-MALE        PIC 9(07).
             05 GEN-UNK         PIC 9(07).
             05 GEN-RUNDATE     PIC X(08).
             05 FILLER          PIC X(10).
      *------ VOLGRD'S PER-SITE COUNT HISTORY, ONE RECORD PER SITE
      *------ PER RUN
         FD  REC-SCNT   RECORDING MODE F.
         01  REC-SCNT-MSG.
             05 SCNT-SITE       PIC X(02).
             05 SCNT-RUNDATE    PIC X(08).
             05 SCNT-COUNT      PIC 9(07).
             05 FILLER          PIC X(07).
      *------ SAME LAYOUT ROSTAT AND CNTGEN APPEND (ONE RECORD PER
      *------ BAND PER RUN)
         FD  REC-BCNT   RECORDING MODE F.
         01  REC-BCNT-MSG.
             05 BCNT-CODE       PIC X(02).
             05 BCNT-DESC       PIC X(20).
             05 BCNT-FEM        PIC 9(07).
             05 BCNT-MALE       PIC 9(07).
             05 BCNT-UNK        PIC 9(07).
             05 BCNT-RUNDATE    PIC X(08).
             05 FILLER          PIC X(09).
         FD  REC-RPT    RECORDING MODE F.
         01  REC-RPT-MSG   PIC X(80).
        WORKING-STORAGE SECTION.
         01 FLAGS.
             05 AUD-EOF-SW  PIC X VALUE "N".
                88 AUD-EOF   VALUE "Y".
             05 GEN-EOF-SW  PIC X VALUE "N".
                88 GEN-EOF   VALUE "Y".
             05 SCNT-EOF-SW PIC X VALUE "N".
                88 SCNT-EOF  VALUE "Y".
             05 BCNT-EOF-SW PIC X VALUE "N".
                88 BCNT-EOF  VALUE "Y".
         01 RPT-MONTH.
             05 RPT-CCYY PIC 9(04).
             05 RPT-MM   PIC 9(02).
      *------ THE TWELVE-MONTH WINDOW: MONTH 12 IS THE REPORT MONTH,
      *------ MONTH 1 ELEVEN MONTHS BEFORE IT
         01 RptNum     PIC 9(06).
         01 DateNum    PIC 9(06).
         01 WinIx      PIC S9(06).
         01 WX         PIC 99.
         01 DateWork   PIC X(08).
         01 DATE-PARTS REDEFINES DateWork.
             05 DP-CCYY PIC 9(04).
             05 DP-MM   PIC 9(02).
             05 DP-DD   PIC 9(02).
         01 FirstMonth.
             05 FM-CCYY PIC 9(04).
             05 FM-MM   PIC 9(02).
      *------ NIGHTS OF HISTORY PER MONTH, PER SOURCE FILE
         01 RunTab.
             05 RunMonth OCCURS 12 TIMES.
                10 GenRuns  PIC 9(03).
                10 SiteRuns PIC 9(03).
                10 BandRuns PIC 9(03).
         01 LastGenDate  PIC X(08) VALUE SPACES.
         01 LastSiteDate PIC X(08) VALUE SPACES.
         01 LastBandDate PIC X(08) VALUE SPACES.
      *------ ONE ROW PER SITE (TYPE S), BAND (B), GENDER (G), AND
      *------ THE ROSTER TOTAL (T): HEADCOUNT SUMS AND TERMINATIONS
      *------ PER WINDOW MONTH, AND THE REPORT MONTH'S HIRES AND
      *------ TERMINATIONS BY SOURCE - ROOM FOR EVERY SITE CODE,
      *------ EVERY BAND, THE THREE GENDERS, AND THE TOTAL
         01 RowTab.
             05 RowEnt OCCURS 124 TIMES.
                10 RowKey.
                   15 RowType   PIC X(01).
                   15 RowCode   PIC X(02).
                10 RowDesc      PIC X(20).
                10 RowMonth OCCURS 12 TIMES.
                   15 RowHc     PIC 9(09).
                   15 RowTerm   PIC 9(05).
                10 RowHires     PIC 9(05).
                10 RowPay       PIC 9(05).
                10 RowKeyed     PIC 9(05).
         01 RowUsed    PIC 9(03) VALUE ZERO.
         01 RX         PIC 9(03).
         01 CurRow     PIC 9(03).
         01 RowOver    PIC 9(07) VALUE ZERO.
         01 LookKey.
             05 LookType  PIC X(01).
             05 LookCode  PIC X(02).
         01 LookDesc   PIC X(20).
         01 PrintType  PIC X(01).
      *------ THE DELETE'S OR ADD'S IMAGE, WHICHEVER CARRIES THE DATA
         01 AudImage.
             05 FILLER         PIC X(21).
             05 AI-GENDER      PIC X(01).
             05 AI-BAND        PIC X(02).
             05 FILLER         PIC X(14).
             05 AI-SITE        PIC X(02).
             05 FILLER         PIC X(40).
         01 HcWork     PIC 9(09).
         01 AvgHc      PIC 9(07).
         01 AvgSum     PIC 9(09).
         01 AvgMonths  PIC 99.
         01 Avg12      PIC 9(07).
         01 Term12     PIC 9(07).
         01 MonthRuns  PIC 9(03).
         01 PctCount   PIC 9(07).
         01 PctBase    PIC 9(07).
         01 PctWork    PIC 9(04)V99.
         01 PctEdit    PIC ZZZ9.99.
         01 PctOut     PIC X(07).
         01 AudCount   PIC 9(07) VALUE ZERO.
         01 HireCount  PIC 9(07) VALUE ZERO.
         01 PayCount   PIC 9(07) VALUE ZERO.
         01 KeyedCount PIC 9(07) VALUE ZERO.
         01 RUN-STAMP.
             05 RUN-CCYY PIC 9(04).
             05 RUN-MM   PIC 9(02).
             05 RUN-DD   PIC 9(02).
         01 TURN-LINE.
             05 TN-LABEL    PIC X(10).
             05 TN-AVG      PIC Z(6)9.
             05 FILLER      PIC X(01) VALUE SPACES.
             05 TN-HIRES    PIC ZZZZ9.
             05 FILLER      PIC X(01) VALUE SPACES.
             05 TN-TERMS    PIC ZZZZ9.
             05 FILLER      PIC X(01) VALUE SPACES.
             05 TN-PAY      PIC ZZZZ9.
             05 FILLER      PIC X(01) VALUE SPACES.
             05 TN-KEYED    PIC ZZZZ9.
             05 FILLER      PIC X(01) VALUE SPACES.
             05 TN-HIRE-PCT PIC X(07).
             05 FILLER      PIC X(01) VALUE SPACES.
             05 TN-ATTR-PCT PIC X(07).
             05 FILLER      PIC X(01) VALUE SPACES.
             05 TN-TERM12   PIC Z(5)9.
             05 FILLER      PIC X(01) VALUE SPACES.
             05 TN-ATTR12   PIC X(07).
             05 FILLER      PIC X(08) VALUE SPACES.

        PROCEDURE DIVISION.
         MAIN-LINE.
            ACCEPT RUN-STAMP FROM DATE YYYYMMDD.
            PERFORM READ-CONTROL-CARD.
            COMPUTE RptNum = RPT-CCYY * 12 + RPT-MM.
            MOVE RPT-CCYY TO FM-CCYY.
            IF RPT-MM = 12 THEN
               MOVE 1 TO FM-MM
            ELSE
               SUBTRACT 1 FROM FM-CCYY
               COMPUTE FM-MM = RPT-MM + 1
            END-IF.
            PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 12
               MOVE ZERO TO GenRuns(WX) SiteRuns(WX) BandRuns(WX)
            END-PERFORM.
            MOVE "T" TO LookType.
            MOVE SPACES TO LookCode.
            MOVE "ALL EMPLOYEES" TO LookDesc.
            PERFORM FIND-ROW.
            MOVE "G" TO LookType.
            MOVE "F " TO LookCode.
            MOVE "FEMALE" TO LookDesc.
            PERFORM FIND-ROW.
            MOVE "M " TO LookCode.
            MOVE "MALE" TO LookDesc.
            PERFORM FIND-ROW.
            MOVE "? " TO LookCode.
            MOVE "UNKNOWN" TO LookDesc.
            PERFORM FIND-ROW.
            PERFORM LOAD-GENDER-HISTORY.
            PERFORM LOAD-SITE-HISTORY.
            PERFORM LOAD-BAND-HISTORY.
            OPEN INPUT REC-AUDIT.
            PERFORM UNTIL AUD-EOF
            READ REC-AUDIT
               AT END SET AUD-EOF TO TRUE
               NOT AT END
                  ADD 1 TO AudCount
                  IF AUD-ACTION = "A" OR AUD-ACTION = "D" THEN
                     PERFORM TALLY-ONE-MOVEMENT
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE REC-AUDIT.
            OPEN OUTPUT REC-RPT.
            PERFORM PRINT-PAGE-HEADER.
            MOVE "S" TO PrintType.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "BY SITE" DELIMITED BY SIZE INTO REC-RPT-MSG.
            PERFORM PRINT-SECTION.
            MOVE "B" TO PrintType.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "BY BAND" DELIMITED BY SIZE INTO REC-RPT-MSG.
            PERFORM PRINT-SECTION.
            MOVE "G" TO PrintType.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "BY GENDER" DELIMITED BY SIZE INTO REC-RPT-MSG.
            PERFORM PRINT-SECTION.
            MOVE "T" TO PrintType.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "ROSTER TOTAL" DELIMITED BY SIZE INTO REC-RPT-MSG.
            PERFORM PRINT-SECTION.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "TERMINATIONS FROM THE PAYROLL FEED (PAYTERM): "
               PayCount "   KEYED: " KeyedCount
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "AUDIT IMAGES READ: " AudCount "   HIRES: "
               HireCount "   NIGHTS OF COUNTS THIS MONTH: "
               GenRuns(12)
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
            CLOSE REC-RPT.
            COMPUTE PctCount = PayCount + KeyedCount.
            DISPLAY "TURNRPT: " RPT-CCYY "-" RPT-MM " HIRES "
               HireCount ", TERMINATIONS " PctCount " ("
               PayCount " FROM PAYROLL)".
            IF RowOver > 0 THEN
               DISPLAY "*** WARNING: " RowOver " COUNT(S) FOR SITES"
                  " OR BANDS BEYOND THE ROW TABLE LEFT OUT ***"
            END-IF.
            IF GenRuns(12) = 0 THEN
               DISPLAY "*** WARNING: NO GENCNT HISTORY FOR "
                  RPT-CCYY "-" RPT-MM " - RATES NOT AVAILABLE ***"
               MOVE 4 TO RETURN-CODE
            END-IF.
            STOP RUN.

      *------ A MISSING CARD, OR A BLANK OR BAD MONTH ON IT, TAKES
      *------ THE RUN MONTH
         READ-CONTROL-CARD.
            MOVE SPACES TO REC-CTL-MSG.
            OPEN INPUT REC-CTL.
            READ REC-CTL
               AT END MOVE SPACES TO REC-CTL-MSG
            END-READ.
            CLOSE REC-CTL.
            IF CTL-RPTMONTH IS NUMERIC
                  AND CTL-RPTMONTH(5:2) > "00"
                  AND CTL-RPTMONTH(5:2) < "13" THEN
               MOVE CTL-RPTMONTH TO RPT-MONTH
            ELSE
               MOVE RUN-CCYY TO RPT-CCYY
               MOVE RUN-MM   TO RPT-MM
            END-IF.

      *------ WHICH WINDOW MONTH A YYYYMMDD DATE FALLS IN; WX IS ZERO
      *------ FOR A DATE OUTSIDE THE TWELVE MONTHS OR NOT A DATE
         FIND-WINDOW-MONTH.
            MOVE ZERO TO WX.
            IF DateWork IS NUMERIC THEN
               COMPUTE DateNum = DP-CCYY * 12 + DP-MM
               COMPUTE WinIx = 12 - (RptNum - DateNum)
               IF WinIx > 0 AND WinIx < 13 THEN
                  MOVE WinIx TO WX
               END-IF
            END-IF.

         FIND-ROW.
            MOVE ZERO TO CurRow.
            PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > RowUsed
               IF RowKey(RX) = LookKey THEN
                  MOVE RX TO CurRow
               END-IF
            END-PERFORM.
            IF CurRow = 0 THEN
               IF RowUsed < 124 THEN
                  ADD 1 TO RowUsed
                  MOVE RowUsed TO CurRow
                  MOVE LookKey  TO RowKey(CurRow)
                  MOVE LookDesc TO RowDesc(CurRow)
                  MOVE ZERO TO RowHires(CurRow) RowPay(CurRow)
                     RowKeyed(CurRow)
                  PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > 12
                     MOVE ZERO TO RowHc(CurRow, RX)
                        RowTerm(CurRow, RX)
                  END-PERFORM
               ELSE
                  ADD 1 TO RowOver
               END-IF
            END-IF.

      *------ THE FILES ARRIVE IN RUN-DATE ORDER (APPENDED NIGHTLY,
      *------ ARCHIVE FIRST), SO A NEW RUN DATE IS A NEW NIGHT
         LOAD-GENDER-HISTORY.
            OPEN INPUT REC-GEN.
            PERFORM UNTIL GEN-EOF
            READ REC-GEN
               AT END SET GEN-EOF TO TRUE
               NOT AT END
                  MOVE GEN-RUNDATE TO DateWork
                  PERFORM FIND-WINDOW-MONTH
                  IF WX > 0 THEN
                     IF GEN-RUNDATE NOT = LastGenDate THEN
                        ADD 1 TO GenRuns(WX)
                        MOVE GEN-RUNDATE TO LastGenDate
                     END-IF
                     MOVE "G" TO LookType
                     MOVE "F " TO LookCode
                     PERFORM FIND-ROW
                     ADD GEN-FEM TO RowHc(CurRow, WX)
                     MOVE "M " TO LookCode
                     PERFORM FIND-ROW
                     ADD GEN-MALE TO RowHc(CurRow, WX)
                     MOVE "? " TO LookCode
                     PERFORM FIND-ROW
                     ADD GEN-UNK TO RowHc(CurRow, WX)
                     MOVE "T" TO LookType
                     MOVE SPACES TO LookCode
                     PERFORM FIND-ROW
                     ADD GEN-FEM GEN-MALE GEN-UNK
                        TO RowHc(CurRow, WX)
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE REC-GEN.

         LOAD-SITE-HISTORY.
            OPEN INPUT REC-SCNT.
            PERFORM UNTIL SCNT-EOF
            READ REC-SCNT
               AT END SET SCNT-EOF TO TRUE
               NOT AT END
                  MOVE SCNT-RUNDATE TO DateWork
                  PERFORM FIND-WINDOW-MONTH
                  IF WX > 0 THEN
                     IF SCNT-RUNDATE NOT = LastSiteDate THEN
                        ADD 1 TO SiteRuns(WX)
                        MOVE SCNT-RUNDATE TO LastSiteDate
                     END-IF
                     MOVE "S" TO LookType
                     MOVE SCNT-SITE TO LookCode
                     MOVE SPACES TO LookDesc
                     PERFORM FIND-ROW
                     IF CurRow > 0 THEN
                        ADD SCNT-COUNT TO RowHc(CurRow, WX)
                     END-IF
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE REC-SCNT.

         LOAD-BAND-HISTORY.
            OPEN INPUT REC-BCNT.
            PERFORM UNTIL BCNT-EOF
            READ REC-BCNT
               AT END SET BCNT-EOF TO TRUE
               NOT AT END
                  MOVE BCNT-RUNDATE TO DateWork
                  PERFORM FIND-WINDOW-MONTH
                  IF WX > 0 THEN
                     IF BCNT-RUNDATE NOT = LastBandDate THEN
                        ADD 1 TO BandRuns(WX)
                        MOVE BCNT-RUNDATE TO LastBandDate
                     END-IF
                     MOVE "B" TO LookType
                     MOVE BCNT-CODE TO LookCode
                     MOVE BCNT-DESC TO LookDesc
                     PERFORM FIND-ROW
                     IF CurRow > 0 THEN
                        MOVE BCNT-DESC TO RowDesc(CurRow)
                        ADD BCNT-FEM BCNT-MALE BCNT-UNK
                           TO RowHc(CurRow, WX)
                     END-IF
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE REC-BCNT.

      *------ AN ADD IS COUNTED FROM ITS AFTER IMAGE, A DELETE FROM
      *------ ITS BEFORE IMAGE, AGAINST ITS SITE, BAND, GENDER, AND
      *------ THE TOTAL
         TALLY-ONE-MOVEMENT.
            IF AUD-EFFDATE IS NUMERIC THEN
               MOVE AUD-EFFDATE TO DateWork
            ELSE
               MOVE AUD-RUNDATE TO DateWork
            END-IF.
            PERFORM FIND-WINDOW-MONTH.
            IF WX > 0 THEN
               IF AUD-ACTION = "A" THEN
                  MOVE AUD-AFTER TO AudImage
               ELSE
                  MOVE AUD-BEFORE TO AudImage
               END-IF
               IF WX = 12 THEN
                  IF AUD-ACTION = "A" THEN
                     ADD 1 TO HireCount
                  ELSE IF AUD-OPER = "PAYTERM " THEN
                     ADD 1 TO PayCount
                  ELSE
                     ADD 1 TO KeyedCount
                  END-IF
                  END-IF
               END-IF
               MOVE SPACES TO LookDesc
               MOVE "S" TO LookType
               MOVE AI-SITE TO LookCode
               PERFORM TALLY-ONE-ROW
               MOVE "B" TO LookType
               MOVE AI-BAND TO LookCode
               PERFORM TALLY-ONE-ROW
               MOVE "G" TO LookType
               IF AI-GENDER = "F" OR AI-GENDER = "M" THEN
                  MOVE AI-GENDER TO LookCode
               ELSE
                  MOVE "? " TO LookCode
               END-IF
               PERFORM TALLY-ONE-ROW
               MOVE "T" TO LookType
               MOVE SPACES TO LookCode
               PERFORM TALLY-ONE-ROW
            END-IF.

         TALLY-ONE-ROW.
            PERFORM FIND-ROW.
            IF CurRow > 0 THEN
               IF AUD-ACTION = "D" THEN
                  ADD 1 TO RowTerm(CurRow, WX)
               END-IF
               IF WX = 12 THEN
                  IF AUD-ACTION = "A" THEN
                     ADD 1 TO RowHires(CurRow)
                  ELSE IF AUD-OPER = "PAYTERM " THEN
                     ADD 1 TO RowPay(CurRow)
                  ELSE
                     ADD 1 TO RowKeyed(CurRow)
                  END-IF
                  END-IF
               END-IF
            END-IF.

      *------ THE SECTION TITLE IS ALREADY IN THE PRINT LINE
         PRINT-SECTION.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "              AVG       ----- TERMS -----    HIRE"
               "    ATTR -- 12 MONTH --"
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "           HEADCT HIRES TOTAL PAYRL KEYED       %"
               "       %  TERMS  ATTR %"
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
            PERFORM VARYING CurRow FROM 1 BY 1 UNTIL CurRow > RowUsed
               IF RowType(CurRow) = PrintType THEN
                  PERFORM PRINT-ONE-ROW
               END-IF
            END-PERFORM.

         PRINT-ONE-ROW.
            MOVE SPACES TO TURN-LINE.
            IF PrintType = "S" THEN
               STRING "SITE " RowCode(CurRow)
                  DELIMITED BY SIZE INTO TN-LABEL
            ELSE IF PrintType = "B" THEN
               STRING RowCode(CurRow) " " RowDesc(CurRow)
                  DELIMITED BY SIZE INTO TN-LABEL
            ELSE
               MOVE RowDesc(CurRow) TO TN-LABEL
            END-IF.
            PERFORM AVERAGE-FOR-ROW.
            MOVE AvgHc TO TN-AVG.
            MOVE RowHires(CurRow) TO TN-HIRES.
            COMPUTE PctCount = RowPay(CurRow) + RowKeyed(CurRow).
            MOVE PctCount TO TN-TERMS.
            MOVE RowPay(CurRow) TO TN-PAY.
            MOVE RowKeyed(CurRow) TO TN-KEYED.
            MOVE AvgHc TO PctBase.
            PERFORM FORMAT-RATE.
            MOVE PctOut TO TN-ATTR-PCT.
            MOVE RowHires(CurRow) TO PctCount.
            PERFORM FORMAT-RATE.
            MOVE PctOut TO TN-HIRE-PCT.
            MOVE Term12 TO TN-TERM12.
            MOVE Term12 TO PctCount.
            MOVE Avg12 TO PctBase.
            PERFORM FORMAT-RATE.
            MOVE PctOut TO TN-ATTR12.
            MOVE TURN-LINE TO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.

      *------ THE REPORT MONTH'S AVERAGE, AND OVER THE WINDOW THE
      *------ MEAN OF THE MONTHLY AVERAGES AND THE TERMINATIONS
         AVERAGE-FOR-ROW.
            MOVE ZERO TO AvgHc AvgSum AvgMonths Term12.
            PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 12
               ADD RowTerm(CurRow, WX) TO Term12
               IF PrintType = "S" THEN
                  MOVE SiteRuns(WX) TO MonthRuns
               ELSE IF PrintType = "B" THEN
                  MOVE BandRuns(WX) TO MonthRuns
               ELSE
                  MOVE GenRuns(WX) TO MonthRuns
               END-IF
               END-IF
               IF MonthRuns > 0 THEN
                  COMPUTE HcWork ROUNDED = RowHc(CurRow, WX)
                     / MonthRuns
                  ADD HcWork TO AvgSum
                  ADD 1 TO AvgMonths
                  IF WX = 12 THEN
                     MOVE HcWork TO AvgHc
                  END-IF
               END-IF
            END-PERFORM.
            IF AvgMonths > 0 THEN
               COMPUTE Avg12 ROUNDED = AvgSum / AvgMonths
            ELSE
               MOVE ZERO TO Avg12
            END-IF.

      *------ PctCount AS A PERCENTAGE OF PctBase; NO BASE, NO RATE
         FORMAT-RATE.
            IF PctBase = 0 THEN
               MOVE "    N/A" TO PctOut
            ELSE
               COMPUTE PctWork ROUNDED = PctCount * 100 / PctBase
                  ON SIZE ERROR MOVE 9999.99 TO PctWork
               END-COMPUTE
               MOVE PctWork TO PctEdit
               MOVE PctEdit TO PctOut
            END-IF.

         PRINT-PAGE-HEADER.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "TURNRPT - TURNOVER AND ATTRITION FOR "
               RPT-CCYY "-" RPT-MM
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING PAGE.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "  RUN DATE: " RUN-CCYY "-" RUN-MM "-" RUN-DD
               "   TWELVE MONTHS FROM " FM-CCYY "-" FM-MM
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
