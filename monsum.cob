      * FILER RECORDS, THE MONTH'S GENDER-MIX MOVEMENT (FIRST DAY
      * VS LAST DAY) FROM THE GENCNT RECORDS, THE TABL MONTH TOTALS
      * FROM THE LAST MONTHCNT RECORD, AND A COUNT OF DAYS WHERE
      * ANY OF THE THREE WAS MISSING OR FAILED TO RECONCILE. THE
      * PER-DEPARTMENT BAND COUNTS (PROD.DAILY.BANDCNT) ADD A
      * MOVEMENT LINE PER BAND, BY NAME.
      * THE THREE FILES ARRIVE IN RUN-DATE ORDER BECAUSE EACH NIGHT
      * APPENDS TO THEM.
      * OPTIONAL RECCTL CARD IN THE CHGBACK LAYOUT: FROM DATE IN COLS
      * 1-8, TO DATE IN COLS 9-16. RECORDS STAMPED OUTSIDE THE RANGE
      * ARE SKIPPED ON ALL FOUR FILES; NO CARD (OR A BLANK ONE)
      * REPORTS EVERYTHING ON THE LIVE FILES. PERDCHK WRITES THE
      * CARD WITH THE MONTH'S FIRST AND LAST PROCESSING DAYS.
      *----------------------
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    MONSUM.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT REC-CTL   ASSIGN TO RECCTL
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-FILER ASSIGN TO RECFILER
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-GEN   ASSIGN TO RECGEN
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-RPT   ASSIGN TO RECRPT
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-BCNT  ASSIGN TO RECBCNT
            ORGANIZATION IS SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
         FD  REC-CTL    RECORDING MODE F.
         01  REC-CTL-MSG.
             05 CTL-FROM        PIC X(08).
             05 CTL-TO          PIC X(08).
             05 FILLER          PIC X(08).
         FD  REC-FILER  RECORDING MODE F.
         01  REC-FILER-MSG.
             05 FILER-DDNAME    PIC X(08).
             05 TABL-MONTH-TOTAL OCCURS 12 TIMES PIC 9(05).
             05 TABL-INVALID-MONTH PIC 9(05).
             05 TABL-RUNDATE       PIC X(08).
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
                88 TABL-EOF   VALUE "Y".
             05 FIRSTGEN-SW  PIC X VALUE "Y".
                88 FIRST-GEN  VALUE "Y".
             05 BCNT-EOF-SW  PIC X VALUE "N".
                88 BCNT-EOF   VALUE "Y".
             05 PERIOD-SW    PIC X VALUE "N".
                88 PERIOD-CARD VALUE "Y".
             05 INPERD-SW    PIC X.
                88 IN-PERIOD  VALUE "Y".
         01 FilerKey   PIC X(08) VALUE LOW-VALUES.
         01 GenKey     PIC X(08) VALUE LOW-VALUES.
         01 TablKey    PIC X(08) VALUE LOW-VALUES.
         01 GroupKey   PIC X(08).
         01 FromDate   PIC X(08) VALUE SPACES.
         01 ToDate     PIC X(08) VALUE SPACES.
         01 DateWork   PIC X(08).
         01 Skipped    PIC 9(07) VALUE ZERO.
         01 I          PIC 99.
         01 DayCount   PIC 9(05) VALUE ZERO.
         01 BadDays    PIC 9(05) VALUE ZERO.
         01 LastUnk    PIC 9(07) VALUE ZERO.
         01 MixDelta   PIC S9(07).
         01 MixDeltaEd PIC +9(06).
      *------ EACH BAND'S HEADCOUNT ON THE FIRST AND LAST DAY IT
      *------ APPEARS IN THE PERIOD, UNDER ITS LATEST NAME
         01 BandTab.
             05 BandRow OCCURS 20 TIMES.
                10 BandCode  PIC X(02).
                10 BandDesc  PIC X(20).
                10 BandFirst PIC 9(07).
                10 BandLast  PIC 9(07).
         01 BandUsed   PIC 99 VALUE ZERO.
         01 BX         PIC 99.
         01 CurBand    PIC 99.
         01 BandTotal  PIC 9(07).
         01 LastMonths.
             05 LastMonthTot OCCURS 12 TIMES PIC 9(05) VALUE ZERO.
         01 MonthNameTab PIC X(36)
            OPEN INPUT REC-TABL.
            OPEN OUTPUT REC-RPT.
            ACCEPT RUN-STAMP FROM DATE YYYYMMDD.
            PERFORM READ-CONTROL-CARD.
            PERFORM PRINT-PAGE-HEADER.
            PERFORM READ-FILER.
            PERFORM READ-GEN.
            END-IF
            PERFORM CONSUME-ONE-DATE
            END-PERFORM.
            PERFORM LOAD-BAND-COUNTS.
            PERFORM PRINT-MONTH-SUMMARY.
            PERFORM PRINT-BAND-MOVEMENT.
            CLOSE REC-FILER.
            CLOSE REC-GEN.
            CLOSE REC-TABL.
            CLOSE REC-RPT.
            IF Skipped > 0 THEN
               DISPLAY "MONSUM: " Skipped " RECORD(S) OUTSIDE "
                  FromDate " - " ToDate " SKIPPED"
            END-IF.
            STOP RUN.

      *------ NO CARD, OR A BLANK ONE, MEANS EVERY RECORD ON THE
      *------ LIVE FILES, AS BEFORE THE CARD EXISTED
         READ-CONTROL-CARD.
            MOVE SPACES TO REC-CTL-MSG.
            OPEN INPUT REC-CTL.
            READ REC-CTL
               AT END MOVE SPACES TO REC-CTL-MSG
            END-READ.
            CLOSE REC-CTL.
            IF CTL-FROM IS NUMERIC AND CTL-TO IS NUMERIC THEN
               MOVE CTL-FROM TO FromDate
               MOVE CTL-TO   TO ToDate
               SET PERIOD-CARD TO TRUE
            ELSE
               IF REC-CTL-MSG(1:16) NOT = SPACES THEN
                  DISPLAY "*** WARNING: RECCTL FROM/TO NOT NUMERIC -"
                     " WHOLE FILES REPORTED ***"
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF.

      *------ IS THE RUN DATE IN DateWork INSIDE THE CARD'S PERIOD
         JUDGE-PERIOD.
            IF NOT PERIOD-CARD THEN
               SET IN-PERIOD TO TRUE
            ELSE
               IF DateWork < FromDate OR DateWork > ToDate THEN
                  MOVE "N" TO INPERD-SW
                  ADD 1 TO Skipped
               ELSE
                  SET IN-PERIOD TO TRUE
               END-IF
            END-IF.

         READ-FILER.
            MOVE "N" TO INPERD-SW.
            PERFORM UNTIL FILER-EOF OR IN-PERIOD
            READ REC-FILER
               AT END SET FILER-EOF TO TRUE
               NOT AT END
                  MOVE FILER-RUNDATE TO DateWork
                  PERFORM JUDGE-PERIOD
            END-READ
            END-PERFORM.
            IF FILER-EOF THEN
               MOVE HIGH-VALUES TO FilerKey
            ELSE
            END-IF.

         READ-GEN.
            MOVE "N" TO INPERD-SW.
            PERFORM UNTIL GEN-EOF OR IN-PERIOD
            READ REC-GEN
               AT END SET GEN-EOF TO TRUE
               NOT AT END
                  MOVE GEN-RUNDATE TO DateWork
                  PERFORM JUDGE-PERIOD
            END-READ
            END-PERFORM.
            IF GEN-EOF THEN
               MOVE HIGH-VALUES TO GenKey
            ELSE
            END-IF.

         READ-TABL.
            MOVE "N" TO INPERD-SW.
            PERFORM UNTIL TABL-EOF OR IN-PERIOD
            READ REC-TABL
               AT END SET TABL-EOF TO TRUE
               NOT AT END
                  MOVE TABL-RUNDATE TO DateWork
                  PERFORM JUDGE-PERIOD
            END-READ
            END-PERFORM.
            IF TABL-EOF THEN
               MOVE HIGH-VALUES TO TablKey
            ELSE
               END-IF
            END-IF.

         LOAD-BAND-COUNTS.
            OPEN INPUT REC-BCNT.
            PERFORM UNTIL BCNT-EOF
            READ REC-BCNT
               AT END SET BCNT-EOF TO TRUE
               NOT AT END
                  MOVE BCNT-RUNDATE TO DateWork
                  PERFORM JUDGE-PERIOD
                  IF IN-PERIOD THEN
                     PERFORM HOLD-BAND-COUNT
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE REC-BCNT.

         HOLD-BAND-COUNT.
            COMPUTE BandTotal = BCNT-FEM + BCNT-MALE + BCNT-UNK.
            MOVE ZERO TO CurBand.
            PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BandUsed
               IF BandCode(BX) = BCNT-CODE THEN
                  MOVE BX TO CurBand
               END-IF
            END-PERFORM.
            IF CurBand = 0 AND BandUsed < 20 THEN
               ADD 1 TO BandUsed
               MOVE BandUsed  TO CurBand
               MOVE BCNT-CODE TO BandCode(CurBand)
               MOVE BandTotal TO BandFirst(CurBand)
            END-IF.
            IF CurBand > 0 THEN
               MOVE BCNT-DESC TO BandDesc(CurBand)
               MOVE BandTotal TO BandLast(CurBand)
            END-IF.

         PRINT-PAGE-HEADER.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "MONSUM - MONTH-END CONTROL CONSOLIDATION"
            STRING "  RUN DATE: " RUN-CCYY "-" RUN-MM "-" RUN-DD
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
            IF PERIOD-CARD THEN
               MOVE SPACES TO REC-RPT-MSG
               STRING "  PERIOD:   "
                  FromDate(1:4) "-" FromDate(5:2) "-" FromDate(7:2)
                  " TO " ToDate(1:4) "-" ToDate(5:2) "-" ToDate(7:2)
                  DELIMITED BY SIZE INTO REC-RPT-MSG
               WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES
            END-IF.
            MOVE SPACES TO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
            MOVE SPACES TO REC-RPT-MSG.
                  DELIMITED BY SIZE INTO REC-RPT-MSG
               WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES
            END-PERFORM.

         PRINT-BAND-MOVEMENT.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "BAND MOVEMENT BY DEPARTMENT (FIRST DAY TO LAST DAY)"
               ":"
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.
            PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BandUsed
               COMPUTE MixDelta = BandLast(BX) - BandFirst(BX)
               MOVE MixDelta TO MixDeltaEd
               MOVE SPACES TO REC-RPT-MSG
               STRING "  " BandCode(BX) " " BandDesc(BX) ": "
                  BandFirst(BX) " -> " BandLast(BX)
                  "  (" MixDeltaEd ")"
                  DELIMITED BY SIZE INTO REC-RPT-MSG
               WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES
            END-PERFORM.
