      *----------------------
      * SERVICE-ANNIVERSARY AND TENURE REPORT OFF THE ROSTMST
      * MASTER, FROM THE ENROLLMENT MONTH (33-35, NUMERIC OR ALPHA,
      * SAME AS ROSTED) AND YEAR (36-37). THE TWO-DIGIT YEAR IS
      * WINDOWED ON THE RUN DATE: ONE LATER THAN THIS YEAR'S YY IS
      * TAKEN AS 19YY, ANYTHING ELSE AS 20YY.
      *
      * PART ONE LISTS EVERYONE REACHING A SERVICE MILESTONE IN THE
      * REPORT MONTH - ENROLLED IN THAT CALENDAR MONTH A MILESTONE
      * NUMBER OF YEARS BEFORE - GROUPED BY SITE AND BAND, WITH
      * NAME, SURNAME, ID, AND START MONTH. THE SAME LIST GOES TO
      * RECCSV AS A COMMA-DELIMITED FILE (HEADER ROW, HREXPT STYLE)
      * FOR THE RECOGNITION COMMITTEE. THE LISTING IS ORDERED
      * THROUGH A SCRATCH KSDS KEYED ON SITE, BAND, YEARS, SURNAME,
      * AND ID, DELETED AND REDEFINED BY THE IDCAMS STEP AHEAD OF
      * THIS ONE (DUPDET PRECEDENT).
      *
      * PART TWO IS THE TENURE DISTRIBUTION AS OF THE RUN DATE, IN
      * COMPLETED YEARS: UNDER 1, 1-4, 5-9, 10-19, AND 20 OR MORE,
      * BY SITE AND BY GENDER. A RECORD WITH NO USABLE MONTH OR
      * YEAR IS COUNTED AS UNDATED AND LEFT OUT OF BOTH PARTS.
      *
      * THE RECCTL CARD (OPTIONAL - AN EMPTY DATASET TAKES THE
      * DEFAULTS):
      *   COLS 1-6   REPORT MONTH, YYYYMM (BLANK = NEXT MONTH)
      *   COLS 7-16  UP TO FIVE 2-DIGIT MILESTONES IN YEARS
      *              (BLANK = 05 10 15 20 25)
      *----------------------
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    ANNIVRPT.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT REC-CTL ASSIGN TO RECCTL
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-MST ASSIGN TO RECMST
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS MST-ID.
      *------ SCRATCH: KEYED ON SITE, BAND, YEARS, SURNAME, AND ID
            SELECT REC-ANNW ASSIGN TO RECANNW
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS AW-KEY.
            SELECT REC-CSV ASSIGN TO RECCSV
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-RPT ASSIGN TO RECRPT
            ORGANIZATION IS SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
         FD  REC-CTL    RECORDING MODE F.
         01  REC-CTL-MSG.
             05  CTL-RPTMONTH   PIC X(06).
             05  CTL-MILE       PIC X(02) OCCURS 5 TIMES.
             05  FILLER         PIC X(64).
         FD  REC-MST.
         01  REC-MST-MSG.
             05  MST-NAME       PIC X(10).
             05  MST-ID         PIC X(08).
             05  FILLER         PIC X(03).
             05  MST-GENDER     PIC X(01).
             05  MST-BAND       PIC X(02).
             05  FILLER         PIC X(08).
             05  MST-MONTH      PIC X(03).
             05  MST-YEAR       PIC X(02).
             05  FILLER         PIC X(01).
             05  MST-SITE       PIC X(02).
             05  MST-SURNAME    PIC X(20).
             05  FILLER         PIC X(20).
         FD  REC-ANNW.
         01  REC-ANNW-MSG.
             05  AW-KEY.
                 10  AW-SITE        PIC X(02).
                 10  AW-BAND        PIC X(02).
                 10  AW-YEARS       PIC 9(02).
                 10  AW-SURNAME     PIC X(20).
                 10  AW-ID          PIC X(08).
             05  AW-NAME        PIC X(10).
             05  AW-START-CCYY  PIC 9(04).
             05  AW-START-MM    PIC 9(02).
             05  FILLER         PIC X(30).
         FD  REC-CSV    RECORDING MODE F.
         01  REC-CSV-MSG   PIC X(80).
         FD  REC-RPT    RECORDING MODE F.
         01  REC-RPT-MSG   PIC X(80).
        WORKING-STORAGE SECTION.
         01 FLAGS.
             05 MST-EOF-SW  PIC X VALUE "N".
                88 MST-EOF   VALUE "Y".
             05 WRK-EOF-SW  PIC X VALUE "N".
                88 WRK-EOF   VALUE "Y".
             05 DATED-SW    PIC X.
                88 START-DATED VALUE "Y".
         01 MonthTab.
              02 Month OCCURS 12 TIMES INDEXED BY I.
                 03 MonthName PIC X(3).
         01 IndNum     PIC 99.
         01 MatchSw    PIC X VALUE "N".
             88 FOUND-MONTH  VALUE "Y".
      *------ REPORT MONTH AND MILESTONES FROM THE CARD (OR DEFAULTS)
         01 RPT-MONTH.
             05 RPT-CCYY PIC 9(04).
             05 RPT-MM   PIC 9(02).
         01 MileTab.
             05 Mile OCCURS 5 TIMES PIC 9(02).
         01 MileUsed   PIC 9 VALUE ZERO.
         01 MX         PIC 9.
         01 MILE-SW    PIC X.
             88 IS-MILESTONE VALUE "Y".
      *------ THE RECORD'S START MONTH, WINDOWED TO FOUR DIGITS
         01 StartCcyy  PIC 9(04).
         01 StartMm    PIC 9(02).
         01 StartYy    PIC 9(02).
         01 RunYy      PIC 9(02).
         01 AnnYears   PIC 9(04).
         01 TenMonths  PIC S9(06).
         01 TenYears   PIC 9(04).
         01 TenCol     PIC 9.
      *------ TENURE COLUMNS: <1, 1-4, 5-9, 10-19, 20+
         01 SiteTab.
             05 SiteRow OCCURS 100 TIMES.
                10 SiteCode  PIC X(02).
                10 SiteTen   PIC 9(07) OCCURS 5 TIMES.
         01 SiteUsed   PIC 9(03) VALUE ZERO.
         01 SX         PIC 9(03).
         01 CurSite    PIC 9(03).
         01 SiteOver   PIC 9(07) VALUE ZERO.
         01 GenderTab.
             05 GenderRow OCCURS 3 TIMES.
                10 GenderTen PIC 9(07) OCCURS 5 TIMES.
         01 GX         PIC 9.
         01 TX         PIC 9.
         01 MstCount   PIC 9(07) VALUE ZERO.
         01 UndatedCnt PIC 9(07) VALUE ZERO.
         01 AnnCount   PIC 9(07) VALUE ZERO.
         01 GrpCount   PIC 9(05).
         01 CurGroup   PIC X(04).
         01 RUN-STAMP.
             05 RUN-CCYY PIC 9(04).
             05 RUN-MM   PIC 9(02).
             05 RUN-DD   PIC 9(02).
         01 ANN-LINE.
             05 FILLER      PIC X(04) VALUE SPACES.
             05 AL-YEARS    PIC Z9.
             05 FILLER      PIC X(03) VALUE SPACES.
             05 AL-ID       PIC X(08).
             05 FILLER      PIC X(02) VALUE SPACES.
             05 AL-NAME     PIC X(10).
             05 FILLER      PIC X(01) VALUE SPACES.
             05 AL-SURNAME  PIC X(20).
             05 FILLER      PIC X(02) VALUE SPACES.
             05 AL-MONTH    PIC X(03).
             05 FILLER      PIC X(01) VALUE SPACES.
             05 AL-CCYY     PIC 9(04).
             05 FILLER      PIC X(20) VALUE SPACES.
         01 TEN-LINE.
             05 FILLER      PIC X(02) VALUE SPACES.
             05 TL-LABEL    PIC X(08).
             05 TL-COL      PIC Z(6)9 OCCURS 5 TIMES.
             05 FILLER      PIC X(02) VALUE SPACES.
             05 TL-TOTAL    PIC Z(6)9.
             05 FILLER      PIC X(26) VALUE SPACES.
         01 TenTotal   PIC 9(07).

        PROCEDURE DIVISION.
         MAIN-LINE.
            MOVE 'JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC' TO MonthTab.
            ACCEPT RUN-STAMP FROM DATE YYYYMMDD.
            MOVE RUN-CCYY(3:2) TO RunYy.
            PERFORM READ-CONTROL-CARD.
            PERFORM VARYING GX FROM 1 BY 1 UNTIL GX > 3
               PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > 5
                  MOVE ZERO TO GenderTen(GX, TX)
               END-PERFORM
            END-PERFORM.
            OPEN INPUT REC-MST.
            OPEN OUTPUT REC-ANNW.
            PERFORM UNTIL MST-EOF
            READ REC-MST
               AT END SET MST-EOF TO TRUE
               NOT AT END
                  ADD 1 TO MstCount
                  PERFORM RESOLVE-START-MONTH
                  IF START-DATED THEN
                     PERFORM CHECK-ANNIVERSARY
                     PERFORM TALLY-TENURE
                  ELSE
                     ADD 1 TO UndatedCnt
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE REC-MST.
            CLOSE REC-ANNW.
            OPEN OUTPUT REC-RPT.
            OPEN OUTPUT REC-CSV.
            PERFORM PRINT-PAGE-HEADER.
            PERFORM PRINT-ANNIVERSARIES.
            CLOSE REC-CSV.
            PERFORM PRINT-TENURE.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "MASTER RECORDS: " MstCount "   UNDATED: "
               UndatedCnt "   ANNIVERSARIES: " AnnCount
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.
            CLOSE REC-RPT.
            DISPLAY "ANNIVRPT: " MstCount " READ, " AnnCount
               " ANNIVERSARIES IN " RPT-CCYY "-" RPT-MM ", "
               UndatedCnt " UNDATED".
            IF SiteOver > 0 THEN
               DISPLAY "*** WARNING: " SiteOver " RECORD(S) FROM"
                  " SITES BEYOND 100 LEFT OUT OF THE SITE TENURE ***"
            END-IF.
            STOP RUN.

      *------ A MISSING CARD, OR A BLANK OR BAD FIELD ON IT, TAKES
      *------ THE DEFAULT: NEXT MONTH, MILESTONES 5 THROUGH 25
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
               IF RPT-MM = 12 THEN
                  ADD 1 TO RPT-CCYY
                  MOVE 1 TO RPT-MM
               ELSE
                  ADD 1 TO RPT-MM
               END-IF
            END-IF.
            PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > 5
               IF CTL-MILE(MX) IS NUMERIC
                     AND CTL-MILE(MX) > "00" THEN
                  ADD 1 TO MileUsed
                  MOVE CTL-MILE(MX) TO Mile(MileUsed)
               END-IF
            END-PERFORM.
            IF MileUsed = 0 THEN
               MOVE 05 TO Mile(1)
               MOVE 10 TO Mile(2)
               MOVE 15 TO Mile(3)
               MOVE 20 TO Mile(4)
               MOVE 25 TO Mile(5)
               MOVE 5 TO MileUsed
            END-IF.

      *------ THE MONTH ARRIVES AS "01" OR "JAN", THE SAME TWO FORMS
      *------ ROSTED ACCEPTS; THE YEAR IS WINDOWED ON THE RUN DATE
         RESOLVE-START-MONTH.
            MOVE "N" TO DATED-SW.
            MOVE 1 TO IndNum.
            MOVE "N" TO MatchSw.
            PERFORM RESOLVE-MONTH WITH TEST BEFORE
               UNTIL IndNum > 12 OR FOUND-MONTH.
            IF FOUND-MONTH AND MST-YEAR IS NUMERIC THEN
               SET START-DATED TO TRUE
               MOVE IndNum TO StartMm
               MOVE MST-YEAR TO StartYy
               IF StartYy > RunYy THEN
                  COMPUTE StartCcyy = 1900 + StartYy
               ELSE
                  COMPUTE StartCcyy = 2000 + StartYy
               END-IF
            END-IF.

         RESOLVE-MONTH.
            IF MST-MONTH(1:2) = IndNum
               OR MST-MONTH = MonthName(IndNum) THEN
               SET FOUND-MONTH TO TRUE
            ELSE
               ADD 1 TO IndNum
            END-IF.

         CHECK-ANNIVERSARY.
            IF StartMm = RPT-MM AND StartCcyy < RPT-CCYY THEN
               COMPUTE AnnYears = RPT-CCYY - StartCcyy
               MOVE "N" TO MILE-SW
               PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > MileUsed
                  IF Mile(MX) = AnnYears THEN
                     SET IS-MILESTONE TO TRUE
                  END-IF
               END-PERFORM
               IF IS-MILESTONE THEN
                  MOVE SPACES      TO REC-ANNW-MSG
                  MOVE MST-SITE    TO AW-SITE
                  MOVE MST-BAND    TO AW-BAND
                  MOVE AnnYears    TO AW-YEARS
                  MOVE MST-SURNAME TO AW-SURNAME
                  MOVE MST-ID      TO AW-ID
                  MOVE MST-NAME    TO AW-NAME
                  MOVE StartCcyy   TO AW-START-CCYY
                  MOVE StartMm     TO AW-START-MM
                  WRITE REC-ANNW-MSG
                     INVALID KEY
                        DISPLAY "*** DUPLICATE ANNIVERSARY KEY FOR "
                           MST-ID " IGNORED ***"
                     NOT INVALID KEY
                        ADD 1 TO AnnCount
                  END-WRITE
               END-IF
            END-IF.

      *------ COMPLETED YEARS OF SERVICE AS OF THE RUN MONTH; A START
      *------ MONTH STILL AHEAD OF IT COUNTS AS UNDER ONE YEAR
         TALLY-TENURE.
            COMPUTE TenMonths = (RUN-CCYY * 12 + RUN-MM)
               - (StartCcyy * 12 + StartMm).
            IF TenMonths < 0 THEN
               MOVE ZERO TO TenMonths
            END-IF.
            COMPUTE TenYears = TenMonths / 12.
            IF TenYears < 1 THEN
               MOVE 1 TO TenCol
            ELSE IF TenYears < 5 THEN
               MOVE 2 TO TenCol
            ELSE IF TenYears < 10 THEN
               MOVE 3 TO TenCol
            ELSE IF TenYears < 20 THEN
               MOVE 4 TO TenCol
            ELSE
               MOVE 5 TO TenCol
            END-IF.
            IF MST-GENDER = "F" THEN
               MOVE 1 TO GX
            ELSE IF MST-GENDER = "M" THEN
               MOVE 2 TO GX
            ELSE
               MOVE 3 TO GX
            END-IF.
            ADD 1 TO GenderTen(GX, TenCol).
            MOVE ZERO TO CurSite.
            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SiteUsed
               IF SiteCode(SX) = MST-SITE THEN
                  MOVE SX TO CurSite
               END-IF
            END-PERFORM.
            IF CurSite = 0 THEN
               IF SiteUsed < 100 THEN
                  ADD 1 TO SiteUsed
                  MOVE SiteUsed TO CurSite
                  MOVE MST-SITE TO SiteCode(CurSite)
                  PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > 5
                     MOVE ZERO TO SiteTen(CurSite, TX)
                  END-PERFORM
               ELSE
                  ADD 1 TO SiteOver
               END-IF
            END-IF.
            IF CurSite > 0 THEN
               ADD 1 TO SiteTen(CurSite, TenCol)
            END-IF.

      *------ THE SCRATCH FILE COMES BACK IN SITE/BAND ORDER; A NEW
      *------ SITE OR BAND STARTS A NEW HEADED GROUP
         PRINT-ANNIVERSARIES.
            MOVE SPACES TO REC-CSV-MSG.
            STRING "SITE,BAND,YEARS,ID,NAME,SURNAME,START_MONTH"
               DELIMITED BY SIZE INTO REC-CSV-MSG.
            WRITE REC-CSV-MSG.
            MOVE SPACES TO CurGroup.
            OPEN INPUT REC-ANNW.
            MOVE LOW-VALUES TO AW-KEY.
            START REC-ANNW KEY NOT < AW-KEY
               INVALID KEY SET WRK-EOF TO TRUE
            END-START.
            PERFORM UNTIL WRK-EOF
            READ REC-ANNW NEXT RECORD
               AT END SET WRK-EOF TO TRUE
               NOT AT END
                  IF AW-KEY(1:4) NOT = CurGroup THEN
                     PERFORM PRINT-GROUP-HEADER
                  END-IF
                  ADD 1 TO GrpCount
                  PERFORM PRINT-ANNIVERSARY-LINE
                  PERFORM WRITE-CSV-ROW
            END-READ
            END-PERFORM.
            CLOSE REC-ANNW.
            IF CurGroup NOT = SPACES THEN
               PERFORM PRINT-GROUP-TOTAL
            ELSE
               MOVE SPACES TO REC-RPT-MSG
               STRING "  NO SERVICE ANNIVERSARIES THIS MONTH"
                  DELIMITED BY SIZE INTO REC-RPT-MSG
               WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES
            END-IF.

         PRINT-GROUP-HEADER.
            IF CurGroup NOT = SPACES THEN
               PERFORM PRINT-GROUP-TOTAL
            END-IF.
            MOVE AW-KEY(1:4) TO CurGroup.
            MOVE ZERO TO GrpCount.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "SITE " AW-SITE "   BAND " AW-BAND
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.

         PRINT-GROUP-TOTAL.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "    " GrpCount " ANNIVERSARY(IES) IN SITE "
               CurGroup(1:2) " BAND " CurGroup(3:2)
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.

         PRINT-ANNIVERSARY-LINE.
            MOVE SPACES TO ANN-LINE.
            MOVE AW-YEARS   TO AL-YEARS.
            MOVE AW-ID      TO AL-ID.
            MOVE AW-NAME    TO AL-NAME.
            MOVE AW-SURNAME TO AL-SURNAME.
            MOVE MonthName(AW-START-MM) TO AL-MONTH.
            MOVE AW-START-CCYY TO AL-CCYY.
            MOVE ANN-LINE TO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.

         WRITE-CSV-ROW.
            MOVE SPACES TO REC-CSV-MSG.
            STRING AW-SITE "," AW-BAND "," AW-YEARS "," AW-ID ","
               DELIMITED BY SIZE
               AW-NAME DELIMITED BY "  "
               "," DELIMITED BY SIZE
               AW-SURNAME DELIMITED BY "  "
               "," AW-START-CCYY "-" AW-START-MM
               DELIMITED BY SIZE
               INTO REC-CSV-MSG.
            WRITE REC-CSV-MSG.

         PRINT-TENURE.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "TENURE AS OF " RUN-CCYY "-" RUN-MM
               " (COMPLETED YEARS)"
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING PAGE.
            PERFORM PRINT-TENURE-HEADER.
            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SiteUsed
               MOVE SPACES TO TEN-LINE
               STRING "SITE " SiteCode(SX)
                  DELIMITED BY SIZE INTO TL-LABEL
               MOVE ZERO TO TenTotal
               PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > 5
                  MOVE SiteTen(SX, TX) TO TL-COL(TX)
                  ADD SiteTen(SX, TX) TO TenTotal
               END-PERFORM
               MOVE TenTotal TO TL-TOTAL
               MOVE TEN-LINE TO REC-RPT-MSG
               WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES
            END-PERFORM.
            PERFORM PRINT-TENURE-HEADER.
            PERFORM VARYING GX FROM 1 BY 1 UNTIL GX > 3
               MOVE SPACES TO TEN-LINE
               IF GX = 1 THEN
                  MOVE "FEMALE" TO TL-LABEL
               ELSE IF GX = 2 THEN
                  MOVE "MALE" TO TL-LABEL
               ELSE
                  MOVE "UNKNOWN" TO TL-LABEL
               END-IF
               END-IF
               MOVE ZERO TO TenTotal
               PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > 5
                  MOVE GenderTen(GX, TX) TO TL-COL(TX)
                  ADD GenderTen(GX, TX) TO TenTotal
               END-PERFORM
               MOVE TenTotal TO TL-TOTAL
               MOVE TEN-LINE TO REC-RPT-MSG
               WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES
            END-PERFORM.

         PRINT-TENURE-HEADER.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "          UNDER 1    1-4    5-9  10-19"
               "    20+    TOTAL"
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.

         PRINT-PAGE-HEADER.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "ANNIVRPT - SERVICE ANNIVERSARIES FOR "
               RPT-CCYY "-" RPT-MM
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING PAGE.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "  RUN DATE: " RUN-CCYY "-" RUN-MM "-" RUN-DD
               "   MILESTONES:"
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            MOVE 37 TO IndNum.
            PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > MileUsed
               STRING " " Mile(MX) DELIMITED BY SIZE
                  INTO REC-RPT-MSG WITH POINTER IndNum
            END-PERFORM.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "    YRS  ID        NAME       SURNAME"
               "               START"
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.
