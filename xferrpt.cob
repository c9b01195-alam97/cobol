      *----------------------
      * INTER-DEPARTMENT TRANSFER REPORT OFF THE ROSTMST AUDIT
      * TRAIL: EVERY "C" IMAGE WHOSE BAND (23-24) DIFFERS BETWEEN
      * THE BEFORE AND AFTER IMAGES IS ONE TRANSFER, DATED BY THE
      * TRANSACTION'S EFFECTIVE DATE (THE RUN DATE WHEN ROSTMST
      * STAMPED NONE). ONLY TRANSFERS EFFECTIVE INSIDE THE RECCTL
      * RANGE ARE TAKEN.
      *
      * PART ONE LISTS EVERY TRANSFER, IN THE ORDER ROSTMST APPLIED
      * IT, WITH ITS EFFECTIVE DATE AND BEFORE/AFTER SITE AND BAND.
      * PART TWO IS THE FROM-BAND/TO-BAND MATRIX OF MOVEMENT COUNTS,
      * OVER THE BANDS THAT MOVED AT ALL, TEN TO-BANDS TO A PANEL.
      * PART THREE IS THE NET IN AND OUT PER BAND (NAMED FROM THE
      * BANDMST REFERENCE FILE) AND PER SITE; A TRANSFER COUNTS OUT
      * OF ITS BEFORE SITE AND INTO ITS AFTER SITE, SO A MOVE THAT
      * ALSO CHANGES SITE SHOWS ON BOTH. A BAND NOT ON BANDMST IS
      * CARRIED UNDER "??".
      *
      * THE RECCTL CARD (ARCPULL LAYOUT): FROM DATE IN COLS 1-8, TO
      * DATE IN COLS 9-16, YYYYMMDD. A BLANK CARD OR AN EMPTY
      * DATASET TAKES THE LAST COMPLETE CALENDAR QUARTER; A CARD
      * THAT IS NOT BLANK AND NOT A USABLE RANGE ENDS RC 8.
      *----------------------
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    XFERRPT.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT REC-CTL ASSIGN TO RECCTL
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-AUDIT ASSIGN TO RECAUDIT
            ORGANIZATION IS SEQUENTIAL.
      *------ DEPARTMENT BAND REFERENCE FILE (SEE BANDMNT)
            SELECT REC-BAND ASSIGN TO RECBAND
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS BND-CODE.
            SELECT REC-RPT ASSIGN TO RECRPT
            ORGANIZATION IS SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
         FD  REC-CTL    RECORDING MODE F.
         01  REC-CTL-MSG.
             05 CTL-FROM        PIC X(08).
             05 CTL-TO          PIC X(08).
             05 FILLER          PIC X(64).
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
         FD  REC-BAND.
         01  REC-BAND-MSG.
             05  BND-CODE       PIC X(02).
             05  BND-DESC       PIC X(20).
             05  BND-ACTIVE     PIC X(01).
             05  BND-EFFDATE    PIC X(08).
             05  FILLER         PIC X(09).
         FD  REC-RPT    RECORDING MODE F.
         01  REC-RPT-MSG   PIC X(80).
        WORKING-STORAGE SECTION.
         01 FLAGS.
             05 AUD-EOF-SW  PIC X VALUE "N".
                88 AUD-EOF   VALUE "Y".
             05 BAND-EOF-SW PIC X VALUE "N".
                88 BAND-EOF  VALUE "Y".
         01 FromDate   PIC X(08) VALUE SPACES.
         01 ToDate     PIC X(08) VALUE SPACES.
         01 EffDate    PIC X(08).
         01 QTR-DATES.
             05 QTR-CCYY PIC 9(04).
             05 QTR-MM   PIC 9(02).
             05 QTR-DD   PIC 9(02).
         01 QtrNum     PIC 9.
      *------ ONE ROW PER BAND ON THE RECBAND FILE, IN CODE ORDER,
      *------ PLUS THE "??" ROW AFTER THEM FOR ANY BAND NOT ON FILE
         01 BandTab.
             05 BandRow OCCURS 21 TIMES.
                10 BandCode  PIC X(02).
                10 BandDesc  PIC X(20).
                10 BandIn    PIC 9(05).
                10 BandOut   PIC 9(05).
         01 BandUsed   PIC 99 VALUE ZERO.
         01 OtherBand  PIC 99.
         01 BX         PIC 99.
         01 BY1        PIC 99.
         01 FromBand   PIC 99.
         01 ToBand     PIC 99.
         01 LookBand   PIC X(02).
         01 LookIx     PIC 99.
      *------ MOVEMENT COUNTS, FROM-BAND BY TO-BAND
         01 XferMat.
             05 MatRow OCCURS 21 TIMES.
                10 MatCell   PIC 9(05) OCCURS 21 TIMES.
      *------ THE BANDS THAT MOVED AT ALL, AS BANDTAB SUBSCRIPTS
         01 MovedTab.
             05 MovedBand PIC 99 OCCURS 21 TIMES.
         01 MovedUsed  PIC 99 VALUE ZERO.
         01 MX         PIC 99.
         01 MY         PIC 99.
         01 PanelFrom  PIC 99.
         01 PanelTo    PIC 99.
         01 LinePtr    PIC 99.
         01 CellOut    PIC ZZZZ9.
      *------ PER SITE, PER BAND: IN AND OUT
         01 SiteTab.
             05 SiteRow OCCURS 100 TIMES.
                10 SiteCode  PIC X(02).
                10 SiteIn    PIC 9(05).
                10 SiteOut   PIC 9(05).
                10 SiteBand OCCURS 21 TIMES.
                   15 SiteBandIn  PIC 9(05).
                   15 SiteBandOut PIC 9(05).
         01 SiteUsed   PIC 9(03) VALUE ZERO.
         01 SX         PIC 9(03).
         01 CurSite    PIC 9(03).
         01 LookSite   PIC X(02).
         01 SiteOver   PIC 9(05) VALUE ZERO.
         01 AudCount   PIC 9(07) VALUE ZERO.
         01 ChgCount   PIC 9(07) VALUE ZERO.
         01 XferCount  PIC 9(07) VALUE ZERO.
         01 NetWork    PIC S9(05).
         01 RUN-STAMP.
             05 RUN-CCYY PIC 9(04).
             05 RUN-MM   PIC 9(02).
             05 RUN-DD   PIC 9(02).
         01 NET-LINE.
             05 FILLER      PIC X(02) VALUE SPACES.
             05 NL-CODE     PIC X(02).
             05 FILLER      PIC X(02) VALUE SPACES.
             05 NL-DESC     PIC X(20).
             05 FILLER      PIC X(02) VALUE SPACES.
             05 NL-IN       PIC ZZZZ9.
             05 FILLER      PIC X(02) VALUE SPACES.
             05 NL-OUT      PIC ZZZZ9.
             05 FILLER      PIC X(02) VALUE SPACES.
             05 NL-NET      PIC -----9.
             05 FILLER      PIC X(32) VALUE SPACES.
         01 XFER-LINE.
             05 XL-EFFDATE  PIC X(10).
             05 FILLER      PIC X(02) VALUE SPACES.
             05 XL-ID       PIC X(08).
             05 FILLER      PIC X(02) VALUE SPACES.
             05 XL-NAME     PIC X(10).
             05 FILLER      PIC X(01) VALUE SPACES.
             05 XL-SURNAME  PIC X(20).
             05 FILLER      PIC X(02) VALUE SPACES.
             05 XL-FROM-SITE PIC X(02).
             05 FILLER      PIC X(01) VALUE "/".
             05 XL-FROM-BAND PIC X(02).
             05 FILLER      PIC X(04) VALUE " -> ".
             05 XL-TO-SITE  PIC X(02).
             05 FILLER      PIC X(01) VALUE "/".
             05 XL-TO-BAND  PIC X(02).
             05 FILLER      PIC X(11) VALUE SPACES.

        PROCEDURE DIVISION.
         MAIN-LINE.
            ACCEPT RUN-STAMP FROM DATE YYYYMMDD.
            PERFORM READ-CONTROL-CARD.
            IF FromDate IS NOT NUMERIC OR ToDate IS NOT NUMERIC
                  OR FromDate > ToDate THEN
               DISPLAY "XFERRPT: NO USABLE DATE RANGE ON RECCTL"
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM LOAD-BANDS.
            PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > 21
               PERFORM VARYING BY1 FROM 1 BY 1 UNTIL BY1 > 21
                  MOVE ZERO TO MatCell(BX, BY1)
               END-PERFORM
            END-PERFORM.
            OPEN OUTPUT REC-RPT.
            PERFORM PRINT-PAGE-HEADER.
            PERFORM PRINT-DETAIL-HEADER.
            OPEN INPUT REC-AUDIT.
            PERFORM UNTIL AUD-EOF
            READ REC-AUDIT
               AT END SET AUD-EOF TO TRUE
               NOT AT END
                  ADD 1 TO AudCount
                  IF AUD-ACTION = "C" THEN
                     ADD 1 TO ChgCount
                     PERFORM CHECK-ONE-CHANGE
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE REC-AUDIT.
            IF XferCount = 0 THEN
               MOVE SPACES TO REC-RPT-MSG
               STRING "  NO TRANSFERS EFFECTIVE IN THE PERIOD"
                  DELIMITED BY SIZE INTO REC-RPT-MSG
               WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES
            ELSE
               PERFORM PRINT-MATRIX
               PERFORM PRINT-BAND-NET
               PERFORM PRINT-SITE-NET
            END-IF.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "AUDIT IMAGES READ: " AudCount "   CHANGES: "
               ChgCount "   TRANSFERS: " XferCount
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.
            CLOSE REC-RPT.
            DISPLAY "XFERRPT: " XferCount " TRANSFER(S) EFFECTIVE "
               FromDate " THROUGH " ToDate.
            IF SiteOver > 0 THEN
               DISPLAY "*** WARNING: " SiteOver " TRANSFER(S) AT"
                  " SITES BEYOND 100 LEFT OUT OF THE SITE NET ***"
            END-IF.
            STOP RUN.

      *------ NO CARD, OR A BLANK ONE, MEANS THE LAST COMPLETE
      *------ CALENDAR QUARTER BEFORE THE RUN DATE
         READ-CONTROL-CARD.
            MOVE SPACES TO REC-CTL-MSG.
            OPEN INPUT REC-CTL.
            READ REC-CTL
               AT END MOVE SPACES TO REC-CTL-MSG
            END-READ.
            CLOSE REC-CTL.
            IF CTL-FROM = SPACES AND CTL-TO = SPACES THEN
               COMPUTE QtrNum = (RUN-MM - 1) / 3
               MOVE RUN-CCYY TO QTR-CCYY
               IF QtrNum = 0 THEN
                  SUBTRACT 1 FROM QTR-CCYY
                  MOVE 4 TO QtrNum
               END-IF
               COMPUTE QTR-MM = QtrNum * 3 - 2
               MOVE 1 TO QTR-DD
               MOVE QTR-DATES TO FromDate
               ADD 2 TO QTR-MM
               IF QTR-MM = 6 OR QTR-MM = 9 THEN
                  MOVE 30 TO QTR-DD
               ELSE
                  MOVE 31 TO QTR-DD
               END-IF
               MOVE QTR-DATES TO ToDate
            ELSE
               MOVE CTL-FROM TO FromDate
               MOVE CTL-TO   TO ToDate
            END-IF.

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
                  ELSE
                     DISPLAY "*** WARNING: BAND " BND-CODE
                        " CARRIED AS ?? - BAND TABLE FULL ***"
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE REC-BAND.
            COMPUTE OtherBand = BandUsed + 1.
            MOVE "??" TO BandCode(OtherBand).
            MOVE "NOT ON BAND FILE" TO BandDesc(OtherBand).
            PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > OtherBand
               MOVE ZERO TO BandIn(BX) BandOut(BX)
            END-PERFORM.

      *------ A CHANGE IS A TRANSFER ONLY WHEN THE BAND MOVED; THE
      *------ RANGE TEST IS ON THE EFFECTIVE DATE, NOT THE RUN DATE
         CHECK-ONE-CHANGE.
            IF AUD-BEFORE(23:2) NOT = AUD-AFTER(23:2) THEN
               IF AUD-EFFDATE IS NUMERIC THEN
                  MOVE AUD-EFFDATE TO EffDate
               ELSE
                  MOVE AUD-RUNDATE TO EffDate
               END-IF
               IF EffDate >= FromDate AND EffDate <= ToDate THEN
                  PERFORM TALLY-TRANSFER
                  PERFORM PRINT-TRANSFER-LINE
               END-IF
            END-IF.

         TALLY-TRANSFER.
            ADD 1 TO XferCount.
            MOVE AUD-BEFORE(23:2) TO LookBand.
            PERFORM FIND-BAND.
            MOVE LookIx TO FromBand.
            MOVE AUD-AFTER(23:2) TO LookBand.
            PERFORM FIND-BAND.
            MOVE LookIx TO ToBand.
            ADD 1 TO MatCell(FromBand, ToBand).
            ADD 1 TO BandOut(FromBand).
            ADD 1 TO BandIn(ToBand).
            MOVE AUD-BEFORE(39:2) TO LookSite.
            PERFORM FIND-SITE.
            IF CurSite > 0 THEN
               ADD 1 TO SiteOut(CurSite)
               ADD 1 TO SiteBandOut(CurSite, FromBand)
            END-IF.
            MOVE AUD-AFTER(39:2) TO LookSite.
            PERFORM FIND-SITE.
            IF CurSite > 0 THEN
               ADD 1 TO SiteIn(CurSite)
               ADD 1 TO SiteBandIn(CurSite, ToBand)
            END-IF.

         FIND-BAND.
            MOVE OtherBand TO LookIx.
            PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BandUsed
               IF BandCode(BX) = LookBand THEN
                  MOVE BX TO LookIx
               END-IF
            END-PERFORM.

         FIND-SITE.
            MOVE ZERO TO CurSite.
            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SiteUsed
               IF SiteCode(SX) = LookSite THEN
                  MOVE SX TO CurSite
               END-IF
            END-PERFORM.
            IF CurSite = 0 THEN
               IF SiteUsed < 100 THEN
                  ADD 1 TO SiteUsed
                  MOVE SiteUsed TO CurSite
                  MOVE LookSite TO SiteCode(CurSite)
                  MOVE ZERO TO SiteIn(CurSite) SiteOut(CurSite)
                  PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > 21
                     MOVE ZERO TO SiteBandIn(CurSite, BX)
                        SiteBandOut(CurSite, BX)
                  END-PERFORM
               ELSE
                  ADD 1 TO SiteOver
               END-IF
            END-IF.

         PRINT-TRANSFER-LINE.
            MOVE SPACES TO XFER-LINE.
            STRING EffDate(1:4) "-" EffDate(5:2) "-" EffDate(7:2)
               DELIMITED BY SIZE INTO XL-EFFDATE.
            MOVE AUD-ID            TO XL-ID.
            MOVE AUD-AFTER(1:10)   TO XL-NAME.
            MOVE AUD-AFTER(41:20)  TO XL-SURNAME.
            MOVE AUD-BEFORE(39:2)  TO XL-FROM-SITE.
            MOVE AUD-BEFORE(23:2)  TO XL-FROM-BAND.
            MOVE AUD-AFTER(39:2)   TO XL-TO-SITE.
            MOVE AUD-AFTER(23:2)   TO XL-TO-BAND.
            MOVE XFER-LINE TO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.

      *------ ONLY THE BANDS WITH ANY MOVEMENT GO IN THE MATRIX, TEN
      *------ TO-BAND COLUMNS TO A PANEL SO A LINE FITS 80 BYTES
         PRINT-MATRIX.
            PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > OtherBand
               IF BandIn(BX) > 0 OR BandOut(BX) > 0 THEN
                  ADD 1 TO MovedUsed
                  MOVE BX TO MovedBand(MovedUsed)
               END-IF
            END-PERFORM.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "TRANSFER MATRIX - ROWS ARE FROM-BAND, COLUMNS "
               "TO-BAND"
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING PAGE.
            PERFORM VARYING PanelFrom FROM 1 BY 10
               UNTIL PanelFrom > MovedUsed
               COMPUTE PanelTo = PanelFrom + 9
               IF PanelTo > MovedUsed THEN
                  MOVE MovedUsed TO PanelTo
               END-IF
               PERFORM PRINT-MATRIX-PANEL
            END-PERFORM.

         PRINT-MATRIX-PANEL.
            MOVE SPACES TO REC-RPT-MSG.
            MOVE 1 TO LinePtr.
            STRING "FROM/TO " DELIMITED BY SIZE
               INTO REC-RPT-MSG WITH POINTER LinePtr.
            PERFORM VARYING MY FROM PanelFrom BY 1 UNTIL MY > PanelTo
               STRING "    " BandCode(MovedBand(MY))
                  DELIMITED BY SIZE
                  INTO REC-RPT-MSG WITH POINTER LinePtr
            END-PERFORM.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.
            PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > MovedUsed
               MOVE SPACES TO REC-RPT-MSG
               MOVE 1 TO LinePtr
               STRING "  " BandCode(MovedBand(MX)) "    "
                  DELIMITED BY SIZE
                  INTO REC-RPT-MSG WITH POINTER LinePtr
               PERFORM VARYING MY FROM PanelFrom BY 1
                  UNTIL MY > PanelTo
                  MOVE MatCell(MovedBand(MX), MovedBand(MY))
                     TO CellOut
                  STRING " " CellOut DELIMITED BY SIZE
                     INTO REC-RPT-MSG WITH POINTER LinePtr
               END-PERFORM
               WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES
            END-PERFORM.

         PRINT-BAND-NET.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "NET MOVEMENT BY BAND"
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING PAGE.
            PERFORM PRINT-NET-HEADER.
            PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > MovedUsed
               MOVE MovedBand(MX) TO BX
               MOVE SPACES TO NET-LINE
               MOVE BandCode(BX) TO NL-CODE
               MOVE BandDesc(BX) TO NL-DESC
               MOVE BandIn(BX)   TO NL-IN
               MOVE BandOut(BX)  TO NL-OUT
               COMPUTE NetWork = BandIn(BX) - BandOut(BX)
               MOVE NetWork TO NL-NET
               MOVE NET-LINE TO REC-RPT-MSG
               WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES
            END-PERFORM.

      *------ ONE TOTAL LINE PER SITE, THEN THE BANDS THAT MOVED
      *------ THERE
         PRINT-SITE-NET.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "NET MOVEMENT BY SITE"
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 3 LINES.
            PERFORM PRINT-NET-HEADER.
            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SiteUsed
               MOVE SPACES TO NET-LINE
               MOVE SiteCode(SX) TO NL-CODE
               MOVE "SITE TOTAL" TO NL-DESC
               MOVE SiteIn(SX)  TO NL-IN
               MOVE SiteOut(SX) TO NL-OUT
               COMPUTE NetWork = SiteIn(SX) - SiteOut(SX)
               MOVE NetWork TO NL-NET
               MOVE NET-LINE TO REC-RPT-MSG
               WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES
               PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > OtherBand
                  IF SiteBandIn(SX, BX) > 0
                        OR SiteBandOut(SX, BX) > 0 THEN
                     MOVE SPACES TO NET-LINE
                     STRING "  BAND " BandCode(BX)
                        DELIMITED BY SIZE INTO NL-DESC
                     MOVE SiteBandIn(SX, BX)  TO NL-IN
                     MOVE SiteBandOut(SX, BX) TO NL-OUT
                     COMPUTE NetWork = SiteBandIn(SX, BX)
                        - SiteBandOut(SX, BX)
                     MOVE NetWork TO NL-NET
                     MOVE NET-LINE TO REC-RPT-MSG
                     WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES
                  END-IF
               END-PERFORM
            END-PERFORM.

         PRINT-NET-HEADER.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "  CD  DESCRIPTION              IN    OUT     NET"
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.

         PRINT-DETAIL-HEADER.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "EFF DATE    ID        NAME       SURNAME"
               "               FROM     TO"
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.

         PRINT-PAGE-HEADER.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "XFERRPT - DEPARTMENT TRANSFERS EFFECTIVE "
               FromDate(1:4) "-" FromDate(5:2) "-" FromDate(7:2)
               " TO " ToDate(1:4) "-" ToDate(5:2) "-" ToDate(7:2)
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING PAGE.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "  RUN DATE: " RUN-CCYY "-" RUN-MM "-" RUN-DD
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
