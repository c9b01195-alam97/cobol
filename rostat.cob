            RELATIVE KEY IS CKPT-KEY.
            SELECT REC-ALERT ASSIGN TO RECALERT
            ORGANIZATION IS SEQUENTIAL.
      *------ SURNAME CUTOVER LIST (SITEMST): A SITE ON IT
      *------ BUCKETS ON THE SURNAME'S LEADING LETTER (41), THE
      *------ REST STILL ON THE NAME'S (1) UNTIL THEIR FEED CUTS
            SELECT SITE-MST ASSIGN TO RECSITEM
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS SMS-CODE.
      *------ DEPARTMENT BAND REFERENCE FILE (SEE BANDMNT) AND THE
      *------ PER-BAND COUNT HISTORY APPENDED ALONGSIDE GENCNT
            SELECT REC-BAND ASSIGN TO RECBAND
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS BND-CODE.
            SELECT REC-BSUM ASSIGN TO RECBSUM
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-SBSUM ASSIGN TO RECSBSUM
            ORGANIZATION IS SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
             05 GSUM-UNK        PIC 9(07).
             05 GSUM-RUNDATE    PIC X(08).
             05 FILLER          PIC X(10).
      *------ BANDCNT: ONE 60-BYTE RECORD PER BAND ON FILE PER RUN,
      *------ CARRYING THE DEPARTMENT NAME SO THE HISTORY READS THE
      *------ SAME AFTER A BAND IS RENAMED OR RETIRED (SAME LAYOUT
      *------ CNTGEN WRITES)
         FD  REC-BSUM   RECORDING MODE F.
         01  REC-BSUM-MSG.
             05 BCNT-CODE       PIC X(02).
             05 BCNT-DESC       PIC X(20).
             05 BCNT-FEM        PIC 9(07).
             05 BCNT-MALE       PIC 9(07).
             05 BCNT-UNK        PIC 9(07).
             05 BCNT-RUNDATE    PIC X(08).
             05 FILLER          PIC X(09).
      *------ SITEBAND: ONE 24-BYTE RECORD PER SITE PER BAND WITH
      *------ ANYONE ON FILE PER RUN (ALL GENDERS) - THE ACTUALS
      *------ PLANRPT SETS AGAINST THE AUTHORIZED HEADCOUNT PLAN
         FD  REC-SBSUM  RECORDING MODE F.
         01  REC-SBSUM-MSG.
             05 SB-SITE         PIC X(02).
             05 SB-BAND         PIC X(02).
             05 SB-COUNT        PIC 9(07).
             05 SB-RUNDATE      PIC X(08).
             05 FILLER          PIC X(05).
         FD  REC-BAND.
         01  REC-BAND-MSG.
             05  BND-CODE       PIC X(02).
             05  BND-DESC       PIC X(20).
             05  BND-ACTIVE     PIC X(01).
             05  BND-EFFDATE    PIC X(08).
             05  FILLER         PIC X(09).
      *------ TABL'S MONTHCNT RECORD, SAME 73-BYTE LAYOUT
         FD  REC-MSUM   RECORDING MODE F.
         01  REC-MSUM-MSG.
             05 CKPT-FEM        PIC 9(07).
             05 CKPT-MALE       PIC 9(07).
             05 CKPT-UNK        PIC 9(07).
      *------ THE BAND CODES RIDE ALONG SO A RESTART CAN TELL THAT
      *------ THE BAND FILE CHANGED UNDER IT
             05 CKPT-BANDUSED   PIC 99.
             05 CKPT-BAND OCCURS 20 TIMES.
                10 CKPT-BAND-CODE PIC X(02).
                10 CKPT-BAND-FEM  PIC 9(07).
                10 CKPT-BAND-MALE PIC 9(07).
                10 CKPT-BAND-UNK  PIC 9(07).
                10 CKPT-GRID-MALE PIC 9(05).
                10 CKPT-GRID-UNK  PIC 9(05).
             05 CKPT-LETTER OCCURS 26 TIMES PIC 9(07).
             05 CKPT-SITEUSED   PIC 9(03).
             05 CKPT-SITE OCCURS 100 TIMES.
                10 CKPT-SIT-CODE PIC X(02).
                10 CKPT-SIT-FEM  PIC 9(07).
                10 CKPT-SIT-MALE PIC 9(07).
                10 CKPT-SIT-UNK  PIC 9(07).
                10 CKPT-SIT-BAND OCCURS 20 TIMES PIC 9(07).
                10 CKPT-SIT-MONTH OCCURS 12 TIMES PIC 9(05).
         FD  SITE-MST.
         01  SITE-MST-MSG.
             05  SMS-CODE       PIC X(02).
             05  SMS-NAME       PIC X(20).
             05  SMS-CONTACT    PIC X(30).
             05  SMS-ACTIVE     PIC X(01).
             05  SMS-CUTOVER    PIC X(01).
             05  SMS-CARRYFWD   PIC X(01).
             05  SMS-THRESHOLD  PIC X(02).
             05  SMS-EXT-DSN    PIC X(44).
             05  SMS-ACK-DSN    PIC X(44).
             05  SMS-UPDDATE    PIC X(08).
             05  FILLER         PIC X(07).
         FD  REC-ALERT  RECORDING MODE F.
         01  REC-ALERT-MSG      PIC X(100).
        WORKING-STORAGE SECTION.
         01 CkptDiv       PIC 9(07).
         01 SkipTarget    PIC 9(07) VALUE ZERO.
         01 SkipCount     PIC 9(07) VALUE ZERO.
         01 CkX           PIC 9(03).
         01 CkY           PIC 99.
         01 RecCount      PIC 9(07) VALUE ZERO.
         01 TRAILER-SW    PIC X VALUE "N".
         01 ExpHash    PIC 9(10) VALUE ZERO.
         01 HASH-SW    PIC X VALUE "N".
             88 HASH-PRESENT    VALUE "Y".
      *------ CNTGEN'S COUNTERS AND BAND TABLE - ONE ROW PER BAND ON
      *------ THE RECBAND REFERENCE FILE, IN CODE ORDER
         01 Fem  PIC 9(07) VALUE ZERO.
         01 Male PIC 9(07) VALUE ZERO.
         01 Unk  PIC 9(07) VALUE ZERO.
         01 BandTab.
              02 BandRow OCCURS 20 TIMES INDEXED BY N.
                 03 BandCode  PIC X(02).
                 03 BandDesc  PIC X(20).
                 03 BandFem   PIC 9(07) VALUE ZERO.
                 03 BandMale  PIC 9(07) VALUE ZERO.
                 03 BandUnk   PIC 9(07) VALUE ZERO.
         01 BandUsed PIC 99 VALUE ZERO.
         01 RecBand  PIC 99.
         01 BandNum  PIC 99.
         01 BAND-EOF-SW PIC X VALUE "N".
             88 BAND-EOF      VALUE "Y".
         01 BAND-FOUND-SW PIC X.
             88 BAND-FOUND    VALUE "Y".
      *------ TABL'S YEAR/MONTH TABLE
         01 MonthTab.
              02 Month OCCURS 12 TIMES INDEXED BY I.
      *------ PER-SITE ROLL-UP ON THE SITE CODE SITEMRG STAMPS AT
      *------ COLUMNS 39-40 (BLANK = NO SITE CODE): GENDER, BAND,
      *------ AND MONTH TALLIES BY LOCATION, ONE SLOT PER SITE SEEN
      *------ (ROOM FOR EVERY CODE THE SITE MASTER ALLOWS, PLUS BLANK)
         01 SiteTab.
             05 SiteEntry OCCURS 100 TIMES INDEXED BY SX.
                10 SIT-CODE  PIC X(02).
                10 SIT-FEM   PIC 9(07) VALUE ZERO.
                10 SIT-MALE  PIC 9(07) VALUE ZERO.
                10 SIT-UNK   PIC 9(07) VALUE ZERO.
                10 SIT-BAND OCCURS 20 TIMES PIC 9(07) VALUE ZERO.
                10 SIT-MONTH OCCURS 12 TIMES PIC 9(05) VALUE ZERO.
         01 SiteUsed  PIC 9(03) VALUE ZERO.
         01 CurSite   PIC 9(03).
         01 SITE-FOUND-SW PIC X.
             88 SITE-FOUND VALUE "Y".
         01 SiteTotal PIC 9(07).
         01 LetterWk  PIC X(01).
         01 LPOS      PIC 99.
         01 SnamTab.
             05 SnamSite OCCURS 100 TIMES PIC X(02).
         01 SnamUsed   PIC 9(03) VALUE ZERO.
         01 SNX        PIC 9(03).
         01 SNAM-EOF-SW PIC X VALUE "N".
             88 SNAM-EOF      VALUE "Y".
         01 SITE-CUT-SW PIC X.
            SET I TO 1.
            MOVE 1 TO IndNum.
            PERFORM LOAD-SURNAME-SITES.
            PERFORM LOAD-BANDS.
            OPEN INPUT REC-IN.
            OPEN INPUT REC-CTL.
            READ REC-CTL
            MOVE CKPT-FEM   TO Fem.
            MOVE CKPT-MALE  TO Male.
            MOVE CKPT-UNK   TO Unk.
            PERFORM CHECK-CHECKPOINT-BANDS.
            PERFORM VARYING CkX FROM 1 BY 1 UNTIL CkX > 20
               MOVE CKPT-BAND-FEM(CkX)  TO BandFem(CkX)
               MOVE CKPT-BAND-MALE(CkX) TO BandMale(CkX)
               MOVE CKPT-BAND-UNK(CkX)  TO BandUnk(CkX)
               MOVE CKPT-LETTER(CkX) TO LetterCnt(CkX)
            END-PERFORM.
            MOVE CKPT-SITEUSED TO SiteUsed.
            PERFORM VARYING CkX FROM 1 BY 1 UNTIL CkX > 100
               MOVE CKPT-SIT-CODE(CkX) TO SIT-CODE(CkX)
               MOVE CKPT-SIT-FEM(CkX)  TO SIT-FEM(CkX)
               MOVE CKPT-SIT-MALE(CkX) TO SIT-MALE(CkX)
               MOVE CKPT-SIT-UNK(CkX)  TO SIT-UNK(CkX)
               PERFORM VARYING CkY FROM 1 BY 1 UNTIL CkY > 20
                  MOVE CKPT-SIT-BAND(CkX, CkY)
                     TO SIT-BAND(CkX, CkY)
               END-PERFORM
               PERFORM STOP-AT-LAST-RECORD
            END-IF.

      *------ THE RESTORED BAND TALLIES ARE ONLY GOOD AGAINST THE
      *------ SAME BAND LIST: A BAND ADDED OR DROPPED ON BANDMNT
      *------ BETWEEN THE FAILURE AND THE RESTART WOULD SHIFT EVERY
      *------ ROW, SO THE RESTART IS REFUSED AND RUN FROM THE TOP
         CHECK-CHECKPOINT-BANDS.
            MOVE "Y" TO BAND-FOUND-SW.
            IF CKPT-BANDUSED NOT = BandUsed THEN
               MOVE "N" TO BAND-FOUND-SW
            END-IF.
            PERFORM VARYING CkX FROM 1 BY 1 UNTIL CkX > BandUsed
               IF CKPT-BAND-CODE(CkX) NOT = BandCode(CkX) THEN
                  MOVE "N" TO BAND-FOUND-SW
               END-IF
            END-PERFORM.
            IF NOT BAND-FOUND THEN
               DISPLAY "*** ERROR: BAND FILE CHANGED SINCE THE"
                  " CHECKPOINT - RERUN WITHOUT RESTART ***"
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO ALERT-SEV
               MOVE "BAND FILE CHANGED SINCE CHECKPOINT - NO RESTART"
                  TO ALERT-TEXT
               PERFORM WRITE-ALERT
               PERFORM LOG-RUN-END
               STOP RUN
            END-IF.

         WRITE-CHECKPOINT.
            MOVE 1 TO CKPT-KEY.
            MOVE RecCount TO CKPT-COUNT.
            MOVE Fem      TO CKPT-FEM.
            MOVE Male     TO CKPT-MALE.
            MOVE Unk      TO CKPT-UNK.
            MOVE BandUsed TO CKPT-BANDUSED.
            PERFORM VARYING CkX FROM 1 BY 1 UNTIL CkX > 20
               MOVE BandCode(CkX) TO CKPT-BAND-CODE(CkX)
               MOVE BandFem(CkX)  TO CKPT-BAND-FEM(CkX)
               MOVE BandMale(CkX) TO CKPT-BAND-MALE(CkX)
               MOVE BandUnk(CkX)  TO CKPT-BAND-UNK(CkX)
               MOVE LetterCnt(CkX) TO CKPT-LETTER(CkX)
            END-PERFORM.
            MOVE SiteUsed TO CKPT-SITEUSED.
            PERFORM VARYING CkX FROM 1 BY 1 UNTIL CkX > 100
               MOVE SIT-CODE(CkX) TO CKPT-SIT-CODE(CkX)
               MOVE SIT-FEM(CkX)  TO CKPT-SIT-FEM(CkX)
               MOVE SIT-MALE(CkX) TO CKPT-SIT-MALE(CkX)
               MOVE SIT-UNK(CkX)  TO CKPT-SIT-UNK(CkX)
               PERFORM VARYING CkY FROM 1 BY 1 UNTIL CkY > 20
                  MOVE SIT-BAND(CkX, CkY)
                     TO CKPT-SIT-BAND(CkX, CkY)
               END-PERFORM
                  SET CurSite TO SX
               END-IF
            END-PERFORM.
            IF NOT SITE-FOUND AND SiteUsed < 100 THEN
               ADD 1 TO SiteUsed
               MOVE SiteUsed TO CurSite
               SET SX TO SiteUsed
                     ADD 1 TO SIT-UNK(SX)
                  END-IF
               END-IF
               IF BAND-FOUND THEN
                  ADD 1 TO SIT-BAND(SX, RecBand)
               END-IF
               IF MONTH-MATCHED THEN
                  ADD 1 TO SIT-MONTH(SX, RecMonth)
               END-PERFORM
            END-IF.

      *------ EVERY BAND ON FILE GETS A ROW, RETIRED ONES INCLUDED, SO
      *------ A BAND WINDING DOWN STILL SHOWS UP BY NAME
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
                        " NOT TALLIED - BAND TABLE FULL ***"
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE REC-BAND.

         LOAD-SURNAME-SITES.
            OPEN INPUT SITE-MST.
            PERFORM UNTIL SNAM-EOF
            READ SITE-MST
               AT END SET SNAM-EOF TO TRUE
               NOT AT END
                  IF SMS-CUTOVER = "Y" AND SnamUsed < 100 THEN
                     ADD 1 TO SnamUsed
                     MOVE SMS-CODE TO SnamSite(SnamUsed)
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE SITE-MST.

      *------ FILER'S ONLY REJECT CONDITION
         CHECK-BLANK-LINE.
               END-IF
            END-IF.

      *------ BAND CODES NOT ON THE BAND FILE ARE SIMPLY LEFT OUT OF
      *------ THE BREAKDOWN, SAME AS CNTGEN. RecBand KEEPS THE ROW
      *------ FOR TALLY-SITE, WHICH RUNS AFTER THIS.
         TALLY-BAND.
            MOVE "N" TO BAND-FOUND-SW.
            PERFORM VARYING N FROM 1 BY 1
                  UNTIL N > BandUsed OR BAND-FOUND
               IF BandCode(N) = REC-IN-MSG(23:2) THEN
                  SET BAND-FOUND TO TRUE
                  SET RecBand TO N
               END-IF
            END-PERFORM.
            IF BAND-FOUND THEN
               SET N TO RecBand
               IF REC-IN-MSG(22:1) = 'M' THEN
                  ADD 1 TO BandMale(N)
               ELSE
                  IF REC-IN-MSG(22:1) = 'F' THEN
                     ADD 1 TO BandFem(N)
                  ELSE
                     ADD 1 TO BandUnk(N)
                  END-IF
               END-IF
            END-IF.
            CLOSE REC-CKPT
            PERFORM WRITE-FILER-RECORD
            PERFORM WRITE-GENDER-SUMMARY
            PERFORM WRITE-BAND-SUMMARY
            PERFORM WRITE-SITEBAND-SUMMARY
            PERFORM PRINT-BAND-BREAKDOWN
            PERFORM VARYING K FROM 1 BY 1 UNTIL K > YearCnt
               PERFORM PRINT-YEAR-REPORT
            WRITE REC-GSUM-MSG.
            CLOSE REC-GSUM.

      *------ BANDCNT IS EXTENDED THE SAME WAY, ONE RECORD PER BAND
         WRITE-BAND-SUMMARY.
            OPEN EXTEND REC-BSUM.
            PERFORM VARYING N FROM 1 BY 1 UNTIL N > BandUsed
               MOVE SPACES       TO REC-BSUM-MSG
               MOVE BandCode(N)  TO BCNT-CODE
               MOVE BandDesc(N)  TO BCNT-DESC
               MOVE BandFem(N)   TO BCNT-FEM
               MOVE BandMale(N)  TO BCNT-MALE
               MOVE BandUnk(N)   TO BCNT-UNK
               MOVE RUN-STAMP    TO BCNT-RUNDATE
               WRITE REC-BSUM-MSG
            END-PERFORM.
            CLOSE REC-BSUM.

      *------ SITEBAND IS EXTENDED THE SAME WAY; EMPTY CELLS ARE NOT
      *------ WRITTEN, SO A MISSING RECORD READS AS ZERO ON FILE
         WRITE-SITEBAND-SUMMARY.
            OPEN EXTEND REC-SBSUM.
            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SiteUsed
               PERFORM VARYING N FROM 1 BY 1 UNTIL N > BandUsed
                  IF SIT-BAND(SX, N) > ZERO THEN
                     MOVE SPACES          TO REC-SBSUM-MSG
                     MOVE SIT-CODE(SX)    TO SB-SITE
                     MOVE BandCode(N)     TO SB-BAND
                     MOVE SIT-BAND(SX, N) TO SB-COUNT
                     MOVE RUN-STAMP       TO SB-RUNDATE
                     WRITE REC-SBSUM-MSG
                  END-IF
               END-PERFORM
            END-PERFORM.
            CLOSE REC-SBSUM.

         PRINT-BAND-BREAKDOWN.
            DISPLAY " ".
            DISPLAY "BAND DEPARTMENT            FEMALE  MALE  UNKNOWN".
            PERFORM VARYING N FROM 1 BY 1 UNTIL N > BandUsed
               DISPLAY BandCode(N) "   " BandDesc(N) " " BandFem(N)
                  " " BandMale(N) " " BandUnk(N)
            END-PERFORM.

         PRINT-YEAR-REPORT.
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "BAND  DEPARTMENT            FEMALE   MALE     "
               "UNKNOWN" DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.
            PERFORM VARYING BandNum FROM 1 BY 1
                  UNTIL BandNum > BandUsed
               MOVE SPACES TO REC-RPT-MSG
               STRING BandCode(BandNum) "    " BandDesc(BandNum)
                  "  " BandFem(BandNum) "  "
                  BandMale(BandNum) "  " BandUnk(BandNum)
                  DELIMITED BY SIZE INTO REC-RPT-MSG
               WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "BAND  DEPARTMENT            COUNT"
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.
            PERFORM VARYING BandNum FROM 1 BY 1
                  UNTIL BandNum > BandUsed
               MOVE SPACES TO REC-RPT-MSG
               STRING BandCode(BandNum) "    " BandDesc(BandNum)
                  "  " SIT-BAND(SX, BandNum)
                  DELIMITED BY SIZE INTO REC-RPT-MSG
               WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES
            END-PERFORM.
