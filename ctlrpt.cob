      * CNTGEN'S FEM+MALE+UNK, EACH MONTH'S FEM+MALE+UNK FROM
      * MOGEN'S GRID AGAINST TABL'S MONTH TOTAL, THE GRID'S GRAND
      * TOTAL AGAINST CNTGEN'S TOTALS, AND THE INVALID-MONTH COUNTS
      * FROM TABL AND MOGEN AGAINST EACH OTHER, AND THE SUM OF
      * TONIGHT'S PER-DEPARTMENT BAND COUNTS (BANDCNT, LISTED BY
      * NAME) AGAINST CNTGEN'S TOTAL. ANY MISMATCH SETS THE
      * STANDARD RC 4 SO THE SCHEDULER CAN SEE A BAD NIGHT.
      *----------------------
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    CTLRPT.
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-MOGEN ASSIGN TO RECMOGEN
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-BCNT  ASSIGN TO RECBCNT
            ORGANIZATION IS SEQUENTIAL.
      *------ REAL PRINT FILE FOR THE CONTROL PAGE - ASA CARRIAGE
      *------ CONTROL VIA WRITE ... ADVANCING, SAME AS TABL'S RECRPT
            SELECT REC-RPT   ASSIGN TO RECRPT
                10 MO-MALE   PIC 9(05).
                10 MO-UNK    PIC 9(05).
             05 MO-INVALID-MONTH PIC 9(05).
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
      *------ COMMON RUN-LOG: ONE START AND ONE END RECORD PER RUN,
         01 MO-ROW-TOTAL  PIC 9(07).
         01 I             PIC 99.
         01 MismatchCnt   PIC 9(03) VALUE ZERO.
      *------ TONIGHT'S BAND ROWS: THE RECORDS FOR THE LATEST RUN
      *------ DATE ON BANDCNT, THE LAST ONE WINNING FOR A CODE
         01 BCNT-EOF-SW   PIC X VALUE "N".
             88 BCNT-EOF      VALUE "Y".
         01 BandTab.
             05 BandRow OCCURS 20 TIMES.
                10 BandCode  PIC X(02).
                10 BandDesc  PIC X(20).
                10 BandFem   PIC 9(07).
                10 BandMale  PIC 9(07).
                10 BandUnk   PIC 9(07).
         01 BandUsed      PIC 99 VALUE ZERO.
         01 BandDate      PIC X(08) VALUE SPACES.
         01 BX            PIC 99.
         01 CurBand       PIC 99.
         01 BAND-TOTAL    PIC 9(07) VALUE ZERO.
         01 BAND-LINE.
             05 BL-CODE     PIC X(02).
             05 FILLER      PIC X(04) VALUE SPACES.
             05 BL-DESC     PIC X(20).
             05 FILLER      PIC X(02) VALUE SPACES.
             05 BL-FEM      PIC 9(07).
             05 FILLER      PIC X(02) VALUE SPACES.
             05 BL-MALE     PIC 9(07).
             05 FILLER      PIC X(02) VALUE SPACES.
             05 BL-UNK      PIC 9(07).
             05 FILLER      PIC X(27) VALUE SPACES.
         01 ALERT-REC.
             05 ALERT-SEV       PIC 9(01).
             05 ALERT-PGM       PIC X(08).
            OPEN INPUT REC-GEN.
            OPEN INPUT REC-TABL.
            OPEN INPUT REC-MOGEN.
            OPEN INPUT REC-BCNT.
            OPEN OUTPUT REC-RPT.
      *----------------------
      *------ RECFILER, RECGEN, AND RECTABL ARE ALL TREND FILES
            CLOSE REC-GEN.
            CLOSE REC-TABL.
            CLOSE REC-MOGEN.
            PERFORM LOAD-BAND-COUNTS.
            CLOSE REC-BCNT.
            PERFORM SUM-GEN-COUNTS.
            PERFORM SUM-TABL-COUNTS.
            PERFORM SUM-GRID-COUNTS.
            READ REC-TABL
               AT END SET TABL-EOF TO TRUE
            END-READ.
      *----------------------
         LOAD-BAND-COUNTS.
            PERFORM UNTIL BCNT-EOF
            READ REC-BCNT
               AT END SET BCNT-EOF TO TRUE
               NOT AT END
                  IF BCNT-RUNDATE > BandDate THEN
                     MOVE BCNT-RUNDATE TO BandDate
                     MOVE ZERO TO BandUsed
                  END-IF
                  IF BCNT-RUNDATE = BandDate THEN
                     PERFORM HOLD-BAND-COUNT
                  END-IF
            END-READ
            END-PERFORM.
      *----------------------
         HOLD-BAND-COUNT.
            MOVE ZERO TO CurBand.
            PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BandUsed
               IF BandCode(BX) = BCNT-CODE THEN
                  MOVE BX TO CurBand
               END-IF
            END-PERFORM.
            IF CurBand = 0 AND BandUsed < 20 THEN
               ADD 1 TO BandUsed
               MOVE BandUsed TO CurBand
            END-IF.
            IF CurBand > 0 THEN
               MOVE BCNT-CODE TO BandCode(CurBand)
               MOVE BCNT-DESC TO BandDesc(CurBand)
               MOVE BCNT-FEM  TO BandFem(CurBand)
               MOVE BCNT-MALE TO BandMale(CurBand)
               MOVE BCNT-UNK  TO BandUnk(CurBand)
            END-IF.
      *----------------------
         SUM-GEN-COUNTS.
            COMPUTE GEN-TOTAL = GEN-FEM + GEN-MALE + GEN-UNK.
            PERFORM PRINT-MONTH-CROSSFOOT.
            PERFORM CHECK-GRID-VS-CNTGEN.
            PERFORM CHECK-INVALID-COUNTS.
            PERFORM PRINT-BAND-CROSSFOOT.
      *----------------------
         CHECK-FILER-VS-CNTGEN.
            MOVE SPACES TO REC-RPT-MSG.
                  DELIMITED BY SIZE INTO REC-RPT-MSG
            END-IF.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
      *----------------------
      * EVERY CLEAN ROSTER RECORD CARRIES A BAND ROSTED FOUND ON THE
      * BAND FILE, SO TONIGHT'S BAND ROWS MUST ADD UP TO CNTGEN'S
      * TOTAL
      *----------------------
         PRINT-BAND-CROSSFOOT.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "BAND  DEPARTMENT            FEMALE   MALE     "
               "UNKNOWN" DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.
            MOVE ZERO TO BAND-TOTAL.
            PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BandUsed
               MOVE SPACES TO BAND-LINE
               MOVE BandCode(BX) TO BL-CODE
               MOVE BandDesc(BX) TO BL-DESC
               MOVE BandFem(BX)  TO BL-FEM
               MOVE BandMale(BX) TO BL-MALE
               MOVE BandUnk(BX)  TO BL-UNK
               COMPUTE BAND-TOTAL = BAND-TOTAL + BandFem(BX)
                  + BandMale(BX) + BandUnk(BX)
               MOVE BAND-LINE TO REC-RPT-MSG
               WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES
            END-PERFORM.
            MOVE SPACES TO REC-RPT-MSG.
            IF BAND-TOTAL = GEN-TOTAL THEN
               STRING "BAND TOTAL = CNTGEN TOTAL: AGREE"
                  DELIMITED BY SIZE INTO REC-RPT-MSG
            ELSE
               ADD 1 TO MismatchCnt
               STRING "BAND TOTAL VS CNTGEN: *** MISMATCH *** "
                  BAND-TOTAL " VS " GEN-TOTAL
                  DELIMITED BY SIZE INTO REC-RPT-MSG
            END-IF.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.

         WRITE-ALERT.
            MOVE "CTLRPT  " TO ALERT-PGM.
