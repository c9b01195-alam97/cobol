      *----------------------
      * AUDIT SAMPLE SELECTION. DRAWS A SEEDED, REPRODUCIBLE RANDOM
      * SAMPLE OF EMPLOYEES FROM THE ROSTMST MASTER, STRATIFIED BY
      * SITE AND BAND, AND WRITES THE ID CARDS THAT DRIVE DOSSIER SO
      * THE WHOLE SAMPLE'S DOSSIERS PRINT AS ONE SET.
      *
      * EVERY MASTER RECORD GETS A TEN-DIGIT DRAW NUMBER WORKED OUT
      * FROM ITS ID AND THE SEED ALONE (A MINIMAL-STANDARD
      * MULTIPLICATIVE GENERATOR, MODULUS 2147483647), AND GOES TO A
      * SCRATCH KSDS KEYED ON SITE, BAND, DRAW NUMBER, AND ID,
      * DELETED AND REDEFINED BY THE IDCAMS STEP AHEAD OF THIS ONE.
      * THE FIRST N RECORDS OF EACH SITE/BAND READ BACK ARE THE
      * RANDOM SAMPLE FOR THAT STRATUM, SO THE SAME SEED AGAINST THE
      * SAME MASTER ALWAYS GIVES THE SAME SAMPLE, WHATEVER ORDER THE
      * RECORDS WERE LOADED IN.
      *
      * IDS WITH A REJECT (RECEXCPT), A CORRECTION (RECCLOG), OR A
      * BUCKET MOVE (RECBHIST) DATED INSIDE THE AUDIT PERIOD CAN BE
      * FORCED IN ON TOP OF THE RANDOM DRAW. A FORCED ID ALREADY
      * DRAWN IS NOT TAKEN TWICE; ONE NO LONGER ON THE MASTER IS
      * COUNTED ON THE CONTROL SHEET AND LEFT OUT.
      *
      * RECCTL CARDS:
      *   "P" CARD (ONE, REQUIRED):
      *     COLS 3-11  SEED, UP TO NINE DIGITS (BLANK = RUN DATE,
      *                PRINTED SO THE DRAW CAN BE REPEATED)
      *     COLS 13-20 AUDIT PERIOD FROM, CCYYMMDD
      *     COLS 22-29 AUDIT PERIOD TO, CCYYMMDD
      *     COLS 31-33 SAMPLE SIZE FOR ANY STRATUM WITHOUT ITS OWN
      *                "S" CARD (BLANK = 005)
      *     COLS 35-37 FORCE-IN: ANY OF R (REJECTS), C (CORRECTIONS),
      *                B (BUCKET MOVES); BLANK = NONE. NEEDS THE
      *                PERIOD.
      *   "S" CARDS (OPTIONAL, UP TO 50), FIRST MATCH WINS:
      *     COLS 3-4   SITE ("**" = ANY SITE)
      *     COLS 6-7   BAND ("**" = ANY BAND)
      *     COLS 9-11  SAMPLE SIZE FOR THE STRATUM (000 = FORCED
      *                IDS ONLY)
      *   "*" IN COL 1 IS A COMMENT.
      * A BAD CARD ENDS THE RUN RC 8 WITH NOTHING WRITTEN.
      *
      * OUTPUTS: RECSAMP, THE SAMPLE LIST (ONE 80-BYTE RECORD PER
      * SAMPLED ID); RECDOSS, ONE DOSSIER RECCTL CARD PER SAMPLED ID
      * CARRYING ITS STRATUM AND HOW IT CAME IN; AND RECRPT, THE
      * AUDITORS' CONTROL SHEET OF POPULATION AND SAMPLE COUNTS PER
      * STRATUM FOLLOWED BY THE SAMPLE LIST.
      *----------------------
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    AUDSAMP.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT REC-CTL ASSIGN TO RECCTL
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-MST ASSIGN TO RECMST
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS MST-ID.
            SELECT REC-EXCPT ASSIGN TO RECEXCPT
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-CLOG  ASSIGN TO RECCLOG
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-BHIST ASSIGN TO RECBHIST
            ORGANIZATION IS SEQUENTIAL.
      *------ SCRATCH: KEYED ON SITE, BAND, DRAW NUMBER, AND ID
            SELECT REC-SMPW ASSIGN TO RECSMPW
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SW-KEY.
            SELECT REC-SAMP ASSIGN TO RECSAMP
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-DOSS ASSIGN TO RECDOSS
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-RPT ASSIGN TO RECRPT
            ORGANIZATION IS SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
         FD  REC-CTL    RECORDING MODE F.
         01  REC-CTL-MSG.
             05  CTL-TYPE       PIC X(01).
                 88  CTL-PARM       VALUE "P".
                 88  CTL-STRATUM    VALUE "S".
                 88  CTL-COMMENT    VALUE "*".
             05  FILLER         PIC X(01).
             05  CTL-BODY       PIC X(78).
             05  CTL-P REDEFINES CTL-BODY.
                 10  CTL-SEED       PIC X(09).
                 10  FILLER         PIC X(01).
                 10  CTL-FROM       PIC X(08).
                 10  FILLER         PIC X(01).
                 10  CTL-TO         PIC X(08).
                 10  FILLER         PIC X(01).
                 10  CTL-DEFSIZE    PIC X(03).
                 10  FILLER         PIC X(01).
                 10  CTL-FORCE      PIC X(03).
                 10  FILLER         PIC X(43).
             05  CTL-S REDEFINES CTL-BODY.
                 10  CTL-SITE       PIC X(02).
                 10  FILLER         PIC X(01).
                 10  CTL-BAND       PIC X(02).
                 10  FILLER         PIC X(01).
                 10  CTL-SIZE       PIC X(03).
                 10  FILLER         PIC X(69).
         FD  REC-MST.
         01  REC-MST-MSG.
             05  MST-NAME       PIC X(10).
             05  MST-ID         PIC X(08).
             05  FILLER         PIC X(04).
             05  MST-BAND       PIC X(02).
             05  FILLER         PIC X(14).
             05  MST-SITE       PIC X(02).
             05  MST-SURNAME    PIC X(20).
             05  FILLER         PIC X(20).
         FD  REC-EXCPT  RECORDING MODE F.
         01  REC-EXCPT-MSG.
             05  REC-EXCPT-PGM  PIC X(08).
             05  REC-EXCPT-RSN  PIC X(30).
             05  REC-EXCPT-DATA PIC X(80).
             05  REC-EXCPT-RUNDATE PIC X(08).
             05  REC-EXCPT-SEQ     PIC 9(05).
             05  REC-EXCPT-CODE    PIC X(04).
         FD  REC-CLOG   RECORDING MODE F.
         01  REC-CLOG-MSG.
             05  CLOG-DATE      PIC X(08).
             05  CLOG-TIME      PIC 9(08).
             05  CLOG-OPER      PIC X(08).
             05  CLOG-ID        PIC X(08).
             05  CLOG-FIELD     PIC X(06).
             05  CLOG-OLD       PIC X(03).
             05  CLOG-NEW       PIC X(03).
             05  FILLER         PIC X(04).
         FD  REC-BHIST  RECORDING MODE F.
         01  REC-BHIST-MSG.
             05  BH-ID          PIC X(08).
             05  BH-RUNDATE     PIC X(08).
             05  BH-OLD-BUCKET  PIC 99.
             05  BH-NEW-BUCKET  PIC 99.
             05  BH-NAME        PIC X(10).
             05  FILLER         PIC X(02).
         FD  REC-SMPW.
         01  REC-SMPW-MSG.
             05  SW-KEY.
                 10  SW-SITE        PIC X(02).
                 10  SW-BAND        PIC X(02).
                 10  SW-DRAW        PIC 9(10).
                 10  SW-ID          PIC X(08).
             05  SW-NAME        PIC X(10).
             05  SW-SURNAME     PIC X(20).
             05  SW-FORCE       PIC X(03).
             05  FILLER         PIC X(25).
         FD  REC-SAMP   RECORDING MODE F.
         01  REC-SAMP-MSG.
             05  SMP-SITE       PIC X(02).
             05  FILLER         PIC X(01).
             05  SMP-BAND       PIC X(02).
             05  FILLER         PIC X(01).
             05  SMP-ID         PIC X(08).
             05  FILLER         PIC X(01).
             05  SMP-NAME       PIC X(10).
             05  FILLER         PIC X(01).
             05  SMP-SURNAME    PIC X(20).
             05  FILLER         PIC X(01).
             05  SMP-HOW        PIC X(06).
             05  FILLER         PIC X(01).
             05  SMP-FORCE      PIC X(03).
             05  FILLER         PIC X(01).
             05  SMP-DRAW       PIC 9(10).
             05  FILLER         PIC X(12).
      *------ DOSSIER'S RECCTL CARD: THE ID, THEN THE SAMPLE NOTE
         FD  REC-DOSS   RECORDING MODE F.
         01  REC-DOSS-MSG.
             05  DOS-ID         PIC X(08).
             05  FILLER         PIC X(01).
             05  DOS-SITE       PIC X(02).
             05  DOS-BAND       PIC X(02).
             05  FILLER         PIC X(01).
             05  DOS-HOW        PIC X(06).
             05  FILLER         PIC X(01).
             05  DOS-FORCE      PIC X(03).
         FD  REC-RPT    RECORDING MODE F.
         01  REC-RPT-MSG   PIC X(80).
        WORKING-STORAGE SECTION.
         01 FLAGS.
             05 LASTREC PIC X VALUE SPACE.
                88 LAST-REC  VALUE "N".
             05 CTL-EOF-SW  PIC X VALUE "N".
                88 CTL-EOF   VALUE "Y".
             05 CARD-SW     PIC X.
                88 CARD-OK   VALUE "Y".
             05 FOUND-SW    PIC X.
                88 KEY-FOUND VALUE "Y".
             05 PARM-SW     PIC X VALUE "N".
                88 PARM-SEEN VALUE "Y".
         01 CardCount  PIC 9(03) VALUE ZERO.
         01 BadCards   PIC 9(03) VALUE ZERO.
         01 CardReason PIC X(36).
      *------ RUN PARAMETERS FROM THE "P" CARD
         01 Seed       PIC 9(09) VALUE ZERO.
         01 PerFrom    PIC X(08) VALUE SPACES.
         01 PerTo      PIC X(08) VALUE SPACES.
         01 DefSize    PIC 9(03) VALUE 5.
         01 ForceRej   PIC X VALUE "N".
         01 ForceCor   PIC X VALUE "N".
         01 ForceBuk   PIC X VALUE "N".
         01 FX         PIC 9.
      *------ STRATUM SIZE CARDS, IN CARD ORDER
         01 SizeTab.
             05 SizeRow OCCURS 50 TIMES.
                10 SZ-SITE   PIC X(02).
                10 SZ-BAND   PIC X(02).
                10 SZ-SIZE   PIC 9(03).
         01 SizeUsed   PIC 99 VALUE ZERO.
         01 ZX         PIC 99.
      *------ IDS TO FORCE IN, WITH ONE FLAG BYTE PER TRAIL (R C B),
      *------ SORTED ON ID FOR THE MATCH AGAINST THE MASTER; THE ROW
      *------ PAST THE LAST ONE USED HOLDS HIGH-VALUES TO END IT
         01 ForceTab.
             05 ForceRow OCCURS 2001 TIMES.
                10 FT-ID     PIC X(08).
                10 FT-FLAGS  PIC X(03).
         01 ForceHold  PIC X(11).
         01 ForceUsed  PIC 9(04) VALUE ZERO.
         01 ForceOver  PIC 9(05) VALUE ZERO.
         01 ForceGone  PIC 9(05) VALUE ZERO.
         01 EvId       PIC X(08).
         01 EvFlag     PIC 9.
         01 TX         PIC 9(04).
         01 TY         PIC 9(04).
         01 MX         PIC 9(04) VALUE 1.
      *------ STRATA AS THE SCRATCH FILE GIVES THEM BACK
         01 StrTab.
             05 StrRow OCCURS 2000 TIMES.
                10 ST-SITE   PIC X(02).
                10 ST-BAND   PIC X(02).
                10 ST-POP    PIC 9(07).
                10 ST-WANT   PIC 9(03).
                10 ST-DRAWN  PIC 9(05).
                10 ST-FORCED PIC 9(05).
         01 StrUsed    PIC 9(04) VALUE ZERO.
         01 StrOver    PIC 9(05) VALUE ZERO.
         01 SX         PIC 9(04).
         01 CurStr     PIC X(04) VALUE SPACES.
         01 StrPop     PIC 9(07).
         01 StrWant    PIC 9(03).
         01 StrDrawn   PIC 9(05).
         01 StrForced  PIC 9(05).
      *------ THE GENERATOR: X = X * 16807 MOD 2147483647
         01 DrawX      PIC 9(15).
         01 DrawQ      PIC 9(15).
         01 DrawR      PIC 9(15).
         01 IdNum      PIC 9(08).
         01 MstCount   PIC 9(07) VALUE ZERO.
         01 DupCount   PIC 9(05) VALUE ZERO.
         01 SampCount  PIC 9(07) VALUE ZERO.
         01 TotPop     PIC 9(07) VALUE ZERO.
         01 TotWant    PIC 9(07) VALUE ZERO.
         01 TotDrawn   PIC 9(07) VALUE ZERO.
         01 TotForced  PIC 9(07) VALUE ZERO.
         01 PAGE-NUM   PIC 9(03) VALUE ZERO.
         01 LINE-CNT   PIC 9(03) VALUE ZERO.
         01 PageTitle  PIC X(40).
         01 SampHow    PIC X(06).
         01 RUN-STAMP.
             05 RUN-CCYY PIC 9(04).
             05 RUN-MM   PIC 9(02).
             05 RUN-DD   PIC 9(02).
         01 RunDate REDEFINES RUN-STAMP PIC 9(08).
         01 STR-LINE.
             05 SL-STRATUM.
                10 FILLER      PIC X(02).
                10 SL-SITE     PIC X(02).
                10 FILLER      PIC X(04).
                10 SL-BAND     PIC X(02).
             05 SL-TOTAL REDEFINES SL-STRATUM PIC X(10).
             05 FILLER      PIC X(03) VALUE SPACES.
             05 SL-POP      PIC Z(6)9.
             05 FILLER      PIC X(03) VALUE SPACES.
             05 SL-WANT     PIC Z(6)9.
             05 FILLER      PIC X(03) VALUE SPACES.
             05 SL-DRAWN    PIC Z(6)9.
             05 FILLER      PIC X(03) VALUE SPACES.
             05 SL-FORCED   PIC Z(6)9.
             05 FILLER      PIC X(03) VALUE SPACES.
             05 SL-SAMPLE   PIC Z(6)9.
             05 FILLER      PIC X(02) VALUE SPACES.
             05 SL-FLAG     PIC X(05).
             05 FILLER      PIC X(06) VALUE SPACES.

        PROCEDURE DIVISION.
         MAIN-LINE.
            ACCEPT RUN-STAMP FROM DATE YYYYMMDD.
            OPEN OUTPUT REC-RPT.
            MOVE "AUDSAMP - AUDIT SAMPLE CONTROL CARDS" TO PageTitle.
            PERFORM PRINT-PAGE-HEADER.
            PERFORM READ-CONTROL-CARDS.
            IF BadCards > 0 OR NOT PARM-SEEN THEN
               MOVE SPACES TO REC-RPT-MSG
               IF NOT PARM-SEEN AND BadCards = 0 THEN
                  STRING "*** NO P CARD - NOTHING SAMPLED"
                     DELIMITED BY SIZE INTO REC-RPT-MSG
               ELSE
                  STRING "*** " BadCards " INVALID CARD(S) - NOTHING"
                     " SAMPLED"
                     DELIMITED BY SIZE INTO REC-RPT-MSG
               END-IF
               WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES
               CLOSE REC-RPT
               DISPLAY "AUDSAMP: CONTROL CARDS IN ERROR - NOTHING"
                  " SAMPLED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            IF ForceRej = "Y" THEN
               PERFORM LOAD-FORCED-REJECTS
            END-IF.
            IF ForceCor = "Y" THEN
               PERFORM LOAD-FORCED-CORRECTIONS
            END-IF.
            IF ForceBuk = "Y" THEN
               PERFORM LOAD-FORCED-MOVES
            END-IF.
            PERFORM SORT-FORCED.
            MOVE HIGH-VALUES TO ForceRow(ForceUsed + 1).
            PERFORM NUMBER-THE-MASTER.
            PERFORM DRAW-SAMPLE.
            PERFORM PRINT-CONTROL-SHEET.
            PERFORM PRINT-SAMPLE-LIST.
            CLOSE REC-RPT.
            DISPLAY "AUDSAMP: SEED " Seed " - " SampCount
               " SAMPLED FROM " MstCount " IN " StrUsed
               " STRATA (" TotForced " FORCED)".
            IF StrOver > 0 OR ForceOver > 0 OR DupCount > 0 THEN
               DISPLAY "AUDSAMP: " StrOver " RECORD(S) PAST THE"
                  " STRATUM TABLE, " ForceOver " FORCE EVENT(S) PAST"
                  " THE ID TABLE, " DupCount " DUPLICATE KEY(S)"
               MOVE 4 TO RETURN-CODE
            END-IF.
            STOP RUN.

      *------ EVERY CARD IS ECHOED, A BAD ONE WITH THE REASON
         READ-CONTROL-CARDS.
            OPEN INPUT REC-CTL.
            PERFORM UNTIL CTL-EOF
            READ REC-CTL
               AT END SET CTL-EOF TO TRUE
               NOT AT END
                  ADD 1 TO CardCount
                  PERFORM CHECK-ONE-CARD
            END-READ
            END-PERFORM.
            CLOSE REC-CTL.
            IF Seed = 0 THEN
               MOVE RunDate TO Seed
            END-IF.

         CHECK-ONE-CARD.
            MOVE "Y" TO CARD-SW.
            MOVE SPACES TO CardReason.
            IF CTL-COMMENT OR REC-CTL-MSG = SPACES THEN
               CONTINUE
            ELSE IF CTL-PARM THEN
               PERFORM CHECK-PARM-CARD
            ELSE IF CTL-STRATUM THEN
               PERFORM CHECK-STRATUM-CARD
            ELSE
               MOVE "N" TO CARD-SW
               MOVE "*** CARD TYPE NOT P, S, OR *" TO CardReason
            END-IF.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "  " REC-CTL-MSG(1:40) "  " CardReason
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
            IF NOT CARD-OK THEN
               ADD 1 TO BadCards
            END-IF.

         CHECK-PARM-CARD.
            IF PARM-SEEN THEN
               MOVE "N" TO CARD-SW
               MOVE "*** MORE THAN ONE P CARD" TO CardReason
            END-IF.
            SET PARM-SEEN TO TRUE.
            IF CTL-SEED NOT = SPACES THEN
               IF CTL-SEED IS NUMERIC THEN
                  MOVE CTL-SEED TO Seed
               ELSE
                  MOVE "N" TO CARD-SW
                  MOVE "*** SEED MUST BE NINE DIGITS" TO CardReason
               END-IF
            END-IF.
            IF CTL-DEFSIZE NOT = SPACES THEN
               IF CTL-DEFSIZE IS NUMERIC THEN
                  MOVE CTL-DEFSIZE TO DefSize
               ELSE
                  MOVE "N" TO CARD-SW
                  MOVE "*** SIZE MUST BE THREE DIGITS" TO CardReason
               END-IF
            END-IF.
            PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > 3
               IF CTL-FORCE(FX:1) = "R" THEN
                  MOVE "Y" TO ForceRej
               ELSE IF CTL-FORCE(FX:1) = "C" THEN
                  MOVE "Y" TO ForceCor
               ELSE IF CTL-FORCE(FX:1) = "B" THEN
                  MOVE "Y" TO ForceBuk
               ELSE IF CTL-FORCE(FX:1) NOT = SPACE THEN
                  MOVE "N" TO CARD-SW
                  MOVE "*** FORCE-IN MUST BE R, C, OR B"
                     TO CardReason
               END-IF
               END-IF
               END-IF
               END-IF
            END-PERFORM.
            IF CTL-FROM NOT = SPACES OR CTL-TO NOT = SPACES THEN
               IF CTL-FROM IS NOT NUMERIC OR CTL-TO IS NOT NUMERIC
                     OR CTL-TO < CTL-FROM THEN
                  MOVE "N" TO CARD-SW
                  MOVE "*** PERIOD MUST BE CCYYMMDD CCYYMMDD"
                     TO CardReason
               ELSE
                  MOVE CTL-FROM TO PerFrom
                  MOVE CTL-TO   TO PerTo
               END-IF
            ELSE IF CTL-FORCE NOT = SPACES THEN
               MOVE "N" TO CARD-SW
               MOVE "*** FORCE-IN NEEDS THE AUDIT PERIOD"
                  TO CardReason
            END-IF.

         CHECK-STRATUM-CARD.
            IF CTL-SITE = SPACES OR CTL-BAND = SPACES THEN
               MOVE "N" TO CARD-SW
               MOVE "*** SITE AND BAND REQUIRED (** = ANY)"
                  TO CardReason
            ELSE IF CTL-SIZE IS NOT NUMERIC THEN
               MOVE "N" TO CARD-SW
               MOVE "*** SIZE MUST BE THREE DIGITS" TO CardReason
            ELSE IF SizeUsed NOT < 50 THEN
               MOVE "N" TO CARD-SW
               MOVE "*** MORE THAN 50 S CARDS" TO CardReason
            ELSE
               ADD 1 TO SizeUsed
               MOVE CTL-SITE TO SZ-SITE(SizeUsed)
               MOVE CTL-BAND TO SZ-BAND(SizeUsed)
               MOVE CTL-SIZE TO SZ-SIZE(SizeUsed)
            END-IF.

      *------ ROSTMST'S EXCEPTIONS CARRY THE TRANSACTION IMAGE,
      *------ ACTION BYTE FIRST, SO ITS ID SITS ONE BYTE RIGHT (AS
      *------ IN DOSSIER)
         LOAD-FORCED-REJECTS.
            MOVE 1 TO EvFlag.
            MOVE SPACE TO LASTREC.
            OPEN INPUT REC-EXCPT.
            PERFORM UNTIL LAST-REC
            READ REC-EXCPT
               AT END SET LAST-REC TO TRUE
               NOT AT END
                  IF REC-EXCPT-RUNDATE NOT < PerFrom
                        AND REC-EXCPT-RUNDATE NOT > PerTo THEN
                     IF REC-EXCPT-PGM = "ROSTMST" THEN
                        MOVE REC-EXCPT-DATA(12:8) TO EvId
                     ELSE
                        MOVE REC-EXCPT-DATA(11:8) TO EvId
                     END-IF
                     PERFORM ADD-FORCED-ID
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE REC-EXCPT.

         LOAD-FORCED-CORRECTIONS.
            MOVE 2 TO EvFlag.
            MOVE SPACE TO LASTREC.
            OPEN INPUT REC-CLOG.
            PERFORM UNTIL LAST-REC
            READ REC-CLOG
               AT END SET LAST-REC TO TRUE
               NOT AT END
                  IF CLOG-DATE NOT < PerFrom
                        AND CLOG-DATE NOT > PerTo THEN
                     MOVE CLOG-ID TO EvId
                     PERFORM ADD-FORCED-ID
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE REC-CLOG.

         LOAD-FORCED-MOVES.
            MOVE 3 TO EvFlag.
            MOVE SPACE TO LASTREC.
            OPEN INPUT REC-BHIST.
            PERFORM UNTIL LAST-REC
            READ REC-BHIST
               AT END SET LAST-REC TO TRUE
               NOT AT END
                  IF BH-RUNDATE NOT < PerFrom
                        AND BH-RUNDATE NOT > PerTo THEN
                     MOVE BH-ID TO EvId
                     PERFORM ADD-FORCED-ID
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE REC-BHIST.

      *------ ONE ROW PER ID; EACH TRAIL SETS ITS OWN LETTER
         ADD-FORCED-ID.
            IF EvId IS NUMERIC THEN
               MOVE "N" TO FOUND-SW
               PERFORM VARYING TX FROM 1 BY 1
                     UNTIL TX > ForceUsed OR KEY-FOUND
                  IF FT-ID(TX) = EvId THEN
                     SET KEY-FOUND TO TRUE
                  END-IF
               END-PERFORM
               IF KEY-FOUND THEN
                  SUBTRACT 1 FROM TX
               ELSE IF ForceUsed < 2000 THEN
                  ADD 1 TO ForceUsed
                  MOVE ForceUsed TO TX
                  MOVE EvId   TO FT-ID(TX)
                  MOVE SPACES TO FT-FLAGS(TX)
               ELSE
                  ADD 1 TO ForceOver
                  MOVE ZERO TO TX
               END-IF
               END-IF
               IF TX > 0 THEN
                  EVALUATE EvFlag
                     WHEN 1 MOVE "R" TO FT-FLAGS(TX)(1:1)
                     WHEN 2 MOVE "C" TO FT-FLAGS(TX)(2:1)
                     WHEN 3 MOVE "B" TO FT-FLAGS(TX)(3:1)
                  END-EVALUATE
               END-IF
            END-IF.

         SORT-FORCED.
            PERFORM VARYING TX FROM 1 BY 1 UNTIL TX >= ForceUsed
               PERFORM VARYING TY FROM 1 BY 1
                  UNTIL TY > ForceUsed - TX
                  IF FT-ID(TY) > FT-ID(TY + 1) THEN
                     MOVE ForceRow(TY)     TO ForceHold
                     MOVE ForceRow(TY + 1) TO ForceRow(TY)
                     MOVE ForceHold        TO ForceRow(TY + 1)
                  END-IF
               END-PERFORM
            END-PERFORM.

      *------ THE MASTER COMES IN ID ORDER, SO THE SORTED FORCE TABLE
      *------ IS MATCHED IN STEP WITH IT; ANY FORCE ID PASSED OVER
      *------ IS NO LONGER ON THE MASTER
         NUMBER-THE-MASTER.
            MOVE SPACE TO LASTREC.
            OPEN INPUT REC-MST.
            OPEN OUTPUT REC-SMPW.
            PERFORM UNTIL LAST-REC
            READ REC-MST
               AT END SET LAST-REC TO TRUE
               NOT AT END
                  ADD 1 TO MstCount
                  MOVE SPACES      TO REC-SMPW-MSG
                  MOVE MST-SITE    TO SW-SITE
                  MOVE MST-BAND    TO SW-BAND
                  MOVE MST-ID      TO SW-ID
                  MOVE MST-NAME    TO SW-NAME
                  MOVE MST-SURNAME TO SW-SURNAME
                  PERFORM UNTIL FT-ID(MX) NOT < MST-ID
                     ADD 1 TO ForceGone
                     ADD 1 TO MX
                  END-PERFORM
                  IF FT-ID(MX) = MST-ID THEN
                     MOVE FT-FLAGS(MX) TO SW-FORCE
                     ADD 1 TO MX
                  END-IF
                  PERFORM COMPUTE-DRAW-NUMBER
                  WRITE REC-SMPW-MSG
                     INVALID KEY
                        ADD 1 TO DupCount
                        DISPLAY "*** DUPLICATE SAMPLE KEY FOR "
                           MST-ID " IGNORED ***"
                  END-WRITE
            END-READ
            END-PERFORM.
            CLOSE REC-MST.
            CLOSE REC-SMPW.
            IF MX NOT > ForceUsed THEN
               COMPUTE ForceGone = ForceGone + ForceUsed - MX + 1
            END-IF.

      *------ THE ID AND SEED START THE GENERATOR. EACH OF THE THREE
      *------ STEPS IS FOLLOWED BY SWAPPING THE HIGH AND LOW DIGITS,
      *------ SO NEIGHBORING IDS DO NOT DRAW IN ID ORDER
         COMPUTE-DRAW-NUMBER.
            IF MST-ID IS NUMERIC THEN
               MOVE MST-ID TO IdNum
            ELSE
               MOVE ZERO TO IdNum
            END-IF.
            COMPUTE DrawX = IdNum * 48271 + Seed.
            DIVIDE DrawX BY 2147483647 GIVING DrawQ REMAINDER DrawR.
            IF DrawR = 0 THEN
               MOVE 1 TO DrawR
            END-IF.
            PERFORM 3 TIMES
               COMPUTE DrawX = DrawR * 16807
               DIVIDE DrawX BY 2147483647 GIVING DrawQ
                  REMAINDER DrawR
               DIVIDE DrawR BY 100000 GIVING DrawQ REMAINDER DrawX
               COMPUTE DrawX = DrawX * 100000 + DrawQ
               DIVIDE DrawX BY 2147483647 GIVING DrawQ
                  REMAINDER DrawR
               IF DrawR = 0 THEN
                  MOVE 1 TO DrawR
               END-IF
            END-PERFORM.
            MOVE DrawR TO SW-DRAW.

      *------ THE SCRATCH FILE COMES BACK BY STRATUM IN DRAW ORDER:
      *------ THE FIRST ST-WANT OF EACH ARE THE RANDOM SAMPLE, AND A
      *------ FORCED ID PAST THEM COMES IN AS FORCED
         DRAW-SAMPLE.
            MOVE SPACE TO LASTREC.
            OPEN INPUT REC-SMPW.
            OPEN OUTPUT REC-SAMP.
            OPEN OUTPUT REC-DOSS.
            MOVE LOW-VALUES TO SW-KEY.
            START REC-SMPW KEY NOT < SW-KEY
               INVALID KEY SET LAST-REC TO TRUE
            END-START.
            PERFORM UNTIL LAST-REC
            READ REC-SMPW NEXT RECORD
               AT END SET LAST-REC TO TRUE
               NOT AT END
                  IF SW-KEY(1:4) NOT = CurStr THEN
                     PERFORM START-STRATUM
                  END-IF
                  ADD 1 TO StrPop
                  IF StrPop NOT > StrWant THEN
                     ADD 1 TO StrDrawn
                     MOVE "RANDOM" TO SampHow
                     PERFORM WRITE-SAMPLE
                  ELSE IF SW-FORCE NOT = SPACES THEN
                     ADD 1 TO StrForced
                     MOVE "FORCED" TO SampHow
                     PERFORM WRITE-SAMPLE
                  END-IF
                  END-IF
            END-READ
            END-PERFORM.
            IF CurStr NOT = SPACES THEN
               PERFORM END-STRATUM
            END-IF.
            CLOSE REC-SMPW.
            CLOSE REC-SAMP.
            CLOSE REC-DOSS.

         START-STRATUM.
            IF CurStr NOT = SPACES THEN
               PERFORM END-STRATUM
            END-IF.
            MOVE SW-KEY(1:4) TO CurStr.
            MOVE ZERO TO StrPop StrDrawn StrForced.
            MOVE DefSize TO StrWant.
            MOVE "N" TO FOUND-SW.
            PERFORM VARYING ZX FROM 1 BY 1
                  UNTIL ZX > SizeUsed OR KEY-FOUND
               IF (SZ-SITE(ZX) = SW-SITE OR SZ-SITE(ZX) = "**")
                     AND (SZ-BAND(ZX) = SW-BAND
                     OR SZ-BAND(ZX) = "**") THEN
                  SET KEY-FOUND TO TRUE
                  MOVE SZ-SIZE(ZX) TO StrWant
               END-IF
            END-PERFORM.

         END-STRATUM.
            ADD StrPop    TO TotPop.
            ADD StrWant   TO TotWant.
            ADD StrDrawn  TO TotDrawn.
            ADD StrForced TO TotForced.
            IF StrUsed < 2000 THEN
               ADD 1 TO StrUsed
               MOVE CurStr(1:2) TO ST-SITE(StrUsed)
               MOVE CurStr(3:2) TO ST-BAND(StrUsed)
               MOVE StrPop      TO ST-POP(StrUsed)
               MOVE StrWant     TO ST-WANT(StrUsed)
               MOVE StrDrawn    TO ST-DRAWN(StrUsed)
               MOVE StrForced   TO ST-FORCED(StrUsed)
            ELSE
               ADD 1 TO StrOver
            END-IF.

         WRITE-SAMPLE.
            ADD 1 TO SampCount.
            MOVE SPACES     TO REC-SAMP-MSG.
            MOVE SW-SITE    TO SMP-SITE.
            MOVE SW-BAND    TO SMP-BAND.
            MOVE SW-ID      TO SMP-ID.
            MOVE SW-NAME    TO SMP-NAME.
            MOVE SW-SURNAME TO SMP-SURNAME.
            MOVE SampHow    TO SMP-HOW.
            MOVE SW-FORCE   TO SMP-FORCE.
            MOVE SW-DRAW    TO SMP-DRAW.
            WRITE REC-SAMP-MSG.
            MOVE SPACES     TO REC-DOSS-MSG.
            MOVE SW-ID      TO DOS-ID.
            MOVE SW-SITE    TO DOS-SITE.
            MOVE SW-BAND    TO DOS-BAND.
            MOVE SampHow    TO DOS-HOW.
            MOVE SW-FORCE   TO DOS-FORCE.
            WRITE REC-DOSS-MSG.

      *------ ONE LINE PER STRATUM; "SHORT" WHERE THE STRATUM HAS
      *------ FEWER PEOPLE THAN THE SIZE ASKED FOR
         PRINT-CONTROL-SHEET.
            MOVE "AUDSAMP - AUDIT SAMPLE CONTROL SHEET" TO PageTitle.
            PERFORM PRINT-PAGE-HEADER.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "  SEED: " Seed "   DEFAULT SIZE: " DefSize
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            PERFORM WRITE-REPORT-LINE.
            MOVE SPACES TO REC-RPT-MSG.
            IF PerFrom = SPACES THEN
               STRING "  AUDIT PERIOD: NOT GIVEN   FORCE-IN: NONE"
                  DELIMITED BY SIZE INTO REC-RPT-MSG
            ELSE
               MOVE 1 TO TX
               STRING "  AUDIT PERIOD: " PerFrom " TO " PerTo
                  "   FORCE-IN: "
                  DELIMITED BY SIZE INTO REC-RPT-MSG WITH POINTER TX
               IF ForceRej = "Y" THEN
                  STRING "REJECTS " DELIMITED BY SIZE
                     INTO REC-RPT-MSG WITH POINTER TX
               END-IF
               IF ForceCor = "Y" THEN
                  STRING "CORRECTIONS " DELIMITED BY SIZE
                     INTO REC-RPT-MSG WITH POINTER TX
               END-IF
               IF ForceBuk = "Y" THEN
                  STRING "MOVES" DELIMITED BY SIZE
                     INTO REC-RPT-MSG WITH POINTER TX
               END-IF
               IF TX = 50 THEN
                  STRING "NONE" DELIMITED BY SIZE
                     INTO REC-RPT-MSG WITH POINTER TX
               END-IF
            END-IF.
            PERFORM WRITE-REPORT-LINE.
            MOVE SPACES TO REC-RPT-MSG.
            PERFORM WRITE-REPORT-LINE.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "  SITE  BAND  POPULATION  REQUESTED     RANDOM"
               "     FORCED     SAMPLE"
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            PERFORM WRITE-REPORT-LINE.
            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > StrUsed
               MOVE SPACES TO STR-LINE
               MOVE ST-SITE(SX)   TO SL-SITE
               MOVE ST-BAND(SX)   TO SL-BAND
               MOVE ST-POP(SX)    TO SL-POP
               MOVE ST-WANT(SX)   TO SL-WANT
               MOVE ST-DRAWN(SX)  TO SL-DRAWN
               MOVE ST-FORCED(SX) TO SL-FORCED
               COMPUTE SL-SAMPLE = ST-DRAWN(SX) + ST-FORCED(SX)
               IF ST-POP(SX) < ST-WANT(SX) THEN
                  MOVE "SHORT" TO SL-FLAG
               END-IF
               MOVE STR-LINE TO REC-RPT-MSG
               PERFORM WRITE-REPORT-LINE
            END-PERFORM.
            MOVE SPACES TO STR-LINE.
            MOVE "  TOTAL" TO SL-TOTAL.
            MOVE TotPop    TO SL-POP.
            MOVE TotWant   TO SL-WANT.
            MOVE TotDrawn  TO SL-DRAWN.
            MOVE TotForced TO SL-FORCED.
            MOVE SampCount TO SL-SAMPLE.
            MOVE SPACES TO REC-RPT-MSG.
            PERFORM WRITE-REPORT-LINE.
            MOVE STR-LINE TO REC-RPT-MSG.
            PERFORM WRITE-REPORT-LINE.
            MOVE SPACES TO REC-RPT-MSG.
            PERFORM WRITE-REPORT-LINE.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "  MASTER RECORDS: " MstCount "   STRATA: " StrUsed
               "   IDS TO FORCE: " ForceUsed
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            PERFORM WRITE-REPORT-LINE.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "  FORCE IDS NO LONGER ON THE MASTER: " ForceGone
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            PERFORM WRITE-REPORT-LINE.
            IF StrOver > 0 OR ForceOver > 0 OR DupCount > 0 THEN
               MOVE SPACES TO REC-RPT-MSG
               STRING "  *** " StrOver " STRATA PAST THE TABLE, "
                  ForceOver " FORCE EVENT(S) DROPPED, " DupCount
                  " DUPLICATE(S)"
                  DELIMITED BY SIZE INTO REC-RPT-MSG
               PERFORM WRITE-REPORT-LINE
            END-IF.

         PRINT-SAMPLE-LIST.
            MOVE "AUDSAMP - AUDIT SAMPLE LIST" TO PageTitle.
            PERFORM PRINT-PAGE-HEADER.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "SI BA ID       NAME       SURNAME"
               "              HOW    RCB DRAW"
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            PERFORM WRITE-REPORT-LINE.
            MOVE SPACE TO LASTREC.
            OPEN INPUT REC-SAMP.
            PERFORM UNTIL LAST-REC
            READ REC-SAMP
               AT END SET LAST-REC TO TRUE
               NOT AT END
                  MOVE REC-SAMP-MSG TO REC-RPT-MSG
                  PERFORM WRITE-REPORT-LINE
            END-READ
            END-PERFORM.
            CLOSE REC-SAMP.

         WRITE-REPORT-LINE.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
            ADD 1 TO LINE-CNT.
            IF LINE-CNT > 50 THEN
               PERFORM PRINT-PAGE-HEADER
            END-IF.

         PRINT-PAGE-HEADER.
            ADD 1 TO PAGE-NUM.
            MOVE 0 TO LINE-CNT.
            MOVE SPACES TO REC-RPT-MSG.
            STRING PageTitle "  PAGE " PAGE-NUM
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING PAGE.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "  RUN DATE: " RUN-CCYY "-" RUN-MM "-" RUN-DD
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
            MOVE SPACES TO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
            ADD 3 TO LINE-CNT.
