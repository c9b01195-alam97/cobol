      *----------------------
      * PRIVACY PURGE FOR LONG-TERMINATED EMPLOYEES. AN ID WHOSE
      * LATEST ROSTMST DELETE (AUDIT ACTION "D", DATED BY ITS
      * EFFECTIVE DATE, ELSE ITS RUN DATE) IS OLDER THAN THE
      * RETENTION PERIOD ON THE RECCTL CARD (COLS 1-2, YEARS,
      * DEFAULT 07) HAS ITS NAME AND SURNAME OVERWRITTEN WITH THE
      * FIXED VALUE "PURGED" IN EVERY TRAIL THAT CARRIES THEM:
      *   PROD.DAILY.MSTAUDIT    - BEFORE AND AFTER IMAGES
      *   PROD.DAILY.REJECTS     - THE REJECTED ROSTER IMAGE
      *   PROD.ARCH.REJECTS      - THE SAME, AS ARCHIVED BY HOUSKP
      *   PROD.DAILY.BUKHIST     - THE BUCKET-CHANGE NAME
      *   PROD.BKUP.MASTER.G01-G07 - THE MSTBKUP IMAGE COPIES
      * THE ID, DATES, CODES, AND EVERY OTHER BYTE ARE LEFT AS THEY
      * ARE, SO RECORD COUNTS, ID HASH TOTALS, AND EVERY REPORT
      * BUILT ON THE TRAILS STILL RECONCILE. EACH RECORD IS
      * REWRITTEN IN PLACE. THE RESUB CORRECTION LOG (CORRLOG) AND
      * THE BUKINQ INQUIRY TRAIL (INQAUDIT) CARRY ONLY THE ID,
      * OPERATOR, CODES, AND STAMPS - NO NAME - AND ARE LEFT
      * UNTOUCHED; THE CERTIFICATE SAYS SO. THE YEAR-END FROZEN
      * ROSTER AND BUCKET COPIES AND THE ANNUAL STATISTICS
      * (PROD.YEAREND.*, SEE YEAREND) ARE PERMANENT RECORDS OF THE
      * YEAR AND ARE NEVER OPENED HERE; THE CERTIFICATE SAYS THAT
      * TOO.
      *
      * AN ID THAT WAS ADDED BACK AFTER ITS DELETE (A REHIRE), OR
      * THAT IS STILL ON THE MASTER, IS NOT PURGED. AN ID ON THE
      * LEGAL-HOLD LIST (RECHOLD: ID COLS 1-8, MATTER COLS 10-39)
      * IS NOT PURGED EITHER, AND IS LISTED WITH ITS MATTER. "TRIAL"
      * IN COLS 4-8 OF THE CARD COUNTS WHAT WOULD BE SCRUBBED AND
      * PRINTS THE SAME CERTIFICATE WITHOUT CHANGING ANYTHING.
      *
      * THE CERTIFICATE LISTS, FOR EACH PURGED ID, HOW MANY RECORDS
      * WERE SCRUBBED ON EACH FILE, THEN THE FILE TOTALS. A RECORD
      * ALREADY CARRYING THE PURGED VALUE (A RERUN) IS NOT COUNTED
      * AGAIN. A BAD CARD, OR A HOLD LIST TOO LONG TO LOAD WHOLE,
      * ENDS RC 8 WITH NOTHING PURGED; A FULL DELETE OR PURGE TABLE
      * ENDS RC 4 WITH THE OVERFLOW LEFT FOR THE NEXT RUN.
      *----------------------
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    PRVPURGE.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT REC-CTL   ASSIGN TO RECCTL
            ORGANIZATION IS SEQUENTIAL.
      *------ LEGAL-HOLD EXCEPTION LIST
            SELECT REC-HOLD  ASSIGN TO RECHOLD
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-MST   ASSIGN TO RECMST
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS MST-ID.
            SELECT REC-AUDIT ASSIGN TO RECAUDIT
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-EXCPT ASSIGN TO RECEXCPT
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-REJA  ASSIGN TO RECREJA
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-BHIST ASSIGN TO RECBHIST
            ORGANIZATION IS SEQUENTIAL.
      *------ MSTBKUP'S GENERATION SLOTS, ALLOCATED BY NAME AT OPEN
      *------ (A SLOT NOT YET TAKEN COMES BACK AS STATUS 35)
            SELECT MST-COPY  ASSIGN TO DYNAMIC COPY-DSN
            ORGANIZATION IS SEQUENTIAL FILE STATUS IS FILE-FS.
            SELECT REC-RPT   ASSIGN TO RECRPT
            ORGANIZATION IS SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
         FD  REC-CTL    RECORDING MODE F.
         01  REC-CTL-MSG.
             05 CTL-YEARS       PIC X(02).
             05 FILLER          PIC X(01).
             05 CTL-MODE        PIC X(05).
             05 FILLER          PIC X(16).
         FD  REC-HOLD   RECORDING MODE F.
         01  REC-HOLD-MSG.
             05 HOLD-ID         PIC X(08).
             05 FILLER          PIC X(01).
             05 HOLD-MATTER     PIC X(30).
             05 FILLER          PIC X(41).
         FD  REC-MST.
         01  REC-MST-MSG.
             05  MST-NAME       PIC X(10).
             05  MST-ID         PIC X(08).
             05  FILLER         PIC X(62).
         FD  REC-AUDIT  RECORDING MODE F.
         01  REC-AUDIT-MSG.
             05  AUD-ACTION     PIC X(01).
             05  AUD-ID         PIC X(08).
             05  AUD-RUNDATE    PIC X(08).
             05  AUD-BEFORE     PIC X(80).
             05  AUD-AFTER      PIC X(80).
             05  AUD-EFFDATE    PIC X(08).
             05  AUD-OPER       PIC X(08).
         FD  REC-EXCPT  RECORDING MODE F.
         01  REC-EXCPT-MSG.
             05  REC-EXCPT-PGM  PIC X(08).
             05  REC-EXCPT-RSN  PIC X(30).
             05  REC-EXCPT-DATA PIC X(80).
             05  REC-EXCPT-RUNDATE PIC X(08).
             05  REC-EXCPT-SEQ     PIC 9(05).
             05  REC-EXCPT-CODE    PIC X(04).
         FD  REC-REJA   RECORDING MODE F.
         01  REC-REJA-MSG.
             05  REJA-PGM       PIC X(08).
             05  REJA-RSN       PIC X(30).
             05  REJA-DATA      PIC X(80).
             05  FILLER         PIC X(17).
         FD  REC-BHIST  RECORDING MODE F.
         01  REC-BHIST-MSG.
             05  BH-ID          PIC X(08).
             05  BH-RUNDATE     PIC X(08).
             05  BH-OLD-BUCKET  PIC 99.
             05  BH-NEW-BUCKET  PIC 99.
             05  BH-NAME        PIC X(10).
             05  FILLER         PIC X(02).
         FD  MST-COPY   RECORDING MODE F.
         01  MST-COPY-MSG       PIC X(80).
         FD  REC-RPT    RECORDING MODE F.
         01  REC-RPT-MSG   PIC X(80).
        WORKING-STORAGE SECTION.
         01 FLAGS.
             05 LASTREC PIC X VALUE SPACE.
                88 LAST-REC  VALUE "N".
             05 HOLD-EOF-SW PIC X VALUE "N".
                88 HOLD-EOF  VALUE "Y".
             05 TRIAL-SW    PIC X VALUE "N".
                88 TRIAL-RUN VALUE "Y".
             05 FOUND-SW    PIC X.
                88 ID-FOUND  VALUE "Y".
             05 ON-MST-SW   PIC X.
                88 STILL-ON-MASTER VALUE "Y".
             05 CHANGED-SW  PIC X.
                88 RECORD-CHANGED VALUE "Y".
         01 FILE-FS    PIC X(02).
         01 COPY-DSN   PIC X(44).
         01 CurSlot    PIC 9(02).
         01 Years      PIC 9(02) VALUE 7.
         01 CUTOFF-DATE.
             05 CUT-CCYY PIC 9(04).
             05 CUT-MMDD PIC X(04).
         01 CutoffX REDEFINES CUTOFF-DATE PIC X(08).
         01 DelDate    PIC X(08).
      *------ THE FIXED ANONYMIZED VALUE, NAME AND SURNAME
         01 PurgeName  PIC X(10) VALUE "PURGED".
         01 PurgeSurn  PIC X(20) VALUE "PURGED".
      *------ EVERY ID THE AUDIT TRAIL SHOWS DELETED; A LATER ADD
      *------ MARKS IT REHIRED
         01 DelTab.
             05 DelRow OCCURS 5000 TIMES.
                10 DL-ID       PIC X(08).
                10 DL-DATE     PIC X(08).
                10 DL-STATE    PIC X(01).
                   88 DL-DELETED VALUE "D".
         01 DelUsed    PIC 9(04) VALUE ZERO.
         01 DX         PIC 9(04).
      *------ THE IDS DUE FOR PURGE, WITH A SCRUB COUNT PER FILE:
      *------ 1 AUDIT, 2 DAILY REJECTS, 3 ARCHIVED REJECTS,
      *------ 4 BUCKET HISTORY, 5 IMAGE COPIES
         01 PurgeTab.
             05 PurgeRow OCCURS 2000 TIMES.
                10 PG-ID       PIC X(08).
                10 PG-DATE     PIC X(08).
                10 PG-CNT OCCURS 5 TIMES PIC 9(05).
         01 PurgeUsed  PIC 9(04) VALUE ZERO.
         01 PX         PIC 9(04).
         01 FX         PIC 9(01).
         01 HoldTab.
             05 HoldRow OCCURS 200 TIMES.
                10 HL-ID       PIC X(08).
                10 HL-MATTER   PIC X(30).
         01 HoldUsed   PIC 9(03) VALUE ZERO.
         01 HX         PIC 9(03).
      *------ PER-FILE TOTALS, SAME ORDER AS PG-CNT
         01 FileTab.
             05 FileRow OCCURS 5 TIMES.
                10 FL-DSN      PIC X(30).
                10 FL-READ     PIC 9(07).
                10 FL-SCRUB    PIC 9(07).
         01 SeekId     PIC X(08).
      *------ WHERE THE NAME, ID AND SURNAME SIT IN A REJECTED IMAGE
         01 ImgName    PIC 9(02).
         01 ImgId      PIC 9(02).
         01 ImgSurn    PIC 9(02).
         01 ImgPgm     PIC X(08).
         01 HeldCount  PIC 9(04) VALUE ZERO.
         01 RehiredCnt PIC 9(04) VALUE ZERO.
         01 OnMstCount PIC 9(04) VALUE ZERO.
         01 TableFull  PIC 9(04) VALUE ZERO.
         01 IdTotal    PIC 9(06).
         01 RUN-STAMP.
             05 RUN-CCYY PIC 9(04).
             05 RUN-MM   PIC 9(02).
             05 RUN-DD   PIC 9(02).
         01 CERT-LINE.
             05 FILLER      PIC X(01) VALUE SPACE.
             05 CL-ID       PIC X(08).
             05 FILLER      PIC X(02) VALUE SPACES.
             05 CL-DATE     PIC X(08).
             05 CL-CNT OCCURS 5 TIMES.
                10 FILLER   PIC X(02).
                10 CL-NUM   PIC ZZ,ZZ9.
             05 FILLER      PIC X(02) VALUE SPACES.
             05 CL-TOTAL    PIC ZZZ,ZZ9.
             05 FILLER      PIC X(02) VALUE SPACES.
         01 FILE-LINE.
             05 FILLER      PIC X(02) VALUE SPACES.
             05 FLL-DSN     PIC X(30).
             05 FILLER      PIC X(07) VALUE " READ  ".
             05 FLL-READ    PIC Z,ZZZ,ZZ9.
             05 FILLER      PIC X(11) VALUE "  SCRUBBED ".
             05 FLL-SCRUB   PIC Z,ZZZ,ZZ9.
             05 FILLER      PIC X(12) VALUE SPACES.

        PROCEDURE DIVISION.
         MAIN-LINE.
            ACCEPT RUN-STAMP FROM DATE YYYYMMDD.
            PERFORM READ-CONTROL-CARD.
            MOVE "PROD.DAILY.MSTAUDIT"   TO FL-DSN(1).
            MOVE "PROD.DAILY.REJECTS"    TO FL-DSN(2).
            MOVE "PROD.ARCH.REJECTS"     TO FL-DSN(3).
            MOVE "PROD.DAILY.BUKHIST"    TO FL-DSN(4).
            MOVE "PROD.BKUP.MASTER.G01-G07" TO FL-DSN(5).
            PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > 5
               MOVE ZERO TO FL-READ(FX) FL-SCRUB(FX)
            END-PERFORM.
            PERFORM LOAD-HOLDS.
            PERFORM FIND-DELETED-IDS.
            PERFORM BUILD-PURGE-LIST.
            OPEN OUTPUT REC-RPT.
            PERFORM PRINT-PAGE-HEADER.
            IF PurgeUsed > 0 THEN
               PERFORM SCRUB-AUDIT
               PERFORM SCRUB-DAILY-REJECTS
               PERFORM SCRUB-ARCH-REJECTS
               PERFORM SCRUB-BUCKET-HISTORY
               PERFORM VARYING CurSlot FROM 1 BY 1 UNTIL CurSlot > 7
                  PERFORM SCRUB-ONE-IMAGE-COPY
               END-PERFORM
            END-IF.
            PERFORM PRINT-CERTIFICATE.
            CLOSE REC-RPT.
            DISPLAY "PRVPURGE: " PurgeUsed " ID(S) PURGED, "
               HeldCount " HELD, " RehiredCnt " REHIRED, "
               OnMstCount " STILL ON MASTER".
            IF TableFull > 0 THEN
               DISPLAY "PRVPURGE: TABLE FULL - " TableFull
                  " ID(S) LEFT FOR THE NEXT RUN"
               MOVE 4 TO RETURN-CODE
            END-IF.
            STOP RUN.

         READ-CONTROL-CARD.
            OPEN INPUT REC-CTL.
            READ REC-CTL
               AT END MOVE SPACES TO REC-CTL-MSG
            END-READ.
            IF CTL-YEARS NOT = SPACES THEN
               IF CTL-YEARS IS NOT NUMERIC OR CTL-YEARS = "00" THEN
                  DISPLAY "PRVPURGE: RETENTION YEARS ON RECCTL MUST"
                     " BE 01-99 - NOTHING PURGED"
                  CLOSE REC-CTL
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF
               MOVE CTL-YEARS TO Years
            END-IF.
            IF CTL-MODE = "TRIAL" THEN
               MOVE "Y" TO TRIAL-SW
            END-IF.
            CLOSE REC-CTL.
            COMPUTE CUT-CCYY = RUN-CCYY - Years.
            MOVE RUN-STAMP(5:4) TO CUT-MMDD.

         LOAD-HOLDS.
            OPEN INPUT REC-HOLD.
            PERFORM UNTIL HOLD-EOF
            READ REC-HOLD
               AT END SET HOLD-EOF TO TRUE
               NOT AT END
                  IF HOLD-ID NOT = SPACES THEN
                     IF HoldUsed < 200 THEN
                        ADD 1 TO HoldUsed
                        MOVE HOLD-ID     TO HL-ID(HoldUsed)
                        MOVE HOLD-MATTER TO HL-MATTER(HoldUsed)
                     ELSE
                        DISPLAY "PRVPURGE: HOLD LIST OVER 200 IDS AT "
                           HOLD-ID " - NOTHING PURGED"
                        CLOSE REC-HOLD
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                     END-IF
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE REC-HOLD.

      *------ THE TRAIL IS IN POSTING ORDER, SO THE LAST ACTION SEEN
      *------ FOR AN ID IS ITS CURRENT STATE: A DELETE (RE)DATES THE
      *------ ROW, AN ADD AFTER IT MARKS THE ID REHIRED
         FIND-DELETED-IDS.
            OPEN INPUT REC-AUDIT.
            MOVE SPACE TO LASTREC.
            PERFORM UNTIL LAST-REC
            READ REC-AUDIT
               AT END SET LAST-REC TO TRUE
               NOT AT END
                  IF AUD-ACTION = "D" OR AUD-ACTION = "A" THEN
                     PERFORM NOTE-AUDIT-ACTION
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE REC-AUDIT.

         NOTE-AUDIT-ACTION.
            MOVE "N" TO FOUND-SW.
            PERFORM VARYING DX FROM 1 BY 1
                  UNTIL DX > DelUsed OR ID-FOUND
               IF DL-ID(DX) = AUD-ID THEN
                  SET ID-FOUND TO TRUE
               END-IF
            END-PERFORM.
            IF ID-FOUND THEN
               SUBTRACT 1 FROM DX
            END-IF.
            IF AUD-EFFDATE IS NUMERIC THEN
               MOVE AUD-EFFDATE TO DelDate
            ELSE
               MOVE AUD-RUNDATE TO DelDate
            END-IF.
            IF AUD-ACTION = "D" THEN
               IF NOT ID-FOUND THEN
                  IF DelUsed < 5000 THEN
                     ADD 1 TO DelUsed
                     MOVE DelUsed TO DX
                     MOVE AUD-ID TO DL-ID(DX)
                     SET ID-FOUND TO TRUE
                  ELSE
                     ADD 1 TO TableFull
                  END-IF
               END-IF
               IF ID-FOUND THEN
                  MOVE DelDate TO DL-DATE(DX)
                  MOVE "D" TO DL-STATE(DX)
               END-IF
            ELSE
               IF ID-FOUND THEN
                  MOVE "R" TO DL-STATE(DX)
               END-IF
            END-IF.

      *------ PAST RETENTION, NOT HELD, NOT REHIRED, AND NOT ON THE
      *------ MASTER - ONLY THEN IS AN ID PURGED
         BUILD-PURGE-LIST.
            OPEN INPUT REC-MST.
            PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > DelUsed
               IF NOT DL-DELETED(DX) THEN
                  ADD 1 TO RehiredCnt
               ELSE
                  IF DL-DATE(DX) < CutoffX THEN
                     PERFORM CONSIDER-ONE-ID
                  END-IF
               END-IF
            END-PERFORM.
            CLOSE REC-MST.

         CONSIDER-ONE-ID.
            MOVE "N" TO FOUND-SW.
            PERFORM VARYING HX FROM 1 BY 1
                  UNTIL HX > HoldUsed OR ID-FOUND
               IF HL-ID(HX) = DL-ID(DX) THEN
                  SET ID-FOUND TO TRUE
               END-IF
            END-PERFORM.
            MOVE "N" TO ON-MST-SW.
            MOVE DL-ID(DX) TO MST-ID.
            READ REC-MST
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO ON-MST-SW
            END-READ.
            IF ID-FOUND THEN
               ADD 1 TO HeldCount
            ELSE
               IF STILL-ON-MASTER THEN
                  ADD 1 TO OnMstCount
               ELSE
                  IF PurgeUsed < 2000 THEN
                     ADD 1 TO PurgeUsed
                     MOVE DL-ID(DX)   TO PG-ID(PurgeUsed)
                     MOVE DL-DATE(DX) TO PG-DATE(PurgeUsed)
                     PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > 5
                        MOVE ZERO TO PG-CNT(PurgeUsed, FX)
                     END-PERFORM
                  ELSE
                     ADD 1 TO TableFull
                  END-IF
               END-IF
            END-IF.

         FIND-PURGE-ID.
            MOVE "N" TO FOUND-SW.
            PERFORM VARYING PX FROM 1 BY 1
                  UNTIL PX > PurgeUsed OR ID-FOUND
               IF PG-ID(PX) = SeekId THEN
                  SET ID-FOUND TO TRUE
               END-IF
            END-PERFORM.
            IF ID-FOUND THEN
               SUBTRACT 1 FROM PX
            END-IF.

      *------ A SCRUBBED RECORD IS COUNTED AGAINST ITS ID AND FILE
         COUNT-SCRUB.
            ADD 1 TO PG-CNT(PX, FX).
            ADD 1 TO FL-SCRUB(FX).

      *------ BOTH IMAGES OF EVERY TRANSACTION FOR THE ID; A BLANK
      *------ IMAGE (THE BEFORE OF AN ADD, THE AFTER OF A DELETE)
      *------ IS LEFT BLANK
         SCRUB-AUDIT.
            MOVE 1 TO FX.
            IF TRIAL-RUN THEN
               OPEN INPUT REC-AUDIT
            ELSE
               OPEN I-O REC-AUDIT
            END-IF.
            MOVE SPACE TO LASTREC.
            PERFORM UNTIL LAST-REC
            READ REC-AUDIT
               AT END SET LAST-REC TO TRUE
               NOT AT END
                  ADD 1 TO FL-READ(FX)
                  MOVE AUD-ID TO SeekId
                  PERFORM FIND-PURGE-ID
                  IF ID-FOUND THEN
                     PERFORM SCRUB-AUDIT-RECORD
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE REC-AUDIT.

         SCRUB-AUDIT-RECORD.
            MOVE "N" TO CHANGED-SW.
            IF AUD-BEFORE NOT = SPACES THEN
               IF AUD-BEFORE(1:10) NOT = PurgeName OR
                  AUD-BEFORE(41:20) NOT = PurgeSurn THEN
                  MOVE PurgeName TO AUD-BEFORE(1:10)
                  MOVE PurgeSurn TO AUD-BEFORE(41:20)
                  MOVE "Y" TO CHANGED-SW
               END-IF
            END-IF.
            IF AUD-AFTER NOT = SPACES THEN
               IF AUD-AFTER(1:10) NOT = PurgeName OR
                  AUD-AFTER(41:20) NOT = PurgeSurn THEN
                  MOVE PurgeName TO AUD-AFTER(1:10)
                  MOVE PurgeSurn TO AUD-AFTER(41:20)
                  MOVE "Y" TO CHANGED-SW
               END-IF
            END-IF.
            IF RECORD-CHANGED THEN
               PERFORM COUNT-SCRUB
               IF NOT TRIAL-RUN THEN
                  REWRITE REC-AUDIT-MSG
               END-IF
            END-IF.

      *------ THE ID RIDES IN THE REJECTED IMAGE AT COLS 11-18, THE
      *------ NAME AT 1-10 AND THE SURNAME AT 41-60 - EXCEPT THAT
      *------ ROSTMST'S EXCEPTIONS CARRY THE TRANSACTION IMAGE,
      *------ ACTION BYTE FIRST, SO ALL THREE SIT ONE BYTE RIGHT
         SET-IMAGE-POSITIONS.
            IF ImgPgm = "ROSTMST" THEN
               MOVE 2  TO ImgName
               MOVE 12 TO ImgId
               MOVE 42 TO ImgSurn
            ELSE
               MOVE 1  TO ImgName
               MOVE 11 TO ImgId
               MOVE 41 TO ImgSurn
            END-IF.

         SCRUB-DAILY-REJECTS.
            MOVE 2 TO FX.
            IF TRIAL-RUN THEN
               OPEN INPUT REC-EXCPT
            ELSE
               OPEN I-O REC-EXCPT
            END-IF.
            MOVE SPACE TO LASTREC.
            PERFORM UNTIL LAST-REC
            READ REC-EXCPT
               AT END SET LAST-REC TO TRUE
               NOT AT END
                  ADD 1 TO FL-READ(FX)
                  MOVE REC-EXCPT-PGM TO ImgPgm
                  PERFORM SET-IMAGE-POSITIONS
                  MOVE REC-EXCPT-DATA(ImgId:8) TO SeekId
                  PERFORM FIND-PURGE-ID
                  IF ID-FOUND THEN
                     IF REC-EXCPT-DATA(ImgName:10) NOT = PurgeName OR
                        REC-EXCPT-DATA(ImgSurn:20) NOT = PurgeSurn THEN
                        MOVE PurgeName TO REC-EXCPT-DATA(ImgName:10)
                        MOVE PurgeSurn TO REC-EXCPT-DATA(ImgSurn:20)
                        PERFORM COUNT-SCRUB
                        IF NOT TRIAL-RUN THEN
                           REWRITE REC-EXCPT-MSG
                        END-IF
                     END-IF
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE REC-EXCPT.

         SCRUB-ARCH-REJECTS.
            MOVE 3 TO FX.
            IF TRIAL-RUN THEN
               OPEN INPUT REC-REJA
            ELSE
               OPEN I-O REC-REJA
            END-IF.
            MOVE SPACE TO LASTREC.
            PERFORM UNTIL LAST-REC
            READ REC-REJA
               AT END SET LAST-REC TO TRUE
               NOT AT END
                  ADD 1 TO FL-READ(FX)
                  MOVE REJA-PGM TO ImgPgm
                  PERFORM SET-IMAGE-POSITIONS
                  MOVE REJA-DATA(ImgId:8) TO SeekId
                  PERFORM FIND-PURGE-ID
                  IF ID-FOUND THEN
                     IF REJA-DATA(ImgName:10) NOT = PurgeName OR
                        REJA-DATA(ImgSurn:20) NOT = PurgeSurn THEN
                        MOVE PurgeName TO REJA-DATA(ImgName:10)
                        MOVE PurgeSurn TO REJA-DATA(ImgSurn:20)
                        PERFORM COUNT-SCRUB
                        IF NOT TRIAL-RUN THEN
                           REWRITE REC-REJA-MSG
                        END-IF
                     END-IF
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE REC-REJA.

         SCRUB-BUCKET-HISTORY.
            MOVE 4 TO FX.
            IF TRIAL-RUN THEN
               OPEN INPUT REC-BHIST
            ELSE
               OPEN I-O REC-BHIST
            END-IF.
            MOVE SPACE TO LASTREC.
            PERFORM UNTIL LAST-REC
            READ REC-BHIST
               AT END SET LAST-REC TO TRUE
               NOT AT END
                  ADD 1 TO FL-READ(FX)
                  MOVE BH-ID TO SeekId
                  PERFORM FIND-PURGE-ID
                  IF ID-FOUND AND BH-NAME NOT = PurgeName THEN
                     MOVE PurgeName TO BH-NAME
                     PERFORM COUNT-SCRUB
                     IF NOT TRIAL-RUN THEN
                        REWRITE REC-BHIST-MSG
                     END-IF
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE REC-BHIST.

      *------ SAME SLOT NAMES MSTBKUP BUILDS; THE TRAILER (COUNT AND
      *------ ID HASH) IS UNTOUCHED AND STILL RECONCILES
         SCRUB-ONE-IMAGE-COPY.
            MOVE 5 TO FX.
            MOVE SPACES TO COPY-DSN.
            STRING "PROD.BKUP.MASTER.G" CurSlot
               DELIMITED BY SIZE INTO COPY-DSN.
            IF TRIAL-RUN THEN
               OPEN INPUT MST-COPY
            ELSE
               OPEN I-O MST-COPY
            END-IF.
            IF FILE-FS = "00" THEN
               MOVE SPACE TO LASTREC
               PERFORM UNTIL LAST-REC
               READ MST-COPY
                  AT END SET LAST-REC TO TRUE
                  NOT AT END
                     IF MST-COPY-MSG(1:8) NOT = "TRAILER " THEN
                        ADD 1 TO FL-READ(FX)
                        MOVE MST-COPY-MSG(11:8) TO SeekId
                        PERFORM FIND-PURGE-ID
                        IF ID-FOUND THEN
                           PERFORM SCRUB-IMAGE-RECORD
                        END-IF
                     END-IF
               END-READ
               END-PERFORM
               CLOSE MST-COPY
            END-IF.

         SCRUB-IMAGE-RECORD.
            IF MST-COPY-MSG(1:10) NOT = PurgeName OR
               MST-COPY-MSG(41:20) NOT = PurgeSurn THEN
               MOVE PurgeName TO MST-COPY-MSG(1:10)
               MOVE PurgeSurn TO MST-COPY-MSG(41:20)
               PERFORM COUNT-SCRUB
               IF NOT TRIAL-RUN THEN
                  REWRITE MST-COPY-MSG
               END-IF
            END-IF.

         PRINT-CERTIFICATE.
            PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PurgeUsed
               MOVE SPACES TO CERT-LINE
               MOVE PG-ID(PX)   TO CL-ID
               MOVE PG-DATE(PX) TO CL-DATE
               MOVE ZERO TO IdTotal
               PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > 5
                  MOVE PG-CNT(PX, FX) TO CL-NUM(FX)
                  ADD PG-CNT(PX, FX) TO IdTotal
               END-PERFORM
               MOVE IdTotal TO CL-TOTAL
               MOVE CERT-LINE TO REC-RPT-MSG
               WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES
            END-PERFORM.
            IF PurgeUsed = 0 THEN
               MOVE SPACES TO REC-RPT-MSG
               STRING "  NO ID IS DUE FOR PURGE"
                  DELIMITED BY SIZE INTO REC-RPT-MSG
               WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES
            END-IF.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "FILES EXAMINED"
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.
            PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > 5
               MOVE FL-DSN(FX)   TO FLL-DSN
               MOVE FL-READ(FX)  TO FLL-READ
               MOVE FL-SCRUB(FX) TO FLL-SCRUB
               MOVE FILE-LINE TO REC-RPT-MSG
               WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES
            END-PERFORM.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "  PROD.DAILY.CORRLOG AND PROD.DAILY.INQAUDIT CARRY"
               " NO NAME FIELDS - NOT REWRITTEN"
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "  PROD.YEAREND.* ARE PERMANENT YEAR-END RECORDS"
               " - NOT REWRITTEN"
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
            PERFORM PRINT-HELD-IDS.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "IDS PURGED: " PurgeUsed "   HELD: " HeldCount
               "   REHIRED: " RehiredCnt "   ON MASTER: " OnMstCount
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.
            IF TRIAL-RUN THEN
               MOVE SPACES TO REC-RPT-MSG
               STRING "*** TRIAL RUN - COUNTS SHOW WHAT WOULD BE "
                  "SCRUBBED; NOTHING WAS CHANGED"
                  DELIMITED BY SIZE INTO REC-RPT-MSG
               WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES
            END-IF.

      *------ EVERY HELD ID THAT WOULD OTHERWISE HAVE BEEN PURGED,
      *------ WITH THE MATTER THAT HOLDS IT
         PRINT-HELD-IDS.
            IF HeldCount > 0 THEN
               MOVE SPACES TO REC-RPT-MSG
               STRING "HELD - NOT PURGED (LEGAL HOLD LIST)"
                  DELIMITED BY SIZE INTO REC-RPT-MSG
               WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES
               PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > DelUsed
                  IF DL-DELETED(DX) AND DL-DATE(DX) < CutoffX THEN
                     PERFORM PRINT-ONE-HELD-ID
                  END-IF
               END-PERFORM
            END-IF.

         PRINT-ONE-HELD-ID.
            PERFORM VARYING HX FROM 1 BY 1 UNTIL HX > HoldUsed
               IF HL-ID(HX) = DL-ID(DX) THEN
                  MOVE SPACES TO REC-RPT-MSG
                  STRING "  " DL-ID(DX) "  DELETED " DL-DATE(DX)
                     "  " HL-MATTER(HX)
                     DELIMITED BY SIZE INTO REC-RPT-MSG
                  WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES
               END-IF
            END-PERFORM.

         PRINT-PAGE-HEADER.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "PRVPURGE - PRIVACY PURGE CERTIFICATE"
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING PAGE.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "  RUN DATE: " RUN-CCYY "-" RUN-MM "-" RUN-DD
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "  RETENTION: " Years " YEARS - IDS DELETED BEFORE "
               CUT-CCYY "-" CUT-MMDD(1:2) "-" CUT-MMDD(3:2)
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
            MOVE SPACES TO REC-RPT-MSG.
            STRING " ID        DELETED    AUDIT  DLYREJ  ARCREJ  BUK"
               "HST  IMGCPY    TOTAL"
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.
