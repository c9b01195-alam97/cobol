      *----------------------
      * YEAR-END CLOSE, RUN ON THE LAST PROCESSING DAY OF THE YEAR
      * (RELEASED BY THE DAILYRUN PERDCHK YEAR TRIGGER, WHICH ALSO
      * PUTS THE YEAR ON THE RECCTL CARD, COLS 1-4; BLANK = THE RUN
      * YEAR). IT FREEZES PERMANENT COPIES OF THE NIGHT'S ROSTMST
      * EXTRACT (PROD.DAILY.ROSTER, TRAILER AND ALL) AND OF THE
      * BUKMST BUCKET ASSIGNMENTS, OPENED BY NAME THROUGH THE
      * DYNAMIC ASSIGN PATTERN AS PROD.YEAREND.ROSTER.YCCYY AND
      * PROD.YEAREND.BUKMST.YCCYY, AND APPENDS ONE SET OF ANNUAL
      * STATISTICS RECORDS FOR THE YEAR TO THE PERMANENT
      * PROD.YEAREND.ANNSTATS FILE (RECSTAT):
      *    "YE" CLOSE RECORD - DATE, FROZEN COUNTS AND ROSTER HASH
      *    "HC" YEAR-END HEADCOUNT PER SITE AND BAND BY GENDER
      *    "MV" THE YEAR'S ADDS, DELETES, AND CHANGES (MSTAUDIT)
      *         WITH ITS REJECT AND CORRECTION TOTALS
      *    "EY" ENROLLMENT YEAR BY MONTH, THE TABL-STYLE TABLE
      *    "RJ" THE YEAR'S REJECTS PER PROGRAM (ARCHIVED + LIVE)
      * AND PRINTS THE ANNUAL SUMMARY. A YEAR IS CLOSED ONCE: IF IT
      * IS ALREADY ON RECSTAT OR ITS FROZEN ROSTER EXISTS, NOTHING
      * IS WRITTEN (RC 8). AN EXTRACT THAT DOES NOT BALANCE TO ITS
      * OWN TRAILER IS NOT FROZEN EITHER (RC 8). THE BUCKETS ARE
      * FROZEN FIRST: IF EITHER FROZEN COPY CANNOT BE OPENED THE RUN
      * STOPS THERE (RC 8) WITH NOTHING ON RECSTAT. THE PROD.YEAREND
      * FILES ARE PERMANENT RECORDS: HOUSKP AND PRVPURGE NEVER
      * OPEN THEM.
      *----------------------
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    YEAREND.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT REC-CTL   ASSIGN TO RECCTL
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-ROSTR ASSIGN TO RECROSTR
            ORGANIZATION IS SEQUENTIAL.
            SELECT BUK-MST   ASSIGN TO BUKMST
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS BUK-MST-ID.
            SELECT REC-AUDIT ASSIGN TO RECAUDIT
            ORGANIZATION IS SEQUENTIAL.
      *------ HOUSEKEEPING ARCHIVE AND LIVE REJECTS, CONCATENATED
            SELECT REC-EXCPT ASSIGN TO RECEXCPT
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-CLOG  ASSIGN TO RECCLOG
            ORGANIZATION IS SEQUENTIAL.
      *------ PERMANENT ANNUAL STATISTICS, ONE RECORD SET PER YEAR
            SELECT REC-STAT  ASSIGN TO RECSTAT
            ORGANIZATION IS SEQUENTIAL.
      *------ THE FROZEN COPIES, OPENED BY NAME (SEE MSTBKUP)
            SELECT FRZ-ROSTR ASSIGN TO DYNAMIC COPY-DSN
            ORGANIZATION IS SEQUENTIAL FILE STATUS IS FILE-FS.
            SELECT FRZ-BUK   ASSIGN TO DYNAMIC COPY-DSN
            ORGANIZATION IS SEQUENTIAL FILE STATUS IS FILE-FS.
            SELECT REC-RPT   ASSIGN TO RECRPT
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-ALERT ASSIGN TO RECALERT
            ORGANIZATION IS SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
         FD  REC-CTL    RECORDING MODE F.
         01  REC-CTL-MSG.
             05 CTL-YEAR        PIC X(04).
             05 FILLER          PIC X(20).
         FD  REC-ROSTR  RECORDING MODE F.
         01  REC-ROSTR-MSG.
             05  RS-NAME        PIC X(10).
             05  RS-ID          PIC X(08).
             05  FILLER         PIC X(03).
             05  RS-GENDER      PIC X(01).
             05  RS-BAND        PIC X(02).
             05  FILLER         PIC X(08).
             05  RS-MONTH       PIC X(03).
             05  RS-YEAR        PIC X(02).
             05  FILLER         PIC X(01).
             05  RS-SITE        PIC X(02).
             05  FILLER         PIC X(40).
         01  RS-TRAILER.
             05  RS-TRLR-TAG    PIC X(08).
             05  RS-TRLR-COUNT  PIC 9(07).
             05  FILLER         PIC X(01).
             05  RS-TRLR-HASH   PIC 9(10).
             05  FILLER         PIC X(54).
         FD  BUK-MST.
         01  BUK-MST-MSG.
             05  BUK-MST-NAME    PIC X(10).
             05  BUK-MST-ID      PIC X(08).
             05  FILLER          PIC X(01).
             05  BUK-MST-BUCKET  PIC 99.
             05  BUK-MST-RUNDATE PIC X(08).
             05  FILLER          PIC X(03).
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
         FD  REC-CLOG   RECORDING MODE F.
         01  REC-CLOG-MSG.
             05  CLOG-DATE      PIC X(08).
             05  CLOG-TIME      PIC X(08).
             05  CLOG-OPER      PIC X(08).
             05  CLOG-ID        PIC X(08).
             05  CLOG-FIELD     PIC X(06).
             05  CLOG-OLD       PIC X(03).
             05  CLOG-NEW       PIC X(03).
             05  FILLER         PIC X(04).
         FD  REC-STAT   RECORDING MODE F.
         01  REC-STAT-MSG.
             05  ANS-YEAR       PIC X(04).
             05  ANS-TYPE       PIC X(02).
             05  ANS-BODY       PIC X(74).
         FD  FRZ-ROSTR  RECORDING MODE F.
         01  FRZ-ROSTR-MSG      PIC X(80).
         FD  FRZ-BUK    RECORDING MODE F.
         01  FRZ-BUK-MSG        PIC X(32).
         FD  REC-RPT    RECORDING MODE F.
         01  REC-RPT-MSG   PIC X(80).
         FD  REC-ALERT  RECORDING MODE F.
         01  REC-ALERT-MSG  PIC X(100).
        WORKING-STORAGE SECTION.
         01 FLAGS.
             05 LASTREC PIC X VALUE SPACE.
                88 LAST-REC  VALUE "N".
             05 CLOSED-SW   PIC X VALUE "N".
                88 YEAR-CLOSED  VALUE "Y".
             05 FOUND-SW    PIC X.
                88 KEY-FOUND  VALUE "Y".
             05 TRLR-SW     PIC X VALUE "N".
                88 TRAILER-SEEN VALUE "Y".
         01 FILE-FS    PIC X(02).
         01 COPY-DSN   PIC X(44).
         01 RosterDsn  PIC X(44).
         01 BukDsn     PIC X(44).
         01 CloseYear  PIC X(04).
         01 CloseReason PIC X(50) VALUE SPACES.
      *------ FROZEN COPY CONTROL TOTALS
         01 RosterCount PIC 9(07) VALUE ZERO.
         01 RosterHash  PIC 9(10) VALUE ZERO.
         01 TrlrCount   PIC 9(07) VALUE ZERO.
         01 TrlrHash    PIC 9(10) VALUE ZERO.
         01 BukCount    PIC 9(07) VALUE ZERO.
         01 IdWk        PIC 9(08).
      *------ YEAR-END HEADCOUNT, ONE CELL PER SITE + BAND
         01 CellTab.
             05 CellRow OCCURS 2000 TIMES.
                10 CellKey.
                   15 CellSite  PIC X(02).
                   15 CellBand  PIC X(02).
                10 CellFem      PIC 9(07).
                10 CellMale     PIC 9(07).
                10 CellUnk      PIC 9(07).
         01 CellHold.
             05 FILLER          PIC X(04).
             05 FILLER          PIC 9(07).
             05 FILLER          PIC 9(07).
             05 FILLER          PIC 9(07).
         01 CellUsed   PIC 9(04) VALUE ZERO.
         01 CX         PIC 9(04).
         01 CY         PIC 9(04).
         01 SeekCell   PIC X(04).
         01 CurSiteCd  PIC X(02).
         01 SiteFem    PIC 9(07).
         01 SiteMale   PIC 9(07).
         01 SiteUnk    PIC 9(07).
         01 TotFem     PIC 9(07) VALUE ZERO.
         01 TotMale    PIC 9(07) VALUE ZERO.
         01 TotUnk     PIC 9(07) VALUE ZERO.
      *------ THE YEAR'S MOVEMENTS, REJECTS, AND CORRECTIONS
         01 Adds       PIC 9(07) VALUE ZERO.
         01 Deletes    PIC 9(07) VALUE ZERO.
         01 Changes    PIC 9(07) VALUE ZERO.
         01 RejTotal   PIC 9(07) VALUE ZERO.
         01 CorrTotal  PIC 9(07) VALUE ZERO.
         01 RejTab.
             05 RejRow OCCURS 50 TIMES.
                10 RejPgm       PIC X(08).
                10 RejCnt       PIC 9(07).
         01 RejHold    PIC X(15).
         01 RejUsed    PIC 9(02) VALUE ZERO.
         01 RX         PIC 9(02).
         01 RY         PIC 9(02).
      *------ TABL'S ENROLLMENT YEAR/MONTH TABLE, MONTH BY NUMBER OR
      *------ BY THREE-LETTER NAME, SAME AS ROSTAT
         01 MonthTab.
             05 MonthName OCCURS 12 TIMES PIC X(03).
         01 EnrTab.
             05 EnrRow OCCURS 30 TIMES.
                10 EnrYear      PIC X(02).
                10 EnrMon OCCURS 12 TIMES PIC 9(05).
                10 EnrBad       PIC 9(05).
         01 EnrHold    PIC X(67).
         01 EnrUsed    PIC 9(02) VALUE ZERO.
         01 EnrLost    PIC 9(07) VALUE ZERO.
         01 EX         PIC 9(02).
         01 EY         PIC 9(02).
         01 MX         PIC 9(02).
         01 MonthNum   PIC 9(02).
         01 EnrRowTot  PIC 9(07).
         01 TableFull  PIC 9(07) VALUE ZERO.
      *------ THE STATISTICS RECORD BODIES
         01 YE-BODY.
             05 YE-DATE        PIC X(08).
             05 YE-ROSTER-CNT  PIC 9(07).
             05 YE-ROSTER-HASH PIC 9(10).
             05 YE-BUK-CNT     PIC 9(07).
             05 FILLER         PIC X(42).
         01 HC-BODY.
             05 HC-SITE        PIC X(02).
             05 HC-BAND        PIC X(02).
             05 HC-FEM         PIC 9(07).
             05 HC-MALE        PIC 9(07).
             05 HC-UNK         PIC 9(07).
             05 FILLER         PIC X(49).
         01 MV-BODY.
             05 MV-ADDS        PIC 9(07).
             05 MV-DELETES     PIC 9(07).
             05 MV-CHANGES     PIC 9(07).
             05 MV-REJECTS     PIC 9(07).
             05 MV-CORRECTS    PIC 9(07).
             05 MV-HEADCOUNT   PIC 9(07).
             05 FILLER         PIC X(32).
         01 EY-BODY.
             05 EY-YEAR        PIC X(02).
             05 EY-MONTH OCCURS 12 TIMES PIC 9(05).
             05 EY-BAD         PIC 9(05).
             05 FILLER         PIC X(07).
         01 RJ-BODY.
             05 RJ-PGM         PIC X(08).
             05 RJ-COUNT       PIC 9(07).
             05 FILLER         PIC X(59).
         01 LINE-CNT   PIC 9(03) VALUE ZERO.
         01 PAGE-NUM   PIC 9(03) VALUE ZERO.
         01 HC-LINE.
             05 FILLER      PIC X(02) VALUE SPACES.
             05 HL-SITE     PIC X(02).
             05 FILLER      PIC X(04) VALUE SPACES.
             05 HL-BAND     PIC X(05).
             05 FILLER      PIC X(03) VALUE SPACES.
             05 HL-FEM      PIC Z,ZZZ,ZZ9.
             05 FILLER      PIC X(03) VALUE SPACES.
             05 HL-MALE     PIC Z,ZZZ,ZZ9.
             05 FILLER      PIC X(03) VALUE SPACES.
             05 HL-UNK      PIC Z,ZZZ,ZZ9.
             05 FILLER      PIC X(03) VALUE SPACES.
             05 HL-TOTAL    PIC Z,ZZZ,ZZ9.
             05 FILLER      PIC X(19) VALUE SPACES.
         01 EY-LINE.
             05 FILLER      PIC X(02) VALUE SPACES.
             05 EL-YEAR     PIC X(02).
             05 EL-MON OCCURS 12 TIMES.
                10 FILLER   PIC X(01).
                10 EL-CNT   PIC ZZZ9.
             05 FILLER      PIC X(01) VALUE SPACE.
             05 EL-BAD      PIC ZZZ9.
             05 FILLER      PIC X(01) VALUE SPACE.
             05 EL-TOTAL    PIC ZZ,ZZ9.
             05 FILLER      PIC X(04) VALUE SPACES.
         01 NumEdit    PIC Z,ZZZ,ZZ9.
         01 RUN-STAMP.
             05 RUN-STAMP-DATE PIC 9(08).
             05 RUN-STAMP-TIME PIC 9(08).
         01 RUN-DATE-PARTS REDEFINES RUN-STAMP.
             05 RUN-CCYY PIC 9(04).
             05 RUN-MM   PIC 9(02).
             05 RUN-DD   PIC 9(02).
             05 FILLER   PIC 9(08).
         01 ALERT-REC.
             05 ALERT-SEV       PIC 9(01).
             05 ALERT-PGM       PIC X(08).
             05 ALERT-DATE      PIC 9(08).
             05 ALERT-TIME      PIC 9(08).
             05 ALERT-READ      PIC 9(07).
             05 ALERT-REJ       PIC 9(05).
             05 ALERT-TEXT      PIC X(60).
             05 FILLER          PIC X(03).

        PROCEDURE DIVISION.
         MAIN-LINE.
            ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD.
            ACCEPT RUN-STAMP-TIME FROM TIME.
            MOVE 'JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC' TO MonthTab.
            MOVE RUN-CCYY TO CloseYear.
            OPEN INPUT REC-CTL.
            READ REC-CTL
               AT END MOVE SPACES TO REC-CTL-MSG
            END-READ.
            IF CTL-YEAR IS NUMERIC THEN
               MOVE CTL-YEAR TO CloseYear
            END-IF.
            CLOSE REC-CTL.
            MOVE SPACES TO RosterDsn BukDsn.
            STRING "PROD.YEAREND.ROSTER.Y" CloseYear
               DELIMITED BY SIZE INTO RosterDsn.
            STRING "PROD.YEAREND.BUKMST.Y" CloseYear
               DELIMITED BY SIZE INTO BukDsn.
            OPEN OUTPUT REC-RPT.
            PERFORM PRINT-PAGE-HEADER.
            PERFORM CHECK-NOT-CLOSED.
            IF NOT YEAR-CLOSED THEN
               PERFORM BALANCE-EXTRACT
            END-IF.
            IF YEAR-CLOSED THEN
               MOVE SPACES TO REC-RPT-MSG
               STRING "  *** YEAR " CloseYear " NOT CLOSED: "
                  CloseReason
                  DELIMITED BY SIZE INTO REC-RPT-MSG
               WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES
               CLOSE REC-RPT
               DISPLAY "YEAREND: " CloseYear " NOT CLOSED - "
                  CloseReason
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO ALERT-SEV
               MOVE SPACES TO ALERT-TEXT
               STRING "YEAR " CloseYear " NOT CLOSED: " CloseReason
                  DELIMITED BY SIZE INTO ALERT-TEXT
               PERFORM WRITE-ALERT
               STOP RUN
            END-IF.
            PERFORM FREEZE-BUKMST.
            PERFORM FREEZE-ROSTER.
            PERFORM COUNT-MOVEMENTS.
            PERFORM COUNT-REJECTS.
            PERFORM COUNT-CORRECTIONS.
            PERFORM SORT-TABLES.
            PERFORM WRITE-STATISTICS.
            PERFORM PRINT-HEADCOUNT.
            PERFORM PRINT-ENROLLMENT.
            PERFORM PRINT-MOVEMENTS.
            CLOSE REC-RPT.
            DISPLAY "YEAREND: YEAR " CloseYear " CLOSED - "
               RosterCount " ON THE FROZEN ROSTER, " BukCount
               " BUCKET ASSIGNMENTS".
            IF TableFull > 0 THEN
               DISPLAY "YEAREND: " TableFull
                  " ITEM(S) PAST A TABLE LIMIT - SEE RECRPT"
               MOVE 4 TO RETURN-CODE
            END-IF.
            STOP RUN.

      *------ A YEAR ALREADY ON RECSTAT, OR WITH A FROZEN ROSTER
      *------ ALREADY CATALOGED, IS NEVER CLOSED A SECOND TIME
         CHECK-NOT-CLOSED.
            OPEN INPUT REC-STAT.
            MOVE SPACE TO LASTREC.
            PERFORM UNTIL LAST-REC
            READ REC-STAT
               AT END SET LAST-REC TO TRUE
               NOT AT END
                  IF ANS-YEAR = CloseYear THEN
                     SET YEAR-CLOSED TO TRUE
                     MOVE "ALREADY ON THE ANNUAL STATISTICS FILE"
                        TO CloseReason
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE REC-STAT.
            IF NOT YEAR-CLOSED THEN
               MOVE RosterDsn TO COPY-DSN
               OPEN INPUT FRZ-ROSTR
               IF FILE-FS = "00" THEN
                  CLOSE FRZ-ROSTR
                  SET YEAR-CLOSED TO TRUE
                  MOVE "FROZEN ROSTER ALREADY EXISTS" TO CloseReason
               END-IF
            END-IF.

      *------ FIRST PASS: THE EXTRACT MUST AGREE WITH ITS OWN TRAILER
      *------ BEFORE IT IS MADE PERMANENT
         BALANCE-EXTRACT.
            OPEN INPUT REC-ROSTR.
            MOVE SPACE TO LASTREC.
            PERFORM UNTIL LAST-REC
            READ REC-ROSTR
               AT END SET LAST-REC TO TRUE
               NOT AT END
                  IF RS-TRLR-TAG = "TRAILER " THEN
                     SET TRAILER-SEEN TO TRUE
                     MOVE RS-TRLR-COUNT TO TrlrCount
                     MOVE RS-TRLR-HASH  TO TrlrHash
                  ELSE
                     ADD 1 TO RosterCount
                     IF RS-ID IS NUMERIC THEN
                        MOVE RS-ID TO IdWk
                        ADD IdWk TO RosterHash
                     END-IF
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE REC-ROSTR.
            IF NOT TRAILER-SEEN THEN
               SET YEAR-CLOSED TO TRUE
               MOVE "ROSTER EXTRACT HAS NO TRAILER" TO CloseReason
            ELSE
               IF TrlrCount NOT = RosterCount OR
                     TrlrHash NOT = RosterHash THEN
                  SET YEAR-CLOSED TO TRUE
                  MOVE "ROSTER EXTRACT OUT OF BALANCE WITH TRAILER"
                     TO CloseReason
               END-IF
            END-IF.

      *------ SECOND PASS: COPY EVERY RECORD, TRAILER INCLUDED, AND
      *------ TALLY THE HEADCOUNT AND ENROLLMENT TABLES ON THE WAY
         FREEZE-ROSTER.
            MOVE RosterDsn TO COPY-DSN.
            OPEN OUTPUT FRZ-ROSTR.
            IF FILE-FS NOT = "00" THEN
               MOVE SPACES TO REC-RPT-MSG
               STRING "  *** OPEN FAILED " FILE-FS " FOR " RosterDsn
                  DELIMITED BY SIZE INTO REC-RPT-MSG
               WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES
               CLOSE REC-RPT
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO ALERT-SEV
               MOVE SPACES TO ALERT-TEXT
               STRING "YEAR " CloseYear " NOT CLOSED: FROZEN ROSTER"
                  " OPEN FAILED " FILE-FS
                  DELIMITED BY SIZE INTO ALERT-TEXT
               PERFORM WRITE-ALERT
               STOP RUN
            END-IF.
            OPEN INPUT REC-ROSTR.
            MOVE SPACE TO LASTREC.
            PERFORM UNTIL LAST-REC
            READ REC-ROSTR
               AT END SET LAST-REC TO TRUE
               NOT AT END
                  MOVE REC-ROSTR-MSG TO FRZ-ROSTR-MSG
                  WRITE FRZ-ROSTR-MSG
                  IF RS-TRLR-TAG NOT = "TRAILER " THEN
                     PERFORM TALLY-HEADCOUNT
                     PERFORM TALLY-ENROLLMENT
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE REC-ROSTR.
            CLOSE FRZ-ROSTR.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "  FROZEN ROSTER:  " RosterDsn
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "                  " RosterCount " RECORDS, ID HASH "
               RosterHash ", BALANCED TO ITS TRAILER"
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.

         TALLY-HEADCOUNT.
            MOVE RS-SITE TO SeekCell(1:2).
            MOVE RS-BAND TO SeekCell(3:2).
            MOVE "N" TO FOUND-SW.
            PERFORM VARYING CX FROM 1 BY 1
                  UNTIL CX > CellUsed OR KEY-FOUND
               IF CellKey(CX) = SeekCell THEN
                  SET KEY-FOUND TO TRUE
               END-IF
            END-PERFORM.
            IF KEY-FOUND THEN
               SUBTRACT 1 FROM CX
            ELSE
               IF CellUsed < 2000 THEN
                  ADD 1 TO CellUsed
                  MOVE CellUsed TO CX
                  MOVE SeekCell TO CellKey(CX)
                  MOVE ZERO TO CellFem(CX) CellMale(CX) CellUnk(CX)
               ELSE
                  ADD 1 TO TableFull
                  MOVE ZERO TO CX
               END-IF
            END-IF.
            IF CX > 0 THEN
               IF RS-GENDER = "M" THEN
                  ADD 1 TO CellMale(CX)
               ELSE
                  IF RS-GENDER = "F" THEN
                     ADD 1 TO CellFem(CX)
                  ELSE
                     ADD 1 TO CellUnk(CX)
                  END-IF
               END-IF
            END-IF.

         TALLY-ENROLLMENT.
            MOVE "N" TO FOUND-SW.
            PERFORM VARYING EX FROM 1 BY 1
                  UNTIL EX > EnrUsed OR KEY-FOUND
               IF EnrYear(EX) = RS-YEAR THEN
                  SET KEY-FOUND TO TRUE
               END-IF
            END-PERFORM.
            IF KEY-FOUND THEN
               SUBTRACT 1 FROM EX
            ELSE
               IF EnrUsed < 30 THEN
                  ADD 1 TO EnrUsed
                  MOVE EnrUsed TO EX
                  MOVE RS-YEAR TO EnrYear(EX)
                  MOVE ZERO TO EnrBad(EX)
                  PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > 12
                     MOVE ZERO TO EnrMon(EX, MX)
                  END-PERFORM
               ELSE
                  ADD 1 TO EnrLost
                  ADD 1 TO TableFull
                  MOVE ZERO TO EX
               END-IF
            END-IF.
            IF EX > 0 THEN
               MOVE ZERO TO MonthNum
               PERFORM VARYING MX FROM 1 BY 1
                     UNTIL MX > 12 OR MonthNum > 0
                  IF RS-MONTH(1:2) = MX OR RS-MONTH = MonthName(MX)
                        THEN
                     MOVE MX TO MonthNum
                  END-IF
               END-PERFORM
               IF MonthNum > 0 THEN
                  ADD 1 TO EnrMon(EX, MonthNum)
               ELSE
                  ADD 1 TO EnrBad(EX)
               END-IF
            END-IF.

      *------ FROZEN AHEAD OF THE ROSTER: A YEAR WHOSE BUCKETS
      *------ CANNOT BE FROZEN IS NOT CLOSED AT ALL, AND NO FROZEN
      *------ ROSTER IS LEFT BEHIND TO BLOCK THE RERUN
         FREEZE-BUKMST.
            MOVE BukDsn TO COPY-DSN.
            OPEN OUTPUT FRZ-BUK.
            IF FILE-FS NOT = "00" THEN
               MOVE SPACES TO REC-RPT-MSG
               STRING "  *** OPEN FAILED " FILE-FS " FOR " BukDsn
                  DELIMITED BY SIZE INTO REC-RPT-MSG
               WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES
               CLOSE REC-RPT
               DISPLAY "YEAREND: " CloseYear " NOT CLOSED - FROZEN"
                  " BUCKETS OPEN FAILED " FILE-FS
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO ALERT-SEV
               MOVE SPACES TO ALERT-TEXT
               STRING "YEAR " CloseYear " NOT CLOSED: FROZEN BUCKETS"
                  " OPEN FAILED " FILE-FS
                  DELIMITED BY SIZE INTO ALERT-TEXT
               PERFORM WRITE-ALERT
               STOP RUN
            END-IF.
            OPEN INPUT BUK-MST.
            MOVE SPACE TO LASTREC.
            PERFORM UNTIL LAST-REC
            READ BUK-MST NEXT RECORD
               AT END SET LAST-REC TO TRUE
               NOT AT END
                  MOVE BUK-MST-MSG TO FRZ-BUK-MSG
                  WRITE FRZ-BUK-MSG
                  ADD 1 TO BukCount
            END-READ
            END-PERFORM.
            CLOSE BUK-MST.
            CLOSE FRZ-BUK.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "  FROZEN BUCKETS: " BukDsn
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "                  " BukCount
               " BUCKET ASSIGNMENTS"
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.

         COUNT-MOVEMENTS.
            OPEN INPUT REC-AUDIT.
            MOVE SPACE TO LASTREC.
            PERFORM UNTIL LAST-REC
            READ REC-AUDIT
               AT END SET LAST-REC TO TRUE
               NOT AT END
                  IF AUD-RUNDATE(1:4) = CloseYear THEN
                     IF AUD-ACTION = "A" THEN
                        ADD 1 TO Adds
                     ELSE
                        IF AUD-ACTION = "D" THEN
                           ADD 1 TO Deletes
                        ELSE
                           ADD 1 TO Changes
                        END-IF
                     END-IF
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE REC-AUDIT.

         COUNT-REJECTS.
            OPEN INPUT REC-EXCPT.
            MOVE SPACE TO LASTREC.
            PERFORM UNTIL LAST-REC
            READ REC-EXCPT
               AT END SET LAST-REC TO TRUE
               NOT AT END
                  IF REC-EXCPT-RUNDATE(1:4) = CloseYear THEN
                     ADD 1 TO RejTotal
                     PERFORM TALLY-REJECT
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE REC-EXCPT.

         TALLY-REJECT.
            MOVE "N" TO FOUND-SW.
            PERFORM VARYING RX FROM 1 BY 1
                  UNTIL RX > RejUsed OR KEY-FOUND
               IF RejPgm(RX) = REC-EXCPT-PGM THEN
                  SET KEY-FOUND TO TRUE
               END-IF
            END-PERFORM.
            IF KEY-FOUND THEN
               SUBTRACT 1 FROM RX
               ADD 1 TO RejCnt(RX)
            ELSE
               IF RejUsed < 50 THEN
                  ADD 1 TO RejUsed
                  MOVE REC-EXCPT-PGM TO RejPgm(RejUsed)
                  MOVE 1 TO RejCnt(RejUsed)
               ELSE
                  ADD 1 TO TableFull
               END-IF
            END-IF.

         COUNT-CORRECTIONS.
            OPEN INPUT REC-CLOG.
            MOVE SPACE TO LASTREC.
            PERFORM UNTIL LAST-REC
            READ REC-CLOG
               AT END SET LAST-REC TO TRUE
               NOT AT END
                  IF CLOG-DATE(1:4) = CloseYear THEN
                     ADD 1 TO CorrTotal
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE REC-CLOG.

      *------ BUBBLE SORTS ON THE GROUP KEYS, AS PLANRPT DOES
         SORT-TABLES.
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
            PERFORM VARYING EX FROM 1 BY 1 UNTIL EX >= EnrUsed
               PERFORM VARYING EY FROM 1 BY 1
                  UNTIL EY > EnrUsed - EX
                  IF EnrYear(EY) > EnrYear(EY + 1) THEN
                     MOVE EnrRow(EY)     TO EnrHold
                     MOVE EnrRow(EY + 1) TO EnrRow(EY)
                     MOVE EnrHold        TO EnrRow(EY + 1)
                  END-IF
               END-PERFORM
            END-PERFORM.
            PERFORM VARYING RX FROM 1 BY 1 UNTIL RX >= RejUsed
               PERFORM VARYING RY FROM 1 BY 1
                  UNTIL RY > RejUsed - RX
                  IF RejPgm(RY) > RejPgm(RY + 1) THEN
                     MOVE RejRow(RY)     TO RejHold
                     MOVE RejRow(RY + 1) TO RejRow(RY)
                     MOVE RejHold        TO RejRow(RY + 1)
                  END-IF
               END-PERFORM
            END-PERFORM.

      *------ THE YEAR'S RECORD SET ON THE PERMANENT STATISTICS FILE
         WRITE-STATISTICS.
            PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CellUsed
               ADD CellFem(CX)  TO TotFem
               ADD CellMale(CX) TO TotMale
               ADD CellUnk(CX)  TO TotUnk
            END-PERFORM.
            OPEN EXTEND REC-STAT.
            MOVE SPACES TO YE-BODY.
            MOVE RUN-STAMP-DATE TO YE-DATE.
            MOVE RosterCount TO YE-ROSTER-CNT.
            MOVE RosterHash  TO YE-ROSTER-HASH.
            MOVE BukCount    TO YE-BUK-CNT.
            MOVE "YE" TO ANS-TYPE.
            MOVE YE-BODY TO ANS-BODY.
            PERFORM WRITE-STAT-RECORD.
            PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CellUsed
               MOVE SPACES TO HC-BODY
               MOVE CellSite(CX) TO HC-SITE
               MOVE CellBand(CX) TO HC-BAND
               MOVE CellFem(CX)  TO HC-FEM
               MOVE CellMale(CX) TO HC-MALE
               MOVE CellUnk(CX)  TO HC-UNK
               MOVE "HC" TO ANS-TYPE
               MOVE HC-BODY TO ANS-BODY
               PERFORM WRITE-STAT-RECORD
            END-PERFORM.
            MOVE SPACES TO MV-BODY.
            MOVE Adds      TO MV-ADDS.
            MOVE Deletes   TO MV-DELETES.
            MOVE Changes   TO MV-CHANGES.
            MOVE RejTotal  TO MV-REJECTS.
            MOVE CorrTotal TO MV-CORRECTS.
            COMPUTE MV-HEADCOUNT = TotFem + TotMale + TotUnk.
            MOVE "MV" TO ANS-TYPE.
            MOVE MV-BODY TO ANS-BODY.
            PERFORM WRITE-STAT-RECORD.
            PERFORM VARYING EX FROM 1 BY 1 UNTIL EX > EnrUsed
               MOVE SPACES TO EY-BODY
               MOVE EnrYear(EX) TO EY-YEAR
               PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > 12
                  MOVE EnrMon(EX, MX) TO EY-MONTH(MX)
               END-PERFORM
               MOVE EnrBad(EX) TO EY-BAD
               MOVE "EY" TO ANS-TYPE
               MOVE EY-BODY TO ANS-BODY
               PERFORM WRITE-STAT-RECORD
            END-PERFORM.
            PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > RejUsed
               MOVE SPACES TO RJ-BODY
               MOVE RejPgm(RX) TO RJ-PGM
               MOVE RejCnt(RX) TO RJ-COUNT
               MOVE "RJ" TO ANS-TYPE
               MOVE RJ-BODY TO ANS-BODY
               PERFORM WRITE-STAT-RECORD
            END-PERFORM.
            CLOSE REC-STAT.

         WRITE-STAT-RECORD.
            MOVE CloseYear TO ANS-YEAR.
            WRITE REC-STAT-MSG.

         PRINT-HEADCOUNT.
            PERFORM PRINT-PAGE-HEADER.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "YEAR-END HEADCOUNT BY SITE, BAND, AND GENDER"
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "  SITE  BAND         FEMALE        MALE     UNKNOW"
               "N       TOTAL"
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.
            ADD 4 TO LINE-CNT.
            MOVE SPACES TO CurSiteCd.
            PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CellUsed
               IF CellSite(CX) NOT = CurSiteCd THEN
                  IF CurSiteCd NOT = SPACES THEN
                     PERFORM PRINT-SITE-TOTAL
                  END-IF
                  MOVE CellSite(CX) TO CurSiteCd
                  MOVE ZERO TO SiteFem SiteMale SiteUnk
               END-IF
               ADD CellFem(CX)  TO SiteFem
               ADD CellMale(CX) TO SiteMale
               ADD CellUnk(CX)  TO SiteUnk
               MOVE SPACES TO HC-LINE
               MOVE CellSite(CX) TO HL-SITE
               MOVE CellBand(CX) TO HL-BAND
               MOVE CellFem(CX)  TO HL-FEM
               MOVE CellMale(CX) TO HL-MALE
               MOVE CellUnk(CX)  TO HL-UNK
               COMPUTE HL-TOTAL = CellFem(CX) + CellMale(CX)
                  + CellUnk(CX)
               MOVE HC-LINE TO REC-RPT-MSG
               PERFORM WRITE-DETAIL
            END-PERFORM.
            IF CellUsed > 0 THEN
               PERFORM PRINT-SITE-TOTAL
            END-IF.
            MOVE SPACES TO HC-LINE.
            MOVE "ALL" TO HL-BAND.
            MOVE TotFem  TO HL-FEM.
            MOVE TotMale TO HL-MALE.
            MOVE TotUnk  TO HL-UNK.
            COMPUTE HL-TOTAL = TotFem + TotMale + TotUnk.
            MOVE HC-LINE TO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.
            ADD 2 TO LINE-CNT.

         PRINT-SITE-TOTAL.
            MOVE SPACES TO HC-LINE.
            MOVE CurSiteCd TO HL-SITE.
            MOVE "TOTAL" TO HL-BAND.
            MOVE SiteFem  TO HL-FEM.
            MOVE SiteMale TO HL-MALE.
            MOVE SiteUnk  TO HL-UNK.
            COMPUTE HL-TOTAL = SiteFem + SiteMale + SiteUnk.
            MOVE HC-LINE TO REC-RPT-MSG.
            PERFORM WRITE-DETAIL.

         PRINT-ENROLLMENT.
            PERFORM PRINT-PAGE-HEADER.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "YEAR-END ROSTER BY ENROLLMENT YEAR AND MONTH"
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "  YR  JAN  FEB  MAR  APR  MAY  JUN  JUL  AUG  SEP"
               "  OCT  NOV  DEC  BAD  TOTAL"
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.
            ADD 4 TO LINE-CNT.
            PERFORM VARYING EX FROM 1 BY 1 UNTIL EX > EnrUsed
               MOVE SPACES TO EY-LINE
               MOVE EnrYear(EX) TO EL-YEAR
               MOVE EnrBad(EX) TO EnrRowTot
               PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > 12
                  MOVE EnrMon(EX, MX) TO EL-CNT(MX)
                  ADD EnrMon(EX, MX) TO EnrRowTot
               END-PERFORM
               MOVE EnrBad(EX) TO EL-BAD
               MOVE EnrRowTot TO EL-TOTAL
               MOVE EY-LINE TO REC-RPT-MSG
               PERFORM WRITE-DETAIL
            END-PERFORM.
            IF EnrLost > 0 THEN
               MOVE SPACES TO REC-RPT-MSG
               STRING "  *** " EnrLost " RECORD(S) NOT TALLIED -"
                  " ENROLLMENT YEAR TABLE FULL ***"
                  DELIMITED BY SIZE INTO REC-RPT-MSG
               PERFORM WRITE-DETAIL
            END-IF.

         PRINT-MOVEMENTS.
            PERFORM PRINT-PAGE-HEADER.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "THE YEAR'S MOVEMENTS, REJECTS, AND CORRECTIONS"
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
            ADD 1 TO LINE-CNT.
            MOVE Adds TO NumEdit.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "  EMPLOYEES ADDED             " NumEdit
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.
            MOVE Deletes TO NumEdit.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "  EMPLOYEES DELETED           " NumEdit
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            PERFORM WRITE-DETAIL.
            MOVE Changes TO NumEdit.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "  MASTER CHANGES              " NumEdit
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            PERFORM WRITE-DETAIL.
            MOVE CorrTotal TO NumEdit.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "  OPERATOR CORRECTIONS        " NumEdit
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            PERFORM WRITE-DETAIL.
            MOVE RejTotal TO NumEdit.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "  REJECTS, ALL PROGRAMS       " NumEdit
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            PERFORM WRITE-DETAIL.
            PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > RejUsed
               MOVE RejCnt(RX) TO NumEdit
               MOVE SPACES TO REC-RPT-MSG
               STRING "      " RejPgm(RX) "                " NumEdit
                  DELIMITED BY SIZE INTO REC-RPT-MSG
               PERFORM WRITE-DETAIL
            END-PERFORM.
            IF TableFull > 0 THEN
               MOVE SPACES TO REC-RPT-MSG
               STRING "  *** " TableFull " ITEM(S) PAST A TABLE LIMIT"
                  " OR NOT COPIED - FIGURES ARE INCOMPLETE ***"
                  DELIMITED BY SIZE INTO REC-RPT-MSG
               WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES
            END-IF.

         WRITE-DETAIL.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
            ADD 1 TO LINE-CNT.
            IF LINE-CNT > 50 THEN
               PERFORM PRINT-PAGE-HEADER
            END-IF.

         WRITE-ALERT.
            MOVE "YEAREND " TO ALERT-PGM.
            MOVE RosterCount TO ALERT-READ.
            MOVE ZERO TO ALERT-REJ.
            ACCEPT ALERT-DATE FROM DATE YYYYMMDD.
            ACCEPT ALERT-TIME FROM TIME.
            OPEN EXTEND REC-ALERT.
            MOVE ALERT-REC TO REC-ALERT-MSG.
            WRITE REC-ALERT-MSG.
            CLOSE REC-ALERT.

         PRINT-PAGE-HEADER.
            ADD 1 TO PAGE-NUM.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "YEAREND - ANNUAL SUMMARY FOR " CloseYear
               "                         PAGE " PAGE-NUM
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING PAGE.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "  RUN DATE: " RUN-CCYY "-" RUN-MM "-" RUN-DD
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
            MOVE SPACES TO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
            MOVE 3 TO LINE-CNT.
