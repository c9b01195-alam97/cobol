      * ITS RECBHIST CHAIN, AND EVERY INQUIRY MADE AGAINST THE ID
      * ON THE BUKINQ TRAIL. EACH SECTION RUNS IN DATE ORDER, SO AN
      * AUDIT SAMPLING REQUEST IS MINUTES INSTEAD OF AN AFTERNOON.
      *
      * RECCTL MAY CARRY ANY NUMBER OF ID CARDS - AUDSAMP WRITES ONE
      * PER SAMPLED EMPLOYEE, WITH THE STRATUM (COLS 10-13) AND HOW
      * THE ID CAME INTO THE SAMPLE (COLS 15-24) BEHIND THE ID. EACH
      * DOSSIER STARTS ON A NEW PAGE, NUMBERED IN CARD ORDER, AND A
      * RUN OF MORE THAN ONE ENDS WITH A CONTENTS PAGE LISTING EVERY
      * ID IN THE SET WITH ITS SECTION COUNTS. A CARD WITHOUT AN
      * 8-DIGIT ID IS SKIPPED AND COUNTED.
      *----------------------
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    DOSSIER.
         FD  REC-CTL    RECORDING MODE F.
         01  REC-CTL-MSG.
             05 CTL-ID          PIC X(08).
             05 FILLER          PIC X(01).
             05 CTL-NOTE.
                10 CTL-SITE     PIC X(02).
                10 CTL-BAND     PIC X(02).
                10 FILLER       PIC X(01).
                10 CTL-HOW      PIC X(06).
                10 FILLER       PIC X(01).
                10 CTL-FORCE    PIC X(03).
         FD  REC-MST.
         01  REC-MST-MSG.
             05  MST-NAME       PIC X(10).
             05  AUD-RUNDATE    PIC X(08).
             05  AUD-BEFORE     PIC X(80).
             05  AUD-AFTER      PIC X(80).
             05  AUD-EFFDATE    PIC X(08).
             05  AUD-OPER       PIC X(08).
         FD  REC-EXCPT  RECORDING MODE F.
         01  REC-EXCPT-MSG.
             05  REC-EXCPT-PGM  PIC X(08).
         01 FLAGS.
             05 LASTREC PIC X VALUE SPACE.
                88 LAST-REC  VALUE "N".
             05 CTL-EOF-SW  PIC X VALUE "N".
                88 CTL-EOF   VALUE "Y".
         01 DossId     PIC X(08) VALUE SPACES.
         01 DossNote   PIC X(15) VALUE SPACES.
         01 DossNum    PIC 9(04) VALUE ZERO.
         01 DossSkip   PIC 9(04) VALUE ZERO.
      *------ ONE ROW PER DOSSIER PRINTED, FOR THE CONTENTS PAGE
         01 SetTab.
             05 SetRow OCCURS 1000 TIMES.
                10 SET-ID      PIC X(08).
                10 SET-NOTE    PIC X(15).
                10 SET-AUD     PIC 9(05).
                10 SET-REJ     PIC 9(05).
                10 SET-COR     PIC 9(05).
                10 SET-HIS     PIC 9(05).
                10 SET-INQ     PIC 9(05).
         01 SetUsed    PIC 9(04) VALUE ZERO.
         01 SX         PIC 9(04).
         01 LINE-CNT   PIC 9(03) VALUE ZERO.
         01 SET-LINE.
             05 FILLER      PIC X(02) VALUE SPACES.
             05 XL-NUM      PIC Z(3)9.
             05 FILLER      PIC X(02) VALUE SPACES.
             05 XL-ID       PIC X(08).
             05 FILLER      PIC X(02) VALUE SPACES.
             05 XL-SITE     PIC X(02).
             05 FILLER      PIC X(01) VALUE SPACES.
             05 XL-BAND     PIC X(02).
             05 FILLER      PIC X(01) VALUE SPACES.
             05 XL-HOW      PIC X(06).
             05 FILLER      PIC X(01) VALUE SPACES.
             05 XL-FORCE    PIC X(03).
             05 XL-AUD      PIC Z(5)9.
             05 XL-REJ      PIC Z(5)9.
             05 XL-COR      PIC Z(5)9.
             05 XL-HIS      PIC Z(5)9.
             05 XL-INQ      PIC Z(5)9.
             05 FILLER      PIC X(12) VALUE SPACES.
         01 AudCount   PIC 9(05) VALUE ZERO.
         01 RejCount   PIC 9(05) VALUE ZERO.
         01 CorCount   PIC 9(05) VALUE ZERO.
         MAIN-LINE.
            ACCEPT RUN-STAMP FROM DATE YYYYMMDD.
            OPEN INPUT REC-CTL.
            OPEN OUTPUT REC-RPT.
            PERFORM UNTIL CTL-EOF
            READ REC-CTL
               AT END SET CTL-EOF TO TRUE
               NOT AT END
                  IF CTL-ID IS NUMERIC THEN
                     MOVE CTL-ID   TO DossId
                     MOVE CTL-NOTE TO DossNote
                     PERFORM PRINT-ONE-DOSSIER
                  ELSE
                     ADD 1 TO DossSkip
                     DISPLAY "DOSSIER: CARD WITHOUT AN 8-DIGIT ID"
                        " SKIPPED: " CTL-ID
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE REC-CTL.
            IF DossNum > 1 THEN
               PERFORM PRINT-CONTENTS
            END-IF.
            CLOSE REC-RPT.
            IF DossNum = 0 THEN
               DISPLAY "DOSSIER: NO USABLE 8-DIGIT ID ON RECCTL"
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            IF DossNum > 1 THEN
               DISPLAY "DOSSIER: " DossNum " DOSSIER(S) PRINTED, "
                  DossSkip " CARD(S) SKIPPED"
            END-IF.
            IF DossSkip > 0 THEN
               MOVE 4 TO RETURN-CODE
            END-IF.
            STOP RUN.

         PRINT-ONE-DOSSIER.
            ADD 1 TO DossNum.
            MOVE ZERO TO AudCount RejCount CorCount HisCount InqCount.
            PERFORM PRINT-PAGE-HEADER.
            PERFORM PRINT-MASTER-SECTION.
            PERFORM PRINT-AUDIT-SECTION.
            PERFORM PRINT-CORRECTION-SECTION.
            PERFORM PRINT-BUCKET-SECTION.
            PERFORM PRINT-INQUIRY-SECTION.
            DISPLAY "DOSSIER: ID " DossId " - " AudCount
               " TRANSACTION(S), " RejCount " REJECT(S), "
               CorCount " CORRECTION(S), " HisCount
               " BUCKET CHANGE(S), " InqCount " INQUIR(IES)".
            IF SetUsed < 1000 THEN
               ADD 1 TO SetUsed
               MOVE DossId   TO SET-ID(SetUsed)
               MOVE DossNote TO SET-NOTE(SetUsed)
               MOVE AudCount TO SET-AUD(SetUsed)
               MOVE RejCount TO SET-REJ(SetUsed)
               MOVE CorCount TO SET-COR(SetUsed)
               MOVE HisCount TO SET-HIS(SetUsed)
               MOVE InqCount TO SET-INQ(SetUsed)
            END-IF.

      *------ THE LAST PAGE OF A SET: EVERY DOSSIER IN IT, IN PRINT
      *------ ORDER, WITH HOW MANY ENTRIES EACH SECTION HELD
         PRINT-CONTENTS.
            PERFORM PRINT-CONTENTS-HEADER.
            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SetUsed
               MOVE SPACES TO SET-LINE
               MOVE SX             TO XL-NUM
               MOVE SET-ID(SX)     TO XL-ID
               MOVE SET-NOTE(SX)(1:2)  TO XL-SITE
               MOVE SET-NOTE(SX)(3:2)  TO XL-BAND
               MOVE SET-NOTE(SX)(6:6)  TO XL-HOW
               MOVE SET-NOTE(SX)(13:3) TO XL-FORCE
               MOVE SET-AUD(SX)    TO XL-AUD
               MOVE SET-REJ(SX)    TO XL-REJ
               MOVE SET-COR(SX)    TO XL-COR
               MOVE SET-HIS(SX)    TO XL-HIS
               MOVE SET-INQ(SX)    TO XL-INQ
               MOVE SET-LINE TO REC-RPT-MSG
               WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES
               ADD 1 TO LINE-CNT
               IF LINE-CNT > 50 THEN
                  PERFORM PRINT-CONTENTS-HEADER
               END-IF
            END-PERFORM.
            IF DossNum > SetUsed THEN
               MOVE SPACES TO REC-RPT-MSG
               STRING "  *** DOSSIERS PAST THE FIRST 1000 PRINTED BUT"
                  " NOT LISTED HERE"
                  DELIMITED BY SIZE INTO REC-RPT-MSG
               WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES
            END-IF.
            IF DossSkip > 0 THEN
               MOVE SPACES TO REC-RPT-MSG
               STRING "  *** " DossSkip " CARD(S) WITHOUT AN 8-DIGIT"
                  " ID SKIPPED"
                  DELIMITED BY SIZE INTO REC-RPT-MSG
               WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES
            END-IF.

         PRINT-CONTENTS-HEADER.
            MOVE 0 TO LINE-CNT.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "DOSSIER - CONTENTS OF THIS SET (" DossNum
               " EMPLOYEE(S))"
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING PAGE.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "  RUN DATE: " RUN-CCYY "-" RUN-MM "-" RUN-DD
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "   NO.  ID        SAMPLE           TRANS  "
               "REJS CORRS MOVES   INQS"
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.

         PRINT-SECTION-TITLE.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.
            PERFORM PRINT-SECTION-TITLE.
            MOVE SPACE TO LASTREC.
            OPEN INPUT REC-EXCPT.
      *------ ROSTMST'S EXCEPTIONS CARRY THE TRANSACTION IMAGE,
      *------ ACTION BYTE FIRST, SO ITS ID SITS ONE BYTE RIGHT OF
      *------ THE ROSTER POSITION - MATCH BOTH
            PERFORM UNTIL LAST-REC
            READ REC-EXCPT
               AT END SET LAST-REC TO TRUE

         PRINT-PAGE-HEADER.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "DOSSIER - EMPLOYEE HISTORY REPORT   NO. " DossNum
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING PAGE.
            MOVE SPACES TO REC-RPT-MSG.
               "   EMPLOYEE ID: " DossId
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
            IF DossNote NOT = SPACES THEN
               MOVE SPACES TO REC-RPT-MSG
               STRING "  AUDIT SAMPLE: SITE " DossNote(1:2) " BAND "
                  DossNote(3:2) "  " DossNote(6:10)
                  DELIMITED BY SIZE INTO REC-RPT-MSG
               WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES
            END-IF.
