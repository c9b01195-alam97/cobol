      *----------------------
      * EMPLOYEE ID ISSUANCE: HANDS OUT THE NEXT 8-DIGIT IDS FROM
      * THE RECIDCTL CONTROL RECORD, EACH ONE A 7-DIGIT SEQUENCE
      * NUMBER WITH A MODULUS 11 CHECK DIGIT IN POSITION 8 (WEIGHTS
      * 8 DOWN TO 2 ON POSITIONS 1-7, CHECK DIGIT = 11 LESS THE
      * REMAINDER, 11 GIVING 0). A SEQUENCE NUMBER WHOSE CHECK
      * WOULD BE 10 IS SKIPPED, AS IS ANY ID ALREADY ON THE MASTER
      * OR THE GRANDFATHER FILE, SO AN ISSUED ID CAN NEVER COLLIDE
      * WITH A PRE-SCHEME ONE. ROSTED, ROSTMST, ROSTENT, AND
      * PAYTERM ALL REJECT AN ID WHOSE CHECK DIGIT FAILS.
      *
      * EACH RECCTL CARD IS ONE REQUEST: TYPE B (A BLOCK OF UP TO
      * 999 NEW IDS) OR TYPE R (ONE NEW ID TO REISSUE A PRE-SCHEME
      * GRANDFATHERED ID - THE OLD ID IS MARKED REISSUED ON THE
      * GRANDFATHER FILE AND STOPS PASSING THE EDITS, SO REKEY THE
      * MASTER THROUGH ROSTENT THE SAME DAY). THE CARD NAMES THE
      * OPERATOR OR FEED THE IDS GO TO, AND EVERY BLOCK IS LOGGED
      * ON RECIDLOG WITH ITS FIRST AND LAST ID. A BAD CARD IS
      * SKIPPED WITH RC 4 AND A RECALERT RECORD; RUNNING OUT OF
      * SEQUENCE NUMBERS ENDS RC 8.
      *----------------------
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    IDISSUE.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT REC-CTL ASSIGN TO RECCTL
            ORGANIZATION IS SEQUENTIAL.
      *------ ONE RECORD: THE NEXT SEQUENCE NUMBER TO ISSUE
            SELECT REC-IDCTL ASSIGN TO RECIDCTL
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-MST ASSIGN TO RECMST
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS MST-ID.
      *------ PRE-SCHEME IDS THAT STILL PASS THE EDITS (SEE IDGRAND)
            SELECT REC-IDGF ASSIGN TO RECIDGF
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS GF-ID.
            SELECT REC-IDLOG ASSIGN TO RECIDLOG
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-RPT ASSIGN TO RECRPT
            ORGANIZATION IS SEQUENTIAL.
      *------ STANDARDIZED OPERATOR ALERT, APPENDED TO THE SHARED
      *------ PROD.DAILY.ALERTS DATASET ON EVERY RC 4/8 CONDITION
            SELECT REC-ALERT ASSIGN TO RECALERT
            ORGANIZATION IS SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
         FD  REC-CTL    RECORDING MODE F.
         01  REC-CTL-MSG.
             05  REQ-TYPE       PIC X(01).
                 88  REQ-BLOCK     VALUE "B".
                 88  REQ-REISSUE   VALUE "R".
             05  REQ-TO         PIC X(08).
             05  REQ-COUNT      PIC X(03).
             05  REQ-OLDID      PIC X(08).
             05  FILLER         PIC X(60).
         FD  REC-IDCTL  RECORDING MODE F.
         01  REC-IDCTL-MSG.
             05  IDC-NEXT       PIC 9(07).
             05  IDC-LASTDATE   PIC X(08).
             05  IDC-ISSUED     PIC 9(07).
             05  FILLER         PIC X(18).
         FD  REC-MST.
         01  REC-MST-MSG.
             05  MST-NAME       PIC X(10).
             05  MST-ID         PIC X(08).
             05  FILLER         PIC X(62).
         FD  REC-IDGF.
         01  REC-IDGF-MSG.
             05  GF-ID          PIC X(08).
             05  GF-STATUS      PIC X(01).
                 88  GF-GRANDFATHERED VALUE "G".
                 88  GF-REISSUED      VALUE "R".
             05  GF-NEWID       PIC X(08).
             05  GF-LISTDATE    PIC X(08).
             05  GF-REISSDATE   PIC X(08).
             05  FILLER         PIC X(07).
      *------ ONE RECORD PER BLOCK ISSUED
         FD  REC-IDLOG  RECORDING MODE F.
         01  REC-IDLOG-MSG.
             05  LOG-TYPE       PIC X(01).
             05  LOG-TO         PIC X(08).
             05  LOG-DATE       PIC X(08).
             05  LOG-TIME       PIC X(08).
             05  LOG-FIRST      PIC X(08).
             05  LOG-LAST       PIC X(08).
             05  LOG-COUNT      PIC 9(05).
             05  LOG-OLDID      PIC X(08).
             05  FILLER         PIC X(06).
         FD  REC-RPT    RECORDING MODE F.
         01  REC-RPT-MSG   PIC X(80).
         FD  REC-ALERT  RECORDING MODE F.
         01  REC-ALERT-MSG      PIC X(100).
        WORKING-STORAGE SECTION.
         01 FLAGS.
             05 CTL-EOF-SW  PIC X VALUE "N".
                88 CTL-EOF   VALUE "Y".
             05 FREE-SW     PIC X.
                88 ID-FREE   VALUE "Y".
             05 OUT-SW      PIC X VALUE "N".
                88 OUT-OF-NUMBERS VALUE "Y".
         01 NextBase   PIC 9(07).
         01 WantCount  PIC 9(03).
         01 GotCount   PIC 9(05).
         01 FirstId    PIC X(08).
         01 NewId      PIC X(08).
         01 CardCount  PIC 9(05) VALUE ZERO.
         01 BadCards   PIC 9(05) VALUE ZERO.
         01 RunIssued  PIC 9(07) VALUE ZERO.
         01 CardReason PIC X(30).
      *------ CHECK-DIGIT WORK AREA: THE ID AS EIGHT SINGLE DIGITS
         01 ChkId      PIC X(08).
         01 ChkIdDigits REDEFINES ChkId.
             05 ChkDig  PIC 9(01) OCCURS 8 TIMES.
         01 ChkSum     PIC 9(04).
         01 ChkQuot    PIC 9(04).
         01 ChkRem     PIC 9(02).
         01 ChkCalc    PIC 9(02).
         01 RUN-STAMP.
             05 RUN-CCYY PIC 9(04).
             05 RUN-MM   PIC 9(02).
             05 RUN-DD   PIC 9(02).
         01 RUN-TIME   PIC 9(08).
         01 ALERT-REC.
             05 ALERT-SEV       PIC 9(01).
             05 ALERT-PGM       PIC X(08).
             05 ALERT-DATE      PIC 9(08).
             05 ALERT-TIME      PIC 9(08).
             05 ALERT-READ      PIC 9(07).
             05 ALERT-REJ       PIC 9(05).
             05 ALERT-TEXT      PIC X(60).
             05 FILLER          PIC X(03) VALUE SPACES.
         01 ID-LINE.
             05 FILLER      PIC X(04) VALUE SPACES.
             05 IL-ID       PIC X(08).
             05 FILLER      PIC X(68) VALUE SPACES.

        PROCEDURE DIVISION.
         MAIN-LINE.
            ACCEPT RUN-STAMP FROM DATE YYYYMMDD.
            ACCEPT RUN-TIME FROM TIME.
            OPEN I-O REC-IDCTL.
            READ REC-IDCTL
               AT END
                  DISPLAY "IDISSUE: NO CONTROL RECORD ON RECIDCTL"
                  CLOSE REC-IDCTL
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
            END-READ.
            MOVE IDC-NEXT TO NextBase.
            OPEN INPUT REC-MST.
            OPEN I-O REC-IDGF.
            OPEN EXTEND REC-IDLOG.
            OPEN OUTPUT REC-RPT.
            PERFORM PRINT-PAGE-HEADER.
            OPEN INPUT REC-CTL.
            PERFORM UNTIL CTL-EOF OR OUT-OF-NUMBERS
            READ REC-CTL
               AT END SET CTL-EOF TO TRUE
               NOT AT END
                  ADD 1 TO CardCount
                  PERFORM PROCESS-ONE-CARD
            END-READ
            END-PERFORM.
            CLOSE REC-CTL.
      *------ THE CONTROL RECORD IS REWRITTEN EVEN ON A SHORT RUN, SO
      *------ EVERY ID ALREADY HANDED OUT STAYS HANDED OUT
            MOVE NextBase  TO IDC-NEXT.
            MOVE RUN-STAMP TO IDC-LASTDATE.
            ADD RunIssued  TO IDC-ISSUED.
            REWRITE REC-IDCTL-MSG.
            CLOSE REC-IDCTL.
            CLOSE REC-MST.
            CLOSE REC-IDGF.
            CLOSE REC-IDLOG.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "CARDS: " CardCount "   REJECTED: " BadCards
               "   IDS ISSUED: " RunIssued
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.
            CLOSE REC-RPT.
            DISPLAY "IDISSUE: " RunIssued " ID(S) ISSUED ON "
               CardCount " CARD(S), " BadCards " REJECTED".
            IF OUT-OF-NUMBERS THEN
               DISPLAY "*** ERROR: ID SEQUENCE EXHAUSTED ***"
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO ALERT-SEV
               MOVE SPACES TO ALERT-TEXT
               STRING "EMPLOYEE ID SEQUENCE EXHAUSTED - SEE RECRPT"
                  DELIMITED BY SIZE INTO ALERT-TEXT
               PERFORM WRITE-ALERT
            ELSE
               IF BadCards > 0 THEN
                  MOVE 4 TO RETURN-CODE
                  MOVE 4 TO ALERT-SEV
                  MOVE SPACES TO ALERT-TEXT
                  STRING "ID ISSUE REQUEST(S) REJECTED - SEE RECRPT"
                     DELIMITED BY SIZE INTO ALERT-TEXT
                  PERFORM WRITE-ALERT
               END-IF
            END-IF.
            STOP RUN.

         WRITE-ALERT.
            MOVE "IDISSUE " TO ALERT-PGM.
            MOVE CardCount TO ALERT-READ.
            MOVE BadCards TO ALERT-REJ.
            ACCEPT ALERT-DATE FROM DATE YYYYMMDD.
            ACCEPT ALERT-TIME FROM TIME.
            OPEN EXTEND REC-ALERT.
            MOVE ALERT-REC TO REC-ALERT-MSG.
            WRITE REC-ALERT-MSG.
            CLOSE REC-ALERT.

         PROCESS-ONE-CARD.
            MOVE SPACES TO CardReason.
            EVALUATE TRUE
               WHEN REQ-TO = SPACES
                  MOVE "NO OPERATOR OR FEED NAMED" TO CardReason
               WHEN REQ-BLOCK
                  IF REQ-COUNT IS NOT NUMERIC OR REQ-COUNT = "000"
                     MOVE "BAD BLOCK SIZE" TO CardReason
                  ELSE
                     MOVE REQ-COUNT TO WantCount
                  END-IF
               WHEN REQ-REISSUE
                  PERFORM CHECK-REISSUE-CARD
               WHEN OTHER
                  MOVE "BAD REQUEST TYPE" TO CardReason
            END-EVALUATE.
            IF CardReason NOT = SPACES THEN
               ADD 1 TO BadCards
               MOVE SPACES TO REC-RPT-MSG
               STRING "*** CARD REJECTED: " CardReason "  "
                  REC-CTL-MSG (1:20)
                  DELIMITED BY SIZE INTO REC-RPT-MSG
               WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES
            ELSE
               PERFORM ISSUE-BLOCK
            END-IF.

      *------ ONLY A GRANDFATHERED ID NOT YET REISSUED QUALIFIES
         CHECK-REISSUE-CARD.
            MOVE 1 TO WantCount.
            MOVE REQ-OLDID TO GF-ID.
            READ REC-IDGF
               INVALID KEY
                  MOVE "OLD ID NOT GRANDFATHERED" TO CardReason
               NOT INVALID KEY
                  IF NOT GF-GRANDFATHERED THEN
                     MOVE "OLD ID ALREADY REISSUED" TO CardReason
                  END-IF
            END-READ.

         ISSUE-BLOCK.
            MOVE ZERO TO GotCount.
            MOVE SPACES TO FirstId.
            MOVE SPACES TO REC-RPT-MSG.
            IF REQ-REISSUE THEN
               STRING "REISSUE FOR " REQ-TO " OF OLD ID " REQ-OLDID
                  DELIMITED BY SIZE INTO REC-RPT-MSG
            ELSE
               STRING "BLOCK OF " WantCount " FOR " REQ-TO
                  DELIMITED BY SIZE INTO REC-RPT-MSG
            END-IF.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.
            PERFORM UNTIL GotCount = WantCount OR OUT-OF-NUMBERS
               PERFORM NEXT-FREE-ID
               IF NOT OUT-OF-NUMBERS THEN
                  ADD 1 TO GotCount
                  ADD 1 TO RunIssued
                  IF FirstId = SPACES THEN
                     MOVE NewId TO FirstId
                  END-IF
                  MOVE NewId TO IL-ID
                  MOVE ID-LINE TO REC-RPT-MSG
                  WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES
               END-IF
            END-PERFORM.
            IF GotCount > 0 THEN
               PERFORM LOG-BLOCK
               IF REQ-REISSUE THEN
                  PERFORM MARK-REISSUED
               END-IF
            END-IF.

      *------ THE FREE-ID LOOKUPS REUSED THE RECORD AREA, SO THE OLD
      *------ ID'S GRANDFATHER RECORD IS READ AGAIN BEFORE REWRITE
         MARK-REISSUED.
            MOVE REQ-OLDID TO GF-ID.
            READ REC-IDGF
               INVALID KEY CONTINUE
               NOT INVALID KEY
                  MOVE "R"       TO GF-STATUS
                  MOVE NewId     TO GF-NEWID
                  MOVE RUN-STAMP TO GF-REISSDATE
                  REWRITE REC-IDGF-MSG
            END-READ.

         LOG-BLOCK.
            MOVE SPACES    TO REC-IDLOG-MSG.
            MOVE REQ-TYPE  TO LOG-TYPE.
            MOVE REQ-TO    TO LOG-TO.
            MOVE RUN-STAMP TO LOG-DATE.
            MOVE RUN-TIME  TO LOG-TIME.
            MOVE FirstId   TO LOG-FIRST.
            MOVE NewId     TO LOG-LAST.
            MOVE GotCount  TO LOG-COUNT.
            IF REQ-REISSUE THEN
               MOVE REQ-OLDID TO LOG-OLDID
            END-IF.
            WRITE REC-IDLOG-MSG.

      *------ STEP THE SEQUENCE UNTIL IT YIELDS A USABLE CHECK DIGIT
      *------ AND AN ID NOBODY ALREADY HOLDS
         NEXT-FREE-ID.
            MOVE "N" TO FREE-SW.
            PERFORM UNTIL ID-FREE OR OUT-OF-NUMBERS
               IF NextBase = 9999999 THEN
                  SET OUT-OF-NUMBERS TO TRUE
               ELSE
                  MOVE NextBase TO ChkId (1:7)
                  MOVE "0" TO ChkId (8:1)
                  ADD 1 TO NextBase
                  PERFORM COMPUTE-CHECK-DIGIT
                  IF ChkCalc < 10 THEN
                     MOVE ChkCalc TO ChkDig (8)
                     MOVE ChkId TO NewId
                     PERFORM CHECK-ID-FREE
                  END-IF
               END-IF
            END-PERFORM.

         CHECK-ID-FREE.
            MOVE "Y" TO FREE-SW.
            MOVE NewId TO MST-ID.
            READ REC-MST
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "N" TO FREE-SW
            END-READ.
            IF ID-FREE THEN
               MOVE NewId TO GF-ID
               READ REC-IDGF
                  INVALID KEY CONTINUE
                  NOT INVALID KEY MOVE "N" TO FREE-SW
               END-READ
            END-IF.

      *------ MODULUS 11 ON POSITIONS 1-7, WEIGHTED 8 DOWN TO 2
         COMPUTE-CHECK-DIGIT.
            COMPUTE ChkSum = ChkDig (1) * 8 + ChkDig (2) * 7
               + ChkDig (3) * 6 + ChkDig (4) * 5 + ChkDig (5) * 4
               + ChkDig (6) * 3 + ChkDig (7) * 2.
            DIVIDE ChkSum BY 11 GIVING ChkQuot REMAINDER ChkRem.
            COMPUTE ChkCalc = 11 - ChkRem.
            IF ChkCalc = 11 THEN
               MOVE ZERO TO ChkCalc
            END-IF.

         PRINT-PAGE-HEADER.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "IDISSUE - EMPLOYEE ID ISSUANCE"
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING PAGE.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "  RUN DATE: " RUN-CCYY "-" RUN-MM "-" RUN-DD
               "   NEXT SEQUENCE: " NextBase
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
