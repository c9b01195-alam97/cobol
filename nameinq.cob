      *----------------------
      * NAME-SEARCH INQUIRY SCREEN: FINDS AN EMPLOYEE'S 8-DIGIT ID
      * FROM A PARTIAL SURNAME OR NAME, SO A CALL FOR "THE BUCKET
      * FOR SMITH AT SITE 02" NO LONGER MEANS SCANNING A PRINTOUT.
      * THE ROSTMST MASTER IS READ THROUGH ITS TWO ALTERNATE INDEXES
      * (SURNAME 41-60, NAME 1-10 - SEE MSTAIX), STARTING AT THE
      * TEXT KEYED AND STOPPING AT THE FIRST KEY THAT NO LONGER
      * BEGINS WITH IT. AN OPTIONAL SITE AND GENDER NARROW THE LIST.
      * MATCHES ARE SHOWN TEN TO A PAGE WITH ID, NAME, SURNAME,
      * SITE, BAND, AND CURRENT BUCKET FROM BUKMST, AND THE OPERATOR
      * PICKS A LINE TO SEE THE FULL RECORD. SIGN-ON IS CHECKED
      * AGAINST OPERMST FOR THE INQUIRY FUNCTION, AND EVERY RECORD
      * OPENED IS LOGGED ON THE BUKINQ INQUIRY TRAIL (SEE INQRPT AND
      * DOSSIER, WHICH READ IT).
      *----------------------
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    NAMEINQ.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      *------ THE ROSTMST MASTER, READ ONLY. THE FIRST ALTERNATE KEY
      *------ IS REACHED THROUGH THE RECMST1 PATH, THE SECOND
      *------ THROUGH RECMST2
            SELECT REC-MST ASSIGN TO RECMST
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS MST-ID
            ALTERNATE RECORD KEY IS MST-SURNAME WITH DUPLICATES
            ALTERNATE RECORD KEY IS MST-NAME WITH DUPLICATES.
            SELECT BUK-MST   ASSIGN TO BUKMST
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS BUK-MST-ID.
      *------ THE SAME INQUIRY AUDIT TRAIL BUKINQ WRITES
            SELECT REC-AUDIT ASSIGN TO RECAUDIT
            ORGANIZATION IS SEQUENTIAL.
      *------ OPERATOR PROFILES (SEE OPERMNT)
            SELECT OPER-MST  ASSIGN TO OPERMST
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS OPR-ID.
            SELECT REC-DENY  ASSIGN TO RECDENY
            ORGANIZATION IS SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
         FD  REC-MST.
         01  REC-MST-MSG.
             05  MST-NAME       PIC X(10).
             05  MST-ID         PIC X(08).
             05  FILLER         PIC X(03).
             05  MST-GENDER     PIC X(01).
             05  MST-BAND       PIC X(02).
             05  FILLER         PIC X(14).
             05  MST-SITE       PIC X(02).
             05  MST-SURNAME    PIC X(20).
             05  FILLER         PIC X(20).
      *------ SAME 32-BYTE LAYOUT AS EXERC'S REC-OUT, KEYED ON THE
      *------ ID (SEE BUKLOAD, WHICH BUILDS THIS FILE)
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
             05 AUD-OPER      PIC X(20).
             05 AUD-ID        PIC X(08).
             05 AUD-FOUND     PIC X(01).
             05 AUD-TIMESTAMP PIC X(20).
             05 FILLER        PIC X(01).
         FD  OPER-MST.
         01  OPER-MST-MSG.
             05  OPR-ID         PIC X(08).
             05  OPR-NAME       PIC X(20).
             05  OPR-ACTIVE     PIC X(01).
             05  OPR-FUNC-INQ   PIC X(01).
             05  OPR-FUNC-CKP   PIC X(01).
             05  OPR-FUNC-RSB   PIC X(01).
             05  OPR-FUNC-COB   PIC X(01).
             05  OPR-FUNC-ALR   PIC X(01).
             05  OPR-FUNC-RMT   PIC X(01).
             05  OPR-FUNC-BKO   PIC X(01).
             05  FILLER         PIC X(04).
         FD  REC-DENY   RECORDING MODE F.
         01  REC-DENY-MSG.
             05  DENY-OPER      PIC X(08).
             05  DENY-PGM       PIC X(08).
             05  DENY-REASON    PIC X(20).
             05  DENY-STAMP     PIC X(16).
             05  FILLER         PIC X(04).
        WORKING-STORAGE SECTION.
         01 MENU-CHOICE   PIC X(01).
             88 MENU-SURNAME   VALUE "1".
             88 MENU-NAME      VALUE "2".
             88 MENU-EXIT      VALUE "3".
         01 MENU-DONE-SW  PIC X VALUE "N".
             88 MENU-DONE       VALUE "Y".
         01 INQ-ID        PIC X(08).
         01 Oper          PIC X(20).
         01 OperId        PIC X(08).
         01 SIGNON-SW     PIC X VALUE "N".
             88 SIGNED-ON      VALUE "Y".
         01 DenyReason    PIC X(20).
         01 FoundFlag     PIC X(01).
      *------ THE SEARCH: WHICH KEY, THE TEXT AND ITS KEYED LENGTH,
      *------ AND THE OPTIONAL FILTERS (BLANK MEANS ANY)
         01 SRCH-BY       PIC X(01).
             88 SRCH-SURNAME   VALUE "S".
             88 SRCH-NAME      VALUE "N".
         01 SrchText      PIC X(20).
         01 SrchLen       PIC 99.
         01 SrchMax       PIC 99.
         01 SrchSite      PIC X(02).
         01 SrchGender    PIC X(01).
         01 MatchKey      PIC X(20).
         01 MatchCount    PIC 9(05).
         01 LEN-SW        PIC X.
             88 LEN-SET        VALUE "Y".
         01 SCAN-SW       PIC X.
             88 SCAN-DONE      VALUE "Y".
         01 QUIT-SW       PIC X.
             88 SRCH-QUIT      VALUE "Y".
         01 PAGE-SW       PIC X.
             88 PAGE-DONE      VALUE "Y".
      *------ ONE PAGE OF MATCHES, KEPT WHOLE SO A PICK NEEDS NO
      *------ RE-READ AND THE ALTERNATE-KEY POSITION IS NOT LOST
         01 PageTab.
             05 PageEntry OCCURS 10 TIMES.
                10 PageImage  PIC X(80).
                10 PageBucket PIC X(02).
         01 PageUsed      PIC 99 VALUE ZERO.
         01 PX            PIC 99.
         01 PickAns       PIC X(02).
         01 PickNum       PIC 99.
         01 MATCH-LINE.
             05 ML-LINE     PIC Z9.
             05 FILLER      PIC X(01) VALUE SPACE.
             05 ML-ID       PIC X(08).
             05 FILLER      PIC X(01) VALUE SPACE.
             05 ML-NAME     PIC X(10).
             05 FILLER      PIC X(01) VALUE SPACE.
             05 ML-SURNAME  PIC X(20).
             05 FILLER      PIC X(01) VALUE SPACE.
             05 ML-SITE     PIC X(02).
             05 FILLER      PIC X(02) VALUE SPACES.
             05 ML-BAND     PIC X(02).
             05 FILLER      PIC X(02) VALUE SPACES.
             05 ML-BUCKET   PIC X(02).
         01 RUN-STAMP.
             05 RUN-STAMP-DATE PIC 9(08).
             05 RUN-STAMP-TIME PIC 9(08).

        PROCEDURE DIVISION.
         SHOW-MENU.
            PERFORM SIGN-ON.
            IF NOT SIGNED-ON THEN
               STOP RUN
            END-IF.
            OPEN INPUT REC-MST.
            OPEN INPUT BUK-MST.
            PERFORM UNTIL MENU-DONE
               DISPLAY " "
               DISPLAY "NAMEINQ - EMPLOYEE NAME SEARCH"
               DISPLAY "  1. SEARCH BY SURNAME"
               DISPLAY "  2. SEARCH BY NAME"
               DISPLAY "  3. EXIT"
               DISPLAY "ENTER YOUR CHOICE: "
               ACCEPT MENU-CHOICE
               IF MENU-SURNAME THEN
                  MOVE "S" TO SRCH-BY
                  MOVE 20 TO SrchMax
                  PERFORM SEARCH-ROSTER
               ELSE IF MENU-NAME THEN
                  MOVE "N" TO SRCH-BY
                  MOVE 10 TO SrchMax
                  PERFORM SEARCH-ROSTER
               ELSE IF MENU-EXIT THEN
                  SET MENU-DONE TO TRUE
               ELSE
                  DISPLAY "INVALID CHOICE - ENTER 1 THROUGH 3"
               END-IF
            END-PERFORM.
            CLOSE REC-MST.
            CLOSE BUK-MST.
            STOP RUN.
      *----------------------
      * THE OPERATOR MUST BE ON THE PROFILE FILE, ACTIVE, AND
      * ALLOWED THE INQUIRY FUNCTION, SAME AS BUKINQ; ANYTHING ELSE
      * IS LOGGED ON RECDENY AND THE SESSION ENDS
      *----------------------
         SIGN-ON.
            DISPLAY "ENTER YOUR OPERATOR ID: ".
            ACCEPT OperId.
            MOVE SPACES TO DenyReason.
            OPEN INPUT OPER-MST.
            MOVE OperId TO OPR-ID.
            READ OPER-MST
               INVALID KEY
                  MOVE "UNKNOWN OPERATOR" TO DenyReason
               NOT INVALID KEY
                  IF OPR-ACTIVE NOT = "Y" THEN
                     MOVE "OPERATOR DISABLED" TO DenyReason
                  ELSE
                     IF OPR-FUNC-INQ NOT = "Y" THEN
                        MOVE "INQUIRY NOT ALLOWED" TO DenyReason
                     END-IF
                  END-IF
            END-READ.
            CLOSE OPER-MST.
            IF DenyReason = SPACES THEN
               SET SIGNED-ON TO TRUE
               MOVE SPACES TO Oper
               MOVE OperId TO Oper(1:8)
               MOVE OPR-NAME(1:11) TO Oper(10:11)
            ELSE
               DISPLAY "*** SIGN-ON REFUSED: " DenyReason " ***"
               PERFORM LOG-DENIAL
            END-IF.
      *----------------------
         LOG-DENIAL.
            ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD.
            ACCEPT RUN-STAMP-TIME FROM TIME.
            OPEN EXTEND REC-DENY.
            MOVE SPACES TO REC-DENY-MSG.
            MOVE OperId     TO DENY-OPER.
            MOVE "NAMEINQ " TO DENY-PGM.
            MOVE DenyReason TO DENY-REASON.
            MOVE RUN-STAMP-DATE TO DENY-STAMP(1:8).
            MOVE RUN-STAMP-TIME TO DENY-STAMP(9:8).
            WRITE REC-DENY-MSG.
            CLOSE REC-DENY.
      *----------------------
      * POSITION ON THE CHOSEN ALTERNATE KEY AT THE TEXT KEYED (THE
      * TRAILING SPACES SORT IT AHEAD OF EVERY KEY THAT BEGINS WITH
      * IT) AND READ FORWARD UNTIL THE KEYS STOP MATCHING
      *----------------------
         SEARCH-ROSTER.
            IF SRCH-SURNAME THEN
               DISPLAY "SURNAME, OR ITS FIRST LETTERS: "
            ELSE
               DISPLAY "NAME, OR ITS FIRST LETTERS: "
            END-IF.
            MOVE SPACES TO SrchText.
            ACCEPT SrchText.
            PERFORM FIND-SEARCH-LENGTH.
            IF SrchLen = 0 OR SrchLen > SrchMax THEN
               DISPLAY "*** ENTER 1 TO " SrchMax " CHARACTERS ***"
            ELSE
               DISPLAY "SITE (2 CHARACTERS, ENTER FOR ANY): "
               MOVE SPACES TO SrchSite
               ACCEPT SrchSite
               DISPLAY "GENDER (F/M, ENTER FOR ANY): "
               MOVE SPACES TO SrchGender
               ACCEPT SrchGender
               PERFORM SCAN-MATCHES
            END-IF.

         FIND-SEARCH-LENGTH.
            MOVE 20 TO SrchLen.
            MOVE "N" TO LEN-SW.
            PERFORM UNTIL SrchLen = 0 OR LEN-SET
               IF SrchText(SrchLen:1) NOT = SPACE THEN
                  SET LEN-SET TO TRUE
               ELSE
                  SUBTRACT 1 FROM SrchLen
               END-IF
            END-PERFORM.

         SCAN-MATCHES.
            MOVE ZERO TO MatchCount.
            MOVE ZERO TO PageUsed.
            MOVE "N" TO SCAN-SW.
            MOVE "N" TO QUIT-SW.
            IF SRCH-SURNAME THEN
               MOVE SrchText TO MST-SURNAME
               START REC-MST KEY NOT < MST-SURNAME
                  INVALID KEY SET SCAN-DONE TO TRUE
               END-START
            ELSE
               MOVE SrchText TO MST-NAME
               START REC-MST KEY NOT < MST-NAME
                  INVALID KEY SET SCAN-DONE TO TRUE
               END-START
            END-IF.
            PERFORM UNTIL SCAN-DONE OR SRCH-QUIT
               READ REC-MST NEXT RECORD
                  AT END SET SCAN-DONE TO TRUE
                  NOT AT END PERFORM TEST-ONE-MATCH
               END-READ
               IF PageUsed = 10 OR (SCAN-DONE AND PageUsed > 0) THEN
                  PERFORM SHOW-PAGE
               END-IF
            END-PERFORM.
            IF MatchCount = 0 THEN
               DISPLAY "*** NO MATCHES FOR " SrchText(1:SrchLen)
                  " ***"
            ELSE
               DISPLAY MatchCount " MATCH(ES) SHOWN"
            END-IF.

      *------ THE FIRST KEY PAST THE TEXT ENDS THE SCAN; A KEY STILL
      *------ IN RANGE IS KEPT ONLY IF IT PASSES THE FILTERS
         TEST-ONE-MATCH.
            IF SRCH-SURNAME THEN
               MOVE MST-SURNAME TO MatchKey
            ELSE
               MOVE MST-NAME TO MatchKey
            END-IF.
            IF MatchKey(1:SrchLen) NOT = SrchText(1:SrchLen) THEN
               SET SCAN-DONE TO TRUE
            ELSE
               IF (SrchSite = SPACES OR SrchSite = MST-SITE)
                     AND (SrchGender = SPACE
                     OR SrchGender = MST-GENDER) THEN
                  ADD 1 TO MatchCount
                  ADD 1 TO PageUsed
                  MOVE REC-MST-MSG TO PageImage(PageUsed)
                  MOVE MST-ID TO BUK-MST-ID
                  READ BUK-MST
                     INVALID KEY
                        MOVE "--" TO PageBucket(PageUsed)
                     NOT INVALID KEY
                        MOVE BUK-MST-BUCKET TO PageBucket(PageUsed)
                  END-READ
               END-IF
            END-IF.
      *----------------------
      * ONE PAGE: LIST IT, THEN TAKE PICKS UNTIL THE OPERATOR ASKS
      * FOR THE NEXT PAGE (ENTER) OR ENDS THE SEARCH (X)
      *----------------------
         SHOW-PAGE.
            DISPLAY " ".
            DISPLAY "LN ID       NAME       SURNAME              "
               "SITE BAND BKT".
            PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PageUsed
               MOVE PX TO ML-LINE
               MOVE PageImage(PX)(11:8)  TO ML-ID
               MOVE PageImage(PX)(1:10)  TO ML-NAME
               MOVE PageImage(PX)(41:20) TO ML-SURNAME
               MOVE PageImage(PX)(39:2)  TO ML-SITE
               MOVE PageImage(PX)(23:2)  TO ML-BAND
               MOVE PageBucket(PX)       TO ML-BUCKET
               DISPLAY MATCH-LINE
            END-PERFORM.
            MOVE "N" TO PAGE-SW.
            PERFORM UNTIL PAGE-DONE
               IF SCAN-DONE THEN
                  DISPLAY "LINE NUMBER TO VIEW, ENTER TO END: "
               ELSE
                  DISPLAY "LINE NUMBER TO VIEW, ENTER FOR THE NEXT"
                     " PAGE, X TO END: "
               END-IF
               MOVE SPACES TO PickAns
               ACCEPT PickAns
               PERFORM TAKE-PICK
            END-PERFORM.
            MOVE ZERO TO PageUsed.

         TAKE-PICK.
            MOVE ZERO TO PickNum.
            IF PickAns(2:1) = SPACE AND PickAns(1:1) IS NUMERIC THEN
               MOVE PickAns(1:1) TO PickNum
            ELSE
               IF PickAns IS NUMERIC THEN
                  MOVE PickAns TO PickNum
               END-IF
            END-IF.
            IF PickAns = SPACES THEN
               SET PAGE-DONE TO TRUE
            ELSE IF PickAns = "X" THEN
               SET PAGE-DONE TO TRUE
               SET SRCH-QUIT TO TRUE
            ELSE IF PickNum > 0 AND PickNum NOT > PageUsed THEN
               PERFORM SHOW-FULL-RECORD
            ELSE
               DISPLAY "*** ENTER A LINE NUMBER FROM THE LIST ***"
            END-IF.
      *----------------------
      * THE FULL MASTER RECORD FOR THE LINE PICKED; OPENING IT IS
      * LOGGED ON THE INQUIRY TRAIL LIKE A BUKINQ LOOKUP
      *----------------------
         SHOW-FULL-RECORD.
            MOVE PageImage(PickNum) TO REC-MST-MSG.
            DISPLAY "MASTER RECORD:".
            DISPLAY "  NAME......: " REC-MST-MSG(1:10).
            DISPLAY "  ID........: " REC-MST-MSG(11:8).
            DISPLAY "  GENDER....: " REC-MST-MSG(22:1).
            DISPLAY "  BAND......: " REC-MST-MSG(23:2).
            DISPLAY "  MONTH.....: " REC-MST-MSG(33:3).
            DISPLAY "  YEAR......: " REC-MST-MSG(36:2).
            DISPLAY "  SITE......: " REC-MST-MSG(39:2).
            DISPLAY "  SURNAME...: " REC-MST-MSG(41:20).
            DISPLAY "  BUCKET....: " PageBucket(PickNum).
            MOVE MST-ID TO INQ-ID.
            MOVE "Y" TO FoundFlag.
            PERFORM LOG-LOOKUP.
      *----------------------
      * SAME SHAPE AS BUKINQ'S LOG-LOOKUP, ON THE SAME TRAIL
      *----------------------
         LOG-LOOKUP.
            ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD.
            ACCEPT RUN-STAMP-TIME FROM TIME.
            OPEN EXTEND REC-AUDIT.
            MOVE Oper   TO AUD-OPER.
            MOVE INQ-ID TO AUD-ID.
            MOVE FoundFlag TO AUD-FOUND.
            MOVE RUN-STAMP-DATE TO AUD-TIMESTAMP(1:8).
            MOVE RUN-STAMP-TIME TO AUD-TIMESTAMP(9:8).
            WRITE REC-AUDIT-MSG.
            CLOSE REC-AUDIT.
