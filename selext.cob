      *----------------------
      * SELECTION-CARD ROSTER EXTRACT AND LISTING. PICKS RECORDS OFF
      * THE CERTIFIED-CLEAN ROSTER (RECIN, PROD.DAILY.CLEAN) BY THE
      * RECSEL CARDS AND WRITES THEM, IN INPUT ORDER, TO A STANDARD
      * 80-BYTE SUB-EXTRACT (RECSUB) WITH A FRESH "TRAILER " RECORD
      * (COUNT AND ID HASH, TRLGEN LAYOUT) THAT ANY OF THE REPORTING
      * PROGRAMS WILL TAKE AS INPUT. THE SAME RECORDS ARE PRINTED ON
      * RECRPT BY SITE AND BAND IN THE CHOSEN ORDER, WITH BAND AND
      * SITE SUBTOTALS AND A GRAND TOTAL, THROUGH A SCRATCH KSDS
      * (RECSELW) DELETED AND REDEFINED BY THE IDCAMS STEP AHEAD OF
      * THIS ONE (ANNIVRPT PRECEDENT).
      *
      * RECSEL CARDS:
      *   COL  1     CONNECTOR: BLANK OR "A" - AND WITH THE CARD
      *              ABOVE; "O" - OR, STARTS A NEW GROUP OF CARDS;
      *              "*" - COMMENT, IGNORED
      *   COLS 3-10  KEYWORD
      *   COLS 12-19 FROM VALUE
      *   COLS 21-28 TO VALUE (BLANK = SAME AS FROM)
      * A RECORD IS SELECTED WHEN EVERY CARD IN ANY ONE GROUP IS
      * TRUE. KEYWORDS AND VALUES:
      *   SITE      SITE CODE (39-40)
      *   BAND      BAND (23-24)
      *   GENDER    F, M, OR U (ANYTHING ELSE ON THE RECORD)
      *   ENRMONTH  ENROLLMENT MONTH (33-35), 01-12 OR JAN-DEC
      *   ENRYEAR   ENROLLMENT YEAR (36-37), YYYY OR YY; THE YEAR
      *             IS WINDOWED ON THE RUN DATE AS ANNIVRPT DOES
      *   NAME      LEADING LETTER OF THE NAME (1)
      *   SURNAME   LEADING LETTER OF THE SURNAME (41)
      *   BUCKET    CURRENT BUKMST BUCKET, 2 DIGITS (00 = NONE)
      *   CUTOVER   Y - SITE IS ON THE SITEMST SURNAME CUTOVER LIST,
      *             N - IT IS NOT
      * TWO CARDS TAKE NO PART IN THE SELECTION:
      *   SORT      LISTING ORDER WITHIN SITE AND BAND - SURNAME
      *             (THE DEFAULT), NAME, ID, OR ENROLL
      *   TITLE     COLS 12-71 PRINTED ON EVERY LISTING PAGE
      * A BAD CARD, OR NO SELECTION CARD AT ALL, IS LISTED AND THE
      * RUN ENDS RC 8 WITH NOTHING WRITTEN. AN INPUT THAT DOES NOT
      * BALANCE TO ITS OWN TRAILER ENDS RC 8 TOO, AFTER THE LISTING,
      * AND THE SUB-EXTRACT IS NOT TO BE USED.
      *----------------------
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    SELEXT.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT REC-SEL ASSIGN TO RECSEL
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-IN ASSIGN TO RECIN
            ORGANIZATION IS SEQUENTIAL.
            SELECT BUK-MST   ASSIGN TO BUKMST
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS BUK-MST-ID.
            SELECT SITE-MST ASSIGN TO RECSITEM
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS SMS-CODE.
      *------ SCRATCH: KEYED ON SITE, BAND, SORT FIELD, AND ID
            SELECT REC-SELW ASSIGN TO RECSELW
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SW-KEY.
            SELECT REC-SUB ASSIGN TO RECSUB
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-RPT ASSIGN TO RECRPT
            ORGANIZATION IS SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
         FD  REC-SEL    RECORDING MODE F.
         01  REC-SEL-MSG.
             05  SEL-CONN       PIC X(01).
                 88  SEL-AND        VALUE " " "A".
                 88  SEL-OR         VALUE "O".
                 88  SEL-COMMENT    VALUE "*".
             05  FILLER         PIC X(01).
             05  SEL-KEY        PIC X(08).
             05  FILLER         PIC X(01).
             05  SEL-VALUES     PIC X(69).
             05  SEL-RANGE REDEFINES SEL-VALUES.
                 10  SEL-FROM       PIC X(08).
                 10  FILLER         PIC X(01).
                 10  SEL-TO         PIC X(08).
                 10  FILLER         PIC X(52).
         FD  REC-IN     RECORDING MODE F.
         01  REC-IN-MSG.
             05  IN-NAME        PIC X(10).
             05  IN-ID          PIC X(08).
             05  FILLER         PIC X(03).
             05  IN-GENDER      PIC X(01).
             05  IN-BAND        PIC X(02).
             05  FILLER         PIC X(08).
             05  IN-MONTH       PIC X(03).
             05  IN-YEAR        PIC X(02).
             05  FILLER         PIC X(01).
             05  IN-SITE        PIC X(02).
             05  IN-SURNAME     PIC X(20).
             05  FILLER         PIC X(20).
         01  REC-IN-TRLR.
             05  IN-TRLR-TAG    PIC X(08).
             05  IN-TRLR-COUNT  PIC X(07).
             05  FILLER         PIC X(65).
         FD  BUK-MST.
         01  BUK-MST-MSG.
             05  BUK-MST-NAME    PIC X(10).
             05  BUK-MST-ID      PIC X(08).
             05  FILLER          PIC X(01).
             05  BUK-MST-BUCKET  PIC 99.
             05  BUK-MST-RUNDATE PIC X(08).
             05  FILLER          PIC X(03).
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
         FD  REC-SELW.
         01  REC-SELW-MSG.
             05  SW-KEY.
                 10  SW-SITE        PIC X(02).
                 10  SW-BAND        PIC X(02).
                 10  SW-ORDER       PIC X(20).
                 10  SW-ID          PIC X(08).
             05  SW-IMAGE       PIC X(80).
             05  SW-BUCKET      PIC X(02).
         FD  REC-SUB    RECORDING MODE F.
         01  REC-SUB-MSG   PIC X(80).
         FD  REC-RPT    RECORDING MODE F.
         01  REC-RPT-MSG   PIC X(80).
        WORKING-STORAGE SECTION.
         01 FLAGS.
             05 LASTREC PIC X VALUE SPACE.
                88 LAST-REC  VALUE "N".
             05 SEL-EOF-SW  PIC X VALUE "N".
                88 SEL-EOF   VALUE "Y".
             05 SNAM-EOF-SW PIC X VALUE "N".
                88 SNAM-EOF  VALUE "Y".
             05 WRK-EOF-SW  PIC X VALUE "N".
                88 WRK-EOF   VALUE "Y".
             05 TRLR-SW     PIC X VALUE "N".
                88 TRAILER-SEEN VALUE "Y".
             05 CARD-SW     PIC X.
                88 CARD-OK   VALUE "Y".
             05 GROUP-SW    PIC X.
                88 GROUP-TRUE VALUE "Y".
             05 PICK-SW     PIC X.
                88 IS-SELECTED VALUE "Y".
             05 BUKREAD-SW  PIC X.
                88 BUCKET-READ VALUE "Y".
         01 MonthTab.
              02 Month OCCURS 12 TIMES INDEXED BY I.
                 03 MonthName PIC X(3).
         01 IndNum     PIC 99.
         01 MatchSw    PIC X VALUE "N".
             88 FOUND-MONTH  VALUE "Y".
         01 MonthIn    PIC X(03).
      *------ SELECTION CRITERIA, ONE ROW PER CARD, IN GROUP ORDER
         01 CritTab.
             05 CritRow OCCURS 50 TIMES.
                10 CR-GROUP  PIC 99.
                10 CR-KEY    PIC X(08).
                10 CR-FROM   PIC X(08).
                10 CR-TO     PIC X(08).
         01 CritUsed   PIC 99 VALUE ZERO.
         01 CX         PIC 99.
         01 GroupNum   PIC 99 VALUE ZERO.
         01 CurGrp     PIC 99.
         01 CardCount  PIC 9(03) VALUE ZERO.
         01 BadCards   PIC 9(03) VALUE ZERO.
         01 CardReason PIC X(36).
         01 SortBy     PIC X(08) VALUE "SURNAME".
         01 RptTitle   PIC X(60) VALUE SPACES.
         01 NeedSnam   PIC X VALUE "N".
         01 SnamTab.
             05 SnamSite OCCURS 100 TIMES PIC X(02).
         01 SnamUsed   PIC 9(03) VALUE ZERO.
         01 SNX        PIC 9(03).
      *------ THE RECORD'S VALUES AS THE CARDS SEE THEM
         01 TestVal    PIC X(08).
         01 RecMm      PIC X(02).
         01 RecCcyy    PIC X(04).
         01 RecBucket  PIC X(02).
         01 RecCutover PIC X(01).
         01 YearWk     PIC 9(04).
         01 YyWk       PIC 9(02).
         01 RunYy      PIC 9(02).
         01 InCount    PIC 9(07) VALUE ZERO.
         01 TrlrCount  PIC 9(07) VALUE ZERO.
         01 SelCount   PIC 9(07) VALUE ZERO.
         01 DupCount   PIC 9(05) VALUE ZERO.
         01 IdHash     PIC 9(10) VALUE ZERO.
         01 IdWk       PIC 9(08).
         01 BandCount  PIC 9(07) VALUE ZERO.
         01 SiteCount  PIC 9(07) VALUE ZERO.
         01 ListCount  PIC 9(07) VALUE ZERO.
         01 CurSite    PIC X(02).
         01 CurBand    PIC X(02).
         01 PAGE-NUM   PIC 9(03) VALUE ZERO.
         01 LINE-CNT   PIC 9(03) VALUE ZERO.
         01 RUN-STAMP.
             05 RUN-CCYY PIC 9(04).
             05 RUN-MM   PIC 9(02).
             05 RUN-DD   PIC 9(02).
         01 TRAILER-OUT.
             05 FILLER         PIC X(08) VALUE "TRAILER ".
             05 TRLR-COUNT     PIC 9(07).
             05 FILLER         PIC X(01) VALUE SPACE.
             05 TRLR-HASH      PIC 9(10).
             05 FILLER         PIC X(54) VALUE SPACES.
         01 SEL-LINE.
             05 FILLER      PIC X(04) VALUE SPACES.
             05 SL-ID       PIC X(08).
             05 FILLER      PIC X(02) VALUE SPACES.
             05 SL-NAME     PIC X(10).
             05 FILLER      PIC X(01) VALUE SPACES.
             05 SL-SURNAME  PIC X(20).
             05 FILLER      PIC X(02) VALUE SPACES.
             05 SL-GENDER   PIC X(01).
             05 FILLER      PIC X(03) VALUE SPACES.
             05 SL-MONTH    PIC X(03).
             05 FILLER      PIC X(01) VALUE SPACES.
             05 SL-YEAR     PIC X(02).
             05 FILLER      PIC X(03) VALUE SPACES.
             05 SL-BUCKET   PIC X(02).
             05 FILLER      PIC X(18) VALUE SPACES.
         01 CARD-LINE.
             05 FILLER      PIC X(02) VALUE SPACES.
             05 CL-CARD     PIC X(40).
             05 FILLER      PIC X(02) VALUE SPACES.
             05 CL-NOTE     PIC X(36).

        PROCEDURE DIVISION.
         MAIN-LINE.
            MOVE 'JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC' TO MonthTab.
            ACCEPT RUN-STAMP FROM DATE YYYYMMDD.
            MOVE RUN-CCYY(3:2) TO RunYy.
            OPEN OUTPUT REC-RPT.
            PERFORM LOAD-SELECTION-CARDS.
            IF BadCards > 0 OR CritUsed = 0 THEN
               MOVE SPACES TO REC-RPT-MSG
               IF CritUsed = 0 AND BadCards = 0 THEN
                  STRING "*** NO SELECTION CARDS - NOTHING EXTRACTED"
                     DELIMITED BY SIZE INTO REC-RPT-MSG
               ELSE
                  STRING "*** " BadCards " INVALID CARD(S) - NOTHING"
                     " EXTRACTED"
                     DELIMITED BY SIZE INTO REC-RPT-MSG
               END-IF
               WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES
               CLOSE REC-RPT
               DISPLAY "SELEXT: " BadCards " INVALID CARD(S), "
                  CritUsed " SELECTION CARD(S) - NOTHING EXTRACTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            IF NeedSnam = "Y" THEN
               PERFORM LOAD-SURNAME-SITES
            END-IF.
            OPEN INPUT REC-IN.
            OPEN INPUT BUK-MST.
            OPEN OUTPUT REC-SELW.
            OPEN OUTPUT REC-SUB.
            PERFORM UNTIL LAST-REC
            READ REC-IN
               AT END SET LAST-REC TO TRUE
               NOT AT END
                  IF IN-TRLR-TAG = "TRAILER " THEN
                     SET TRAILER-SEEN TO TRUE
                     SET LAST-REC TO TRUE
                     IF IN-TRLR-COUNT IS NUMERIC THEN
                        MOVE IN-TRLR-COUNT TO TrlrCount
                     END-IF
                  ELSE
                     ADD 1 TO InCount
                     PERFORM SELECT-ONE-RECORD
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE REC-IN.
            CLOSE BUK-MST.
            CLOSE REC-SELW.
            MOVE SelCount TO TRLR-COUNT.
            MOVE IdHash   TO TRLR-HASH.
            MOVE TRAILER-OUT TO REC-SUB-MSG.
            WRITE REC-SUB-MSG.
            CLOSE REC-SUB.
            PERFORM PRINT-LISTING.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "RECORDS READ: " InCount "   SELECTED: " SelCount
               "   SUB-EXTRACT HASH: " IdHash
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.
            IF DupCount > 0 THEN
               MOVE SPACES TO REC-RPT-MSG
               STRING "*** " DupCount " DUPLICATE ID(S) ON THE INPUT"
                  " LISTED ONCE, EXTRACTED AS READ"
                  DELIMITED BY SIZE INTO REC-RPT-MSG
               WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES
            END-IF.
            IF NOT TRAILER-SEEN OR TrlrCount NOT = InCount THEN
               MOVE SPACES TO REC-RPT-MSG
               IF TRAILER-SEEN THEN
                  STRING "*** INPUT OUT OF BALANCE: TRAILER SAYS "
                     TrlrCount ", READ " InCount
                     DELIMITED BY SIZE INTO REC-RPT-MSG
               ELSE
                  STRING "*** INPUT HAS NO TRAILER RECORD"
                     DELIMITED BY SIZE INTO REC-RPT-MSG
               END-IF
               WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES
               MOVE SPACES TO REC-RPT-MSG
               STRING "*** SUB-EXTRACT IS NOT TO BE USED"
                  DELIMITED BY SIZE INTO REC-RPT-MSG
               WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES
               DISPLAY "SELEXT: INPUT DOES NOT BALANCE TO ITS TRAILER"
                  " - SUB-EXTRACT NOT TO BE USED"
               MOVE 8 TO RETURN-CODE
            END-IF.
            CLOSE REC-RPT.
            DISPLAY "SELEXT: " InCount " READ, " SelCount
               " SELECTED BY " CritUsed " CARD(S) IN " GroupNum
               " GROUP(S)".
            STOP RUN.

      *------ EVERY CARD IS ECHOED ON THE FIRST PAGE, A BAD ONE WITH
      *------ THE REASON, SO A REJECTED DECK CAN BE FIXED FROM THE
      *------ LISTING ALONE
         LOAD-SELECTION-CARDS.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "SELEXT - SELECTION CARDS"
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING PAGE.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "  RUN DATE: " RUN-CCYY "-" RUN-MM "-" RUN-DD
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
            MOVE SPACES TO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
            OPEN INPUT REC-SEL.
            PERFORM UNTIL SEL-EOF
            READ REC-SEL
               AT END SET SEL-EOF TO TRUE
               NOT AT END
                  ADD 1 TO CardCount
                  PERFORM CHECK-ONE-CARD
            END-READ
            END-PERFORM.
            CLOSE REC-SEL.

         CHECK-ONE-CARD.
            MOVE "Y" TO CARD-SW.
            MOVE SPACES TO CardReason.
            IF SEL-COMMENT OR REC-SEL-MSG = SPACES THEN
               MOVE "COMMENT" TO CardReason
            ELSE IF NOT SEL-AND AND NOT SEL-OR THEN
               MOVE "N" TO CARD-SW
               MOVE "*** CONNECTOR NOT BLANK, A, O, OR *"
                  TO CardReason
            ELSE IF SEL-KEY = "SORT" THEN
               IF SEL-FROM = "SURNAME" OR "NAME" OR "ID"
                     OR "ENROLL" THEN
                  MOVE SEL-FROM TO SortBy
               ELSE
                  MOVE "N" TO CARD-SW
                  MOVE "*** SORT NOT SURNAME/NAME/ID/ENROLL"
                     TO CardReason
               END-IF
            ELSE IF SEL-KEY = "TITLE" THEN
               MOVE SEL-VALUES(1:60) TO RptTitle
            ELSE
               PERFORM CHECK-CRITERION
            END-IF.
            MOVE SPACES TO CARD-LINE.
            MOVE REC-SEL-MSG(1:40) TO CL-CARD.
            MOVE CardReason TO CL-NOTE.
            MOVE CARD-LINE TO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
            IF NOT CARD-OK THEN
               ADD 1 TO BadCards
            END-IF.

      *------ FROM AND TO ARE PUT INTO THE SAME FORM AS THE RECORD'S
      *------ OWN VALUE SO ONE RANGE COMPARE SERVES EVERY KEYWORD
         CHECK-CRITERION.
            IF SEL-TO = SPACES THEN
               MOVE SEL-FROM TO SEL-TO
            END-IF.
            EVALUATE SEL-KEY
               WHEN "SITE"
               WHEN "BAND"
               WHEN "BUCKET"
                  IF SEL-FROM(3:6) NOT = SPACES
                        OR SEL-TO(3:6) NOT = SPACES
                        OR SEL-FROM(1:2) = SPACES THEN
                     MOVE "N" TO CARD-SW
                     MOVE "*** VALUE MUST BE 2 CHARACTERS"
                        TO CardReason
                  END-IF
                  IF SEL-KEY = "BUCKET" AND
                        (SEL-FROM(1:2) IS NOT NUMERIC
                        OR SEL-TO(1:2) IS NOT NUMERIC) THEN
                     MOVE "N" TO CARD-SW
                     MOVE "*** BUCKET MUST BE 2 DIGITS"
                        TO CardReason
                  END-IF
               WHEN "GENDER"
                  IF (SEL-FROM NOT = "F" AND NOT = "M" AND NOT = "U")
                     OR (SEL-TO NOT = "F" AND NOT = "M" AND NOT = "U")
                     THEN
                     MOVE "N" TO CARD-SW
                     MOVE "*** GENDER MUST BE F, M, OR U"
                        TO CardReason
                  END-IF
               WHEN "NAME"
               WHEN "SURNAME"
                  IF SEL-FROM(1:1) IS NOT ALPHABETIC
                        OR SEL-TO(1:1) IS NOT ALPHABETIC
                        OR SEL-FROM(1:1) = SPACE
                        OR SEL-FROM(2:7) NOT = SPACES
                        OR SEL-TO(2:7) NOT = SPACES THEN
                     MOVE "N" TO CARD-SW
                     MOVE "*** VALUE MUST BE ONE LETTER"
                        TO CardReason
                  END-IF
               WHEN "ENRMONTH"
                  MOVE SEL-FROM(1:3) TO MonthIn
                  PERFORM FIND-MONTH
                  MOVE RecMm TO SEL-FROM
                  MOVE SEL-TO(1:3) TO MonthIn
                  PERFORM FIND-MONTH
                  MOVE RecMm TO SEL-TO
                  IF SEL-FROM = "00" OR SEL-TO = "00" THEN
                     MOVE "N" TO CARD-SW
                     MOVE "*** MONTH MUST BE 01-12 OR JAN-DEC"
                        TO CardReason
                  END-IF
               WHEN "ENRYEAR"
                  PERFORM NORMALIZE-CARD-YEARS
               WHEN "CUTOVER"
                  MOVE "Y" TO NeedSnam
                  IF (SEL-FROM NOT = "Y" AND NOT = "N")
                        OR SEL-TO NOT = SEL-FROM THEN
                     MOVE "N" TO CARD-SW
                     MOVE "*** CUTOVER MUST BE Y OR N"
                        TO CardReason
                  END-IF
               WHEN OTHER
                  MOVE "N" TO CARD-SW
                  MOVE "*** UNKNOWN KEYWORD" TO CardReason
            END-EVALUATE.
            IF CARD-OK AND SEL-TO < SEL-FROM THEN
               MOVE "N" TO CARD-SW
               MOVE "*** TO IS LOWER THAN FROM" TO CardReason
            END-IF.
            IF CARD-OK AND CritUsed NOT < 50 THEN
               MOVE "N" TO CARD-SW
               MOVE "*** MORE THAN 50 SELECTION CARDS"
                  TO CardReason
            END-IF.
            IF CARD-OK THEN
               IF SEL-OR OR GroupNum = 0 THEN
                  ADD 1 TO GroupNum
               END-IF
               ADD 1 TO CritUsed
               MOVE GroupNum TO CR-GROUP(CritUsed)
               MOVE SEL-KEY  TO CR-KEY(CritUsed)
               MOVE SEL-FROM TO CR-FROM(CritUsed)
               MOVE SEL-TO   TO CR-TO(CritUsed)
               STRING "GROUP " GroupNum
                  DELIMITED BY SIZE INTO CardReason
            END-IF.

      *------ A TWO-DIGIT CARD YEAR IS WINDOWED THE SAME WAY AS THE
      *------ RECORD'S, SO "19" AND "2019" SELECT ALIKE
         NORMALIZE-CARD-YEARS.
            IF SEL-FROM(3:6) = SPACES AND SEL-FROM(1:2) IS NUMERIC
               THEN
               MOVE SEL-FROM(1:2) TO YyWk
               PERFORM WINDOW-YEAR
               MOVE SPACES TO SEL-FROM
               MOVE YearWk TO SEL-FROM(1:4)
            END-IF.
            IF SEL-TO(3:6) = SPACES AND SEL-TO(1:2) IS NUMERIC THEN
               MOVE SEL-TO(1:2) TO YyWk
               PERFORM WINDOW-YEAR
               MOVE SPACES TO SEL-TO
               MOVE YearWk TO SEL-TO(1:4)
            END-IF.
            IF SEL-FROM(1:4) IS NOT NUMERIC
                  OR SEL-TO(1:4) IS NOT NUMERIC
                  OR SEL-FROM(5:4) NOT = SPACES
                  OR SEL-TO(5:4) NOT = SPACES THEN
               MOVE "N" TO CARD-SW
               MOVE "*** YEAR MUST BE YYYY OR YY" TO CardReason
            END-IF.

      *------ ONE LATER THAN THIS YEAR'S YY IS 19YY, ELSE 20YY
         WINDOW-YEAR.
            IF YyWk > RunYy THEN
               COMPUTE YearWk = 1900 + YyWk
            ELSE
               COMPUTE YearWk = 2000 + YyWk
            END-IF.

      *------ "01" OR "JAN" GIVES "01"; ANYTHING ELSE GIVES "00"
         FIND-MONTH.
            MOVE 1 TO IndNum.
            MOVE "N" TO MatchSw.
            PERFORM RESOLVE-MONTH WITH TEST BEFORE
               UNTIL IndNum > 12 OR FOUND-MONTH.
            IF FOUND-MONTH THEN
               MOVE IndNum TO RecMm
            ELSE
               MOVE "00" TO RecMm
            END-IF.

         RESOLVE-MONTH.
            IF MonthIn(1:2) = IndNum
               OR MonthIn = MonthName(IndNum) THEN
               SET FOUND-MONTH TO TRUE
            ELSE
               ADD 1 TO IndNum
            END-IF.

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

      *------ THE CARDS ARE HELD IN GROUP ORDER: A GROUP IS TRUE WHEN
      *------ NONE OF ITS CARDS FAILS, AND THE FIRST TRUE GROUP
      *------ SELECTS THE RECORD
         SELECT-ONE-RECORD.
            MOVE "N" TO BUKREAD-SW.
            MOVE IN-MONTH TO MonthIn.
            PERFORM FIND-MONTH.
            IF IN-YEAR IS NUMERIC THEN
               MOVE IN-YEAR TO YyWk
               PERFORM WINDOW-YEAR
               MOVE YearWk TO RecCcyy
            ELSE
               MOVE "0000" TO RecCcyy
            END-IF.
            MOVE "N" TO RecCutover.
            PERFORM VARYING SNX FROM 1 BY 1 UNTIL SNX > SnamUsed
               IF SnamSite(SNX) = IN-SITE THEN
                  MOVE "Y" TO RecCutover
               END-IF
            END-PERFORM.
            MOVE "N" TO PICK-SW.
            MOVE "Y" TO GROUP-SW.
            MOVE CR-GROUP(1) TO CurGrp.
            PERFORM VARYING CX FROM 1 BY 1
                  UNTIL CX > CritUsed OR IS-SELECTED
               IF CR-GROUP(CX) NOT = CurGrp THEN
                  IF GROUP-TRUE THEN
                     SET IS-SELECTED TO TRUE
                  END-IF
                  MOVE CR-GROUP(CX) TO CurGrp
                  MOVE "Y" TO GROUP-SW
               END-IF
               IF GROUP-TRUE AND NOT IS-SELECTED THEN
                  PERFORM TEST-CRITERION
               END-IF
            END-PERFORM.
            IF GROUP-TRUE THEN
               SET IS-SELECTED TO TRUE
            END-IF.
            IF IS-SELECTED THEN
               PERFORM WRITE-SELECTED
            END-IF.

         TEST-CRITERION.
            MOVE SPACES TO TestVal.
            EVALUATE CR-KEY(CX)
               WHEN "SITE"
                  MOVE IN-SITE TO TestVal
               WHEN "BAND"
                  MOVE IN-BAND TO TestVal
               WHEN "GENDER"
                  IF IN-GENDER = "F" OR IN-GENDER = "M" THEN
                     MOVE IN-GENDER TO TestVal
                  ELSE
                     MOVE "U" TO TestVal
                  END-IF
               WHEN "ENRMONTH"
                  MOVE RecMm TO TestVal
               WHEN "ENRYEAR"
                  MOVE RecCcyy TO TestVal
               WHEN "NAME"
                  MOVE IN-NAME(1:1) TO TestVal
               WHEN "SURNAME"
                  MOVE IN-SURNAME(1:1) TO TestVal
               WHEN "BUCKET"
                  PERFORM LOOKUP-BUCKET
                  MOVE RecBucket TO TestVal
               WHEN "CUTOVER"
                  MOVE RecCutover TO TestVal
            END-EVALUATE.
            IF TestVal < CR-FROM(CX) OR TestVal > CR-TO(CX) THEN
               MOVE "N" TO GROUP-SW
            END-IF.

      *------ ONE KEYED READ PER RECORD AT MOST; AN ID NOT ON BUKMST
      *------ HAS NO BUCKET AND TESTS AS 00
         LOOKUP-BUCKET.
            IF NOT BUCKET-READ THEN
               SET BUCKET-READ TO TRUE
               MOVE IN-ID TO BUK-MST-ID
               READ BUK-MST
                  INVALID KEY
                     MOVE "00" TO RecBucket
                  NOT INVALID KEY
                     MOVE BUK-MST-BUCKET TO RecBucket
               END-READ
            END-IF.

      *------ THE SUB-EXTRACT GETS EVERY SELECTED RECORD AS READ; THE
      *------ SCRATCH KEY CARRIES THE LISTING ORDER
         WRITE-SELECTED.
            ADD 1 TO SelCount.
            IF IN-ID IS NUMERIC THEN
               MOVE IN-ID TO IdWk
               ADD IdWk TO IdHash
            END-IF.
            MOVE REC-IN-MSG TO REC-SUB-MSG.
            WRITE REC-SUB-MSG.
            PERFORM LOOKUP-BUCKET.
            MOVE SPACES    TO REC-SELW-MSG.
            MOVE IN-SITE   TO SW-SITE.
            MOVE IN-BAND   TO SW-BAND.
            MOVE IN-ID     TO SW-ID.
            EVALUATE SortBy
               WHEN "NAME"
                  MOVE IN-NAME TO SW-ORDER
               WHEN "ID"
                  MOVE SPACES TO SW-ORDER
               WHEN "ENROLL"
                  MOVE RecCcyy    TO SW-ORDER(1:4)
                  MOVE RecMm      TO SW-ORDER(5:2)
                  MOVE IN-SURNAME TO SW-ORDER(7:14)
               WHEN OTHER
                  MOVE IN-SURNAME TO SW-ORDER
            END-EVALUATE.
            MOVE REC-IN-MSG TO SW-IMAGE.
            MOVE RecBucket  TO SW-BUCKET.
            WRITE REC-SELW-MSG
               INVALID KEY
                  ADD 1 TO DupCount
                  DISPLAY "*** DUPLICATE ID " IN-ID
                     " - LISTED ONCE ***"
            END-WRITE.

      *------ THE SCRATCH FILE COMES BACK IN SITE/BAND ORDER; A NEW
      *------ BAND CLOSES THE BAND, A NEW SITE CLOSES BOTH
         PRINT-LISTING.
            MOVE SPACES TO CurSite.
            MOVE SPACES TO CurBand.
            PERFORM PRINT-PAGE-HEADER.
            OPEN INPUT REC-SELW.
            MOVE LOW-VALUES TO SW-KEY.
            START REC-SELW KEY NOT < SW-KEY
               INVALID KEY SET WRK-EOF TO TRUE
            END-START.
            PERFORM UNTIL WRK-EOF
            READ REC-SELW NEXT RECORD
               AT END SET WRK-EOF TO TRUE
               NOT AT END
                  MOVE SW-IMAGE TO REC-IN-MSG
                  IF SW-SITE NOT = CurSite THEN
                     IF CurSite NOT = SPACES THEN
                        PERFORM PRINT-BAND-TOTAL
                        PERFORM PRINT-SITE-TOTAL
                     END-IF
                     MOVE SW-SITE TO CurSite
                     MOVE ZERO TO SiteCount
                     PERFORM PRINT-BAND-HEADER
                  ELSE IF SW-BAND NOT = CurBand THEN
                     PERFORM PRINT-BAND-TOTAL
                     PERFORM PRINT-BAND-HEADER
                  END-IF
                  END-IF
                  PERFORM PRINT-SELECTED-LINE
            END-READ
            END-PERFORM.
            CLOSE REC-SELW.
            IF CurSite NOT = SPACES THEN
               PERFORM PRINT-BAND-TOTAL
               PERFORM PRINT-SITE-TOTAL
            ELSE
               MOVE SPACES TO REC-RPT-MSG
               STRING "  NO RECORDS SELECTED"
                  DELIMITED BY SIZE INTO REC-RPT-MSG
               PERFORM WRITE-REPORT-LINE
            END-IF.
            MOVE SPACES TO REC-RPT-MSG.
            PERFORM WRITE-REPORT-LINE.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "GRAND TOTAL " ListCount " RECORD(S) LISTED"
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            PERFORM WRITE-REPORT-LINE.

         PRINT-BAND-HEADER.
            IF LINE-CNT > 46 THEN
               PERFORM PRINT-PAGE-HEADER
            END-IF.
            MOVE SW-BAND TO CurBand.
            MOVE ZERO TO BandCount.
            MOVE SPACES TO REC-RPT-MSG.
            PERFORM WRITE-REPORT-LINE.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "SITE " CurSite "   BAND " CurBand
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            PERFORM WRITE-REPORT-LINE.

         PRINT-BAND-TOTAL.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "    " BandCount " IN SITE " CurSite " BAND "
               CurBand
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            PERFORM WRITE-REPORT-LINE.

         PRINT-SITE-TOTAL.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "  " SiteCount " IN SITE " CurSite
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            PERFORM WRITE-REPORT-LINE.

         PRINT-SELECTED-LINE.
            ADD 1 TO BandCount.
            ADD 1 TO SiteCount.
            ADD 1 TO ListCount.
            MOVE SPACES TO SEL-LINE.
            MOVE IN-ID      TO SL-ID.
            MOVE IN-NAME    TO SL-NAME.
            MOVE IN-SURNAME TO SL-SURNAME.
            MOVE IN-GENDER  TO SL-GENDER.
            MOVE IN-MONTH   TO SL-MONTH.
            MOVE IN-YEAR    TO SL-YEAR.
            MOVE SW-BUCKET  TO SL-BUCKET.
            MOVE SEL-LINE TO REC-RPT-MSG.
            PERFORM WRITE-REPORT-LINE.

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
            STRING "SELEXT - ROSTER SELECTION BY " SortBy
               "  PAGE " PAGE-NUM
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING PAGE.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "  RUN DATE: " RUN-CCYY "-" RUN-MM "-" RUN-DD
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
            IF RptTitle NOT = SPACES THEN
               MOVE SPACES TO REC-RPT-MSG
               STRING "  " RptTitle
                  DELIMITED BY SIZE INTO REC-RPT-MSG
               WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES
            END-IF.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "    ID        NAME       SURNAME"
               "               G   ENR    BKT"
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.
            ADD 5 TO LINE-CNT.
