      * LETTERS), READY TO FEED STRAIGHT INTO SECTSIM AS RECSECTP
      * FOR CONFIRMATION BEFORE ANYONE TOUCHES THE LIVE MAP - THE
      * QUARTERLY REBALANCE ARGUMENT, SETTLED WITH ARITHMETIC.
      * AN EMPLOYEE PINNED BY AN OVRMNT OVERRIDE IN FORCE TODAY IS
      * NOT MOVED BY ANY MAP, SO IS LEFT OUT OF THE LETTER COUNTS
      * AND SHOWN SEPARATELY AGAINST THE BUCKET IT IS PINNED TO.
      *----------------------
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    SECTADV.
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-CTL ASSIGN TO RECCTL
            ORGANIZATION IS SEQUENTIAL.
      *------ SURNAME CUTOVER LIST (SITEMST): A SITE ON IT
      *------ COUNTS ON THE SURNAME'S LEADING LETTER (41)
            SELECT SITE-MST ASSIGN TO RECSITEM
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS SMS-CODE.
      *------ THE DRAFTED MAP, SAME LAYOUT SECTSIM READS AS RECSECTP
            SELECT REC-SECTP ASSIGN TO RECSECTP
            ORGANIZATION IS SEQUENTIAL.
      *------ PER-ID BUCKET OVERRIDES (OVRMNT), TAKEN AHEAD OF THE
      *------ LETTER MAP THE SAME WAY EXERC TAKES THEM
            SELECT BUK-OVR ASSIGN TO BUKOVR
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS OVR-ID.
        DATA DIVISION.
        FILE SECTION.
         FD  REC-IN     RECORDING MODE F.
         01  REC-CTL-MSG.
             05 CTL-BUCKETS     PIC X(02).
             05 FILLER          PIC X(22).
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
         FD  REC-SECTP  RECORDING MODE F.
         01  REC-SECTP-MSG.
             05  SECTP-LETTER   PIC X(01).
             05  SECTP-BUCKET   PIC 99.
         FD  BUK-OVR.
         01  BUK-OVR-MSG.
             05  OVR-ID         PIC X(08).
             05  OVR-BUCKET     PIC 99.
             05  OVR-REASON     PIC X(30).
             05  OVR-REQBY      PIC X(20).
             05  OVR-EXPIRY     PIC X(08).
             05  OVR-ACTIVE     PIC X(01).
             05  OVR-UPDDATE    PIC X(08).
             05  OVR-UPDOPER    PIC X(08).
             05  FILLER         PIC X(15).
        WORKING-STORAGE SECTION.
         01 FLAGS.
             05 LASTREC PIC X VALUE SPACE.
             05 PropBucketOf OCCURS 26 TIMES PIC 99 VALUE ZERO.
         01 BucketSums.
             05 BucketSum OCCURS 26 TIMES PIC 9(07) VALUE ZERO.
         01 PinSums.
             05 PinSum    OCCURS 26 TIMES PIC 9(07) VALUE ZERO.
         01 LX         PIC 99.
         01 POST       PIC 99.
         01 SRCH       PIC X(01).
         01 RecCount   PIC 9(07) VALUE ZERO.
         01 SkipCount  PIC 9(07) VALUE ZERO.
         01 PinCount   PIC 9(07) VALUE ZERO.
         01 CurBuk     PIC 99.
         01 CurSum     PIC 9(07).
         01 LeftLetters PIC 99.
         01 AvgCnt     PIC 9(07).
         01 LetterWk   PIC X(01).
         01 SnamTab.
             05 SnamSite OCCURS 100 TIMES PIC X(02).
         01 SnamUsed   PIC 9(03) VALUE ZERO.
         01 SNX        PIC 9(03).
         01 SNAM-EOF-SW PIC X VALUE "N".
             88 SNAM-EOF      VALUE "Y".
         01 SITE-CUT-SW PIC X.
             88 SITE-CUT-OVER VALUE "Y".
         01 OVR-SW      PIC X.
             88 OVERRIDE-IN-FORCE VALUE "Y".
         01 RUN-STAMP   PIC X(08).

        PROCEDURE DIVISION.
         MAIN-LINE.
      *------ SAME LEADING-LETTER RULE AS EXERC: ANYTHING OUTSIDE
      *------ A-Z CANNOT BE BUCKETED AND IS COUNTED AS SKIPPED
         COUNT-LETTERS.
            ACCEPT RUN-STAMP FROM DATE YYYYMMDD.
            OPEN INPUT BUK-OVR.
            OPEN INPUT REC-IN.
            PERFORM UNTIL LAST-REC
            READ REC-IN
                  IF REC-IN-MSG(1:8) = "TRAILER " THEN
                     SET LAST-REC TO TRUE
                  ELSE
                     PERFORM FIND-OVERRIDE
                     IF OVERRIDE-IN-FORCE THEN
                        PERFORM COUNT-PINNED
                     ELSE
                        PERFORM TALLY-ONE-LETTER
                     END-IF
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE REC-IN.
            CLOSE BUK-OVR.

      *------ SAME TEST AS EXERC'S FIND-OVERRIDE: ON FILE, ACTIVE,
      *------ AND NOT PAST ITS EXPIRY DATE (ID AT 11-18)
         FIND-OVERRIDE.
            MOVE "N" TO OVR-SW.
            MOVE REC-IN-MSG(11:8) TO OVR-ID.
            READ BUK-OVR
               INVALID KEY CONTINUE
               NOT INVALID KEY
                  IF OVR-ACTIVE = "Y" AND
                        OVR-EXPIRY NOT < RUN-STAMP THEN
                     SET OVERRIDE-IN-FORCE TO TRUE
                  END-IF
            END-READ.

         COUNT-PINNED.
            ADD 1 TO PinCount.
            IF OVR-BUCKET > 0 AND OVR-BUCKET < 27 THEN
               ADD 1 TO PinSum(OVR-BUCKET)
            END-IF.

      *------ THE SAME LETTER CHOICE EXERC MAKES: SURNAME (41) FOR
      *------ A CUT-OVER SITE THAT SUPPLIED ONE, ELSE THE NAME (1)
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

         FIND-ALPH-POST.
            ADD 1 TO POST.
            DISPLAY " ".
            DISPLAY "EMPLOYEES COUNTED......: " RecCount.
            DISPLAY "RECORDS SKIPPED........: " SkipCount.
            DISPLAY "PINNED BY OVERRIDE.....: " PinCount.
            DISPLAY "TARGET BUCKETS.........: " Target.
            DISPLAY "TARGET PER BUCKET......: " AvgCnt.
            DISPLAY " ".
                  "      " LetterCnt(LX)
            END-PERFORM.
            DISPLAY " ".
      *------ A PIN CAN NAME A BUCKET PAST THE TARGET; IT IS LISTED
      *------ SO THE REBALANCE DOES NOT SILENTLY DROP IT
            DISPLAY "BUCKET  PROPOSED COUNT  PINNED".
            PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > 26
               IF LX NOT > Target OR PinSum(LX) > 0 THEN
                  DISPLAY LX "      " BucketSum(LX)
                     "         " PinSum(LX)
               END-IF
            END-PERFORM.
            DISPLAY " ".
            DISPLAY "FEED THE PROPOSAL INTO SECTSIM AS RECSECTP"
