      *----------------------
      * FRONT-END EDIT PASS OVER THE DAILY ROSTER EXTRACT: EVERY
      * FIELD THE DOWNSTREAM PROGRAMS DEPEND ON IS CHECKED HERE IN
      * ONE PLACE - GENDER (22), BAND CODE (23-24, AGAINST THE
      * RECBAND DEPARTMENT REFERENCE FILE), MONTH (33-35 IN
      * BOTH ITS NUMERIC AND ALPHA FORMS), YEAR (36-37), THE
      * 8-DIGIT ID (11-18, NUMERIC WITH A GOOD MODULUS 11 CHECK
      * DIGIT OR GRANDFATHERED ON RECIDGF), AND FOR SITES ON THE
      * SITEMST CUTOVER LIST THE SURNAME (41-60, LEADING LETTER
      * A-Z) THE BUCKETING PROGRAMS NOW KEY ON - SO A DIRTY RECORD
      * LANDS ON RECEXCPT EXACTLY ONCE, WITH EVERY FAILED FIELD
      * NAMED, INSTEAD OF UP TO THREE TIMES WITH THREE DIFFERENT
      * REASONS. THE CERTIFIED-CLEAN ROSTER (WITH A FRESH TRAILER
      * CARRYING THE CLEAN COUNT) IS WHAT THE NIGHTLY ROSTAT PASS -
      * AND FILER, CNTGEN, TABL, AND MOGEN ON SCOPED RERUNS - READS.
      *----------------------
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    ROSTED.
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-EXCPT ASSIGN TO RECEXCPT
            ORGANIZATION IS SEQUENTIAL.
      *------ SITE MASTER (SEE SITEMNT): A SITE FLAGGED FOR SURNAME
      *------ CUTOVER IS ON THE CUTOVER LIST - IT SUPPLIES THE
      *------ SURNAME IN 41-60 AND GETS IT EDITED; OTHER SITES ARE
      *------ LEFT ALONE UNTIL THEIR FEED CUTS OVER
            SELECT SITE-MST ASSIGN TO RECSITEM
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS SMS-CODE.
      *------ DEPARTMENT BAND REFERENCE FILE (SEE BANDMNT): A BAND
      *------ PASSES ONLY IF IT IS ON FILE, ACTIVE, AND IN EFFECT
            SELECT REC-BAND ASSIGN TO RECBAND
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS BND-CODE.
      *------ PRE-SCHEME IDS EXEMPT FROM THE CHECK-DIGIT EDIT UNTIL
      *------ REISSUED (SEE IDGRAND AND IDISSUE)
            SELECT REC-IDGF ASSIGN TO RECIDGF
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS GF-ID.
        DATA DIVISION.
        FILE SECTION.
         FD  REC-IN     RECORDING MODE F.
         01  REC-RESUB-MSG      PIC X(80).
      *------ SHARED REJECTS FORMAT: PROGRAM NAME, REASON, AND THE
      *------ ORIGINAL RECORD (SEE EXERC FOR THE SAME LAYOUT)
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
         FD  REC-BAND.
         01  REC-BAND-MSG.
             05  BND-CODE       PIC X(02).
             05  BND-DESC       PIC X(20).
             05  BND-ACTIVE     PIC X(01).
             05  BND-EFFDATE    PIC X(08).
             05  FILLER         PIC X(09).
         FD  REC-IDGF.
         01  REC-IDGF-MSG.
             05  GF-ID          PIC X(08).
             05  GF-STATUS      PIC X(01).
                 88  GF-GRANDFATHERED VALUE "G".
             05  GF-NEWID       PIC X(08).
             05  GF-LISTDATE    PIC X(08).
             05  GF-REISSDATE   PIC X(08).
             05  FILLER         PIC X(07).
         FD  REC-EXCPT  RECORDING MODE F.
         01  REC-EXCPT-MSG.
             05  REC-EXCPT-PGM  PIC X(08).
                88 YEAR-OK      VALUE "Y".
             05 SNAME-SW  PIC X VALUE "Y".
                88 SURNAME-OK   VALUE "Y".
             05 CKD-SW    PIC X VALUE "Y".
                88 CHECK-DIGIT-OK VALUE "Y".
             05 REC-OK-SW PIC X VALUE "Y".
                88 REC-CLEAN-OK VALUE "Y".
      *------ BAND CODES THAT ARE ACTIVE AND IN EFFECT AS OF THE RUN
      *------ DATE, LOADED FROM RECBAND AT START-UP
         01 BandTab.
             05 BandOk OCCURS 20 TIMES PIC X(02).
         01 BandUsed   PIC 99 VALUE ZERO.
         01 BX         PIC 99.
         01 BAND-EOF-SW PIC X VALUE "N".
             88 BAND-EOF      VALUE "Y".
         01 IndNum    PIC 99.
         01 MatchSw   PIC X VALUE "N".
             88 FOUND-MONTH  VALUE "Y".
         01 EditReason PIC X(30).
      *------ CHECK-DIGIT WORK AREA: THE ID AS EIGHT SINGLE DIGITS
         01 ChkId      PIC X(08).
         01 ChkIdDigits REDEFINES ChkId.
             05 ChkDig  PIC 9(01) OCCURS 8 TIMES.
         01 ChkSum     PIC 9(04).
         01 ChkQuot    PIC 9(04).
         01 ChkRem     PIC 9(02).
         01 ChkCalc    PIC 9(02).
      *------ SITES WHOSE FEEDS ALREADY SUPPLY THE SURNAME
         01 SnamTab.
             05 SnamSite OCCURS 100 TIMES PIC X(02).
         01 SnamUsed   PIC 9(03) VALUE ZERO.
         01 SNX        PIC 9(03).
         01 SNAM-EOF-SW PIC X VALUE "N".
             88 SNAM-EOF      VALUE "Y".
         01 SITE-CUT-SW PIC X.
            OPEN INPUT REC-IN.
            OPEN OUTPUT REC-CLEAN.
            OPEN OUTPUT REC-EXCPT.
            OPEN INPUT REC-IDGF.
            PERFORM LOAD-SURNAME-SITES.
            PERFORM LOAD-BANDS.
            PERFORM EDIT-RESUBMITS.
         READ-NEXT-RECORD.
            PERFORM UNTIL LAST-REC
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
            IF SnamUsed > 0 THEN
               DISPLAY "ROSTED: " SnamUsed " SITE(S) ON THE"
                  " SURNAME CUTOVER LIST"
            END-IF.

      *------ A RETIRED BAND, OR ONE WHOSE EFFECTIVE DATE IS STILL
      *------ AHEAD OF THE RUN DATE, IS LEFT OUT OF THE TABLE AND SO
      *------ FAILS THE EDIT LIKE ANY UNKNOWN CODE
         LOAD-BANDS.
            OPEN INPUT REC-BAND.
            PERFORM UNTIL BAND-EOF
            READ REC-BAND
               AT END SET BAND-EOF TO TRUE
               NOT AT END
                  IF BND-ACTIVE = "Y"
                        AND BND-EFFDATE NOT > RUN-STAMP THEN
                     IF BandUsed < 20 THEN
                        ADD 1 TO BandUsed
                        MOVE BND-CODE TO BandOk(BandUsed)
                     ELSE
                        DISPLAY "*** WARNING: BAND " BND-CODE
                           " IGNORED - BAND TABLE FULL ***"
                     END-IF
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE REC-BAND.
            DISPLAY "ROSTED: " BandUsed " BAND(S) IN EFFECT".
      *------ NO BAND IN EFFECT MEANS EVERY RECORD WOULD FAIL THE
      *------ BAND EDIT - STOP BEFORE THE NIGHT'S ROSTER IS REJECTED
            IF BandUsed = 0 THEN
               DISPLAY "*** ERROR: NO BAND IN EFFECT ON RECBAND -"
                  " RUN STOPPED ***"
               CLOSE REC-IN REC-CLEAN REC-EXCPT REC-IDGF
               MOVE 8 TO ALERT-SEV
               MOVE "NO BAND IN EFFECT ON RECBAND - RUN STOPPED"
                  TO ALERT-TEXT
               PERFORM WRITE-ALERT
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.

      *------ CORRECTED REJECTS GO THROUGH THE SAME EDITS AS THE
      *------ ROSTER ITSELF - A BAD CORRECTION LANDS RIGHT BACK ON
      *------ RECEXCPT. THEY DO NOT COUNT AGAINST THE ROSTER TRAILER.
      *------ RUN EVERY FIELD EDIT, NOT JUST UNTIL THE FIRST FAILURE,
      *------ SO THE EXCEPTION RECORD CAN NAME ALL OF THEM AT ONCE
         EDIT-RECORD.
            MOVE "YYYYYYYY" TO EDIT-FLAGS.
            PERFORM EDIT-ID.
            PERFORM EDIT-GENDER.
            PERFORM EDIT-BAND.
            PERFORM EDIT-MONTH.
            PERFORM EDIT-YEAR.
            PERFORM EDIT-SURNAME.
            IF NOT ID-OK OR NOT CHECK-DIGIT-OK OR NOT GENDER-OK
                  OR NOT BAND-OK OR NOT MONTH-OK OR NOT YEAR-OK
                  OR NOT SURNAME-OK THEN
               MOVE "N" TO REC-OK-SW
            END-IF.

      *------ A NUMERIC ID MUST ALSO CARRY A GOOD CHECK DIGIT, UNLESS
      *------ IT IS A PRE-SCHEME ID STILL GRANDFATHERED ON RECIDGF
         EDIT-ID.
            IF REC-IN-MSG(11:8) IS NOT NUMERIC THEN
               MOVE "N" TO ID-SW
            ELSE
               MOVE REC-IN-MSG(11:8) TO ChkId
               PERFORM CHECK-ID-DIGIT
            END-IF.

      *------ MODULUS 11 ON POSITIONS 1-7, WEIGHTED 8 DOWN TO 2; THE
      *------ CHECK DIGIT IS 11 LESS THE REMAINDER (11 GIVES 0, AND
      *------ 10 IS NEVER ISSUED, SO NO ID CAN VERIFY WITH IT). AN ID
      *------ THAT FAILS STILL PASSES WHILE GRANDFATHERED ON RECIDGF
         CHECK-ID-DIGIT.
            MOVE "N" TO CKD-SW.
            IF ChkId IS NUMERIC THEN
               COMPUTE ChkSum = ChkDig (1) * 8 + ChkDig (2) * 7
                  + ChkDig (3) * 6 + ChkDig (4) * 5 + ChkDig (5) * 4
                  + ChkDig (6) * 3 + ChkDig (7) * 2
               DIVIDE ChkSum BY 11 GIVING ChkQuot REMAINDER ChkRem
               COMPUTE ChkCalc = 11 - ChkRem
               IF ChkCalc = 11 THEN
                  MOVE ZERO TO ChkCalc
               END-IF
               IF ChkCalc = ChkDig (8) THEN
                  MOVE "Y" TO CKD-SW
               END-IF
            END-IF.
            IF NOT CHECK-DIGIT-OK THEN
               MOVE ChkId TO GF-ID
               READ REC-IDGF
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                     IF GF-GRANDFATHERED THEN
                        MOVE "Y" TO CKD-SW
                     END-IF
               END-READ
            END-IF.

         EDIT-GENDER.
            END-IF.

         EDIT-BAND.
            MOVE "N" TO BAND-SW.
            PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BandUsed
               IF BandOk(BX) = REC-IN-MSG(23:2) THEN
                  MOVE "Y" TO BAND-SW
               END-IF
            END-PERFORM.

      *------ THE MONTH ON REC-IN CAN ARRIVE EITHER AS A ZERO-PADDED
      *------ NUMERIC CODE ("01") OR A 3-CHAR ALPHA ABBREVIATION
               STRING " ID" DELIMITED BY SIZE
                  INTO EditReason WITH POINTER IndNum
            END-IF.
            IF NOT CHECK-DIGIT-OK THEN
               STRING " IDCHK" DELIMITED BY SIZE
                  INTO EditReason WITH POINTER IndNum
            END-IF.
            IF NOT GENDER-OK THEN
               STRING " GENDER" DELIMITED BY SIZE
                  INTO EditReason WITH POINTER IndNum
      *------ THE REASON TEXT STILL NAMES ALL OF THEM
            IF NOT ID-OK THEN
               MOVE "IDNV" TO REC-EXCPT-CODE
            ELSE IF NOT CHECK-DIGIT-OK THEN
               MOVE "IDCD" TO REC-EXCPT-CODE
            ELSE IF NOT GENDER-OK THEN
               MOVE "GENV" TO REC-EXCPT-CODE
            ELSE IF NOT BAND-OK THEN
            WRITE REC-CLEAN-MSG
            CLOSE REC-CLEAN
            CLOSE REC-EXCPT
            CLOSE REC-IDGF
            DISPLAY "ROSTED: " RecCount " READ, " CleanCount
               " CLEAN, " ExcpCount " REJECTED"
            IF TRAILER-SEEN AND RecCount NOT = EXPECTED-COUNT THEN
