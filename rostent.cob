      *----------------------
      * ROSTER MASTER TRANSACTION ENTRY (BUKINQ STYLE SIGN-ON):
      * KEYS THE ADDS, CHANGES, AND DELETES ROSTMST APPLIES, ONE
      * AT A TIME AT THE TERMINAL, INSTEAD OF AS HAND-PUNCHED CARD
      * IMAGES. THE OPERATOR SIGNS ON AGAINST OPERMST AND MUST
      * HOLD THE ROSTER-MAINTENANCE FUNCTION. FOR EACH ID THE
      * CURRENT MASTER RECORD IS SHOWN, EVERY KEYED FIELD GOES
      * THROUGH THE SAME EDIT ROSTED APPLIES TO THE NIGHTLY
      * ROSTER - GENDER (22), BAND (23-24, AGAINST THE RECBAND
      * REFERENCE FILE), MONTH (33-35), YEAR (36-37), AND FOR A
      * SITE (39-40) ON THE SITEMST CUTOVER LIST THE SURNAME
      * (41-60) - AND A FIELD THAT FAILS IS ASKED FOR AGAIN, SO A
      * BAD VALUE NEVER REACHES THE TRANSACTION FILE. EACH
      * CONFIRMED TRANSACTION (ACTION, 80-BYTE IMAGE, EFFECTIVE
      * DATE, AND THE SIGNED-ON OPERATOR ID) IS HELD FOR THE
      * SESSION AND APPENDED TO RECTRAN AT EXIT AS ONE BATCH UNDER
      * ITS OWN BATCH HEADER (SEE ROSTPRF), THE OPERATOR AS KEYER
      * AND THE COUNTS AND ID HASH TAKEN FROM WHAT WAS ENTERED, SO
      * THE SESSION PROVES ITSELF AHEAD OF THE NIGHT'S ROSTMST RUN.
      * A FULL BATCH IS WRITTEN EARLY AND A NEW ONE STARTED.
      * AN ADD OR CHANGE IS REFUSED FOR AN ID THAT FAILS THE
      * MODULUS 11 CHECK DIGIT (SEE IDISSUE) UNLESS IT IS STILL
      * GRANDFATHERED ON RECIDGF, SAME AS ROSTED AND ROSTMST.
      *----------------------
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    ROSTENT.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      *------ THE ROSTMST MASTER, READ ONLY - NOTHING HERE TOUCHES
      *------ IT; ROSTMST APPLIES THE TRANSACTIONS OVERNIGHT
            SELECT REC-MST ASSIGN TO RECMST
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS MST-ID.
      *------ THE SAME 97-BYTE TRANSACTION FILE ROSTPRF PROVES AND
      *------ ROSTMST READS, OPENED EXTEND LIKE PAYTERM'S FEED
            SELECT REC-TRAN ASSIGN TO RECTRAN
            ORGANIZATION IS SEQUENTIAL.
      *------ DEPARTMENT BAND REFERENCE FILE (SEE BANDMNT)
            SELECT REC-BAND ASSIGN TO RECBAND
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS BND-CODE.
      *------ SURNAME CUTOVER FLAGS ON THE SITE MASTER (SEE SITEMNT),
      *------ SAME FILE ROSTED READS
            SELECT SITE-MST ASSIGN TO RECSITEM
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS SMS-CODE.
      *------ OPERATOR PROFILES (SEE OPERMNT)
            SELECT OPER-MST  ASSIGN TO OPERMST
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS OPR-ID.
            SELECT REC-DENY  ASSIGN TO RECDENY
            ORGANIZATION IS SEQUENTIAL.
      *------ PRE-SCHEME IDS EXEMPT FROM THE CHECK-DIGIT EDIT UNTIL
      *------ REISSUED (SEE IDGRAND AND IDISSUE)
            SELECT REC-IDGF ASSIGN TO RECIDGF
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS GF-ID.
        DATA DIVISION.
        FILE SECTION.
         FD  REC-MST.
         01  REC-MST-MSG.
             05  MST-NAME       PIC X(10).
             05  MST-ID         PIC X(08).
             05  FILLER         PIC X(62).
         FD  REC-TRAN   RECORDING MODE F.
         01  REC-TRAN-MSG.
             05  TRN-ACTION     PIC X(01).
             05  TRN-DATA       PIC X(80).
             05  TRN-EFFDATE    PIC X(08).
             05  TRN-OPER       PIC X(08).
         01  BAT-HEADER-MSG.
             05  BAT-ACTION     PIC X(01).
             05  BAT-NUMBER     PIC X(08).
             05  BAT-KEYER      PIC X(08).
             05  BAT-ADDS       PIC 9(05).
             05  BAT-CHGS       PIC 9(05).
             05  BAT-DELS       PIC 9(05).
             05  BAT-HASH       PIC 9(10).
             05  FILLER         PIC X(55).
         FD  REC-BAND.
         01  REC-BAND-MSG.
             05  BND-CODE       PIC X(02).
             05  BND-DESC       PIC X(20).
             05  BND-ACTIVE     PIC X(01).
             05  BND-EFFDATE    PIC X(08).
             05  FILLER         PIC X(09).
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
         FD  REC-IDGF.
         01  REC-IDGF-MSG.
             05  GF-ID          PIC X(08).
             05  GF-STATUS      PIC X(01).
                 88  GF-GRANDFATHERED VALUE "G".
             05  GF-NEWID       PIC X(08).
             05  GF-LISTDATE    PIC X(08).
             05  GF-REISSDATE   PIC X(08).
             05  FILLER         PIC X(07).
        WORKING-STORAGE SECTION.
         01 MENU-CHOICE   PIC X(01).
             88 MENU-ADD       VALUE "1".
             88 MENU-CHANGE    VALUE "2".
             88 MENU-DELETE    VALUE "3".
             88 MENU-EXIT      VALUE "4".
         01 MENU-DONE-SW  PIC X VALUE "N".
             88 MENU-DONE       VALUE "Y".
         01 CONFIRM-ANS   PIC X(01).
             88 CONFIRMED       VALUE "Y".
         01 OperId        PIC X(08).
         01 SIGNON-SW     PIC X VALUE "N".
             88 SIGNED-ON      VALUE "Y".
         01 DenyReason    PIC X(20).
         01 ON-MST-SW     PIC X.
             88 ON-MASTER      VALUE "Y".
         01 FIELD-OK-SW   PIC X.
             88 FIELD-OK       VALUE "Y".
         01 CKD-SW        PIC X.
             88 CHECK-DIGIT-OK VALUE "Y".
         01 AnsId         PIC X(08).
         01 AnsText       PIC X(20).
         01 AnsDate       PIC X(08).
         01 ANS-DATE-PARTS REDEFINES AnsDate.
             05 AnsCcyy    PIC 9(04).
             05 AnsMm      PIC 9(02).
             05 AnsDd      PIC 9(02).
      *------ THE 80-BYTE ROSTER IMAGE BEING BUILT: A CHANGE STARTS
      *------ FROM THE MASTER RECORD, AN ADD FROM SPACES
         01 ImageWk       PIC X(80).
         01 TranWk        PIC X(01).
         01 EntCount      PIC 9(05) VALUE ZERO.
      *------ THE SESSION'S CONFIRMED TRANSACTIONS, WRITTEN BEHIND
      *------ THEIR BATCH HEADER WHEN THE BATCH IS CLOSED
         01 SessTab.
             05 SessTran OCCURS 50 TIMES PIC X(97).
         01 SessUsed      PIC 99 VALUE ZERO.
         01 SX            PIC 99.
         01 SessAdds      PIC 9(05) VALUE ZERO.
         01 SessChgs      PIC 9(05) VALUE ZERO.
         01 SessDels      PIC 9(05) VALUE ZERO.
         01 SessHash      PIC 9(10) VALUE ZERO.
         01 SessBatch     PIC X(08).
         01 IdWk          PIC 9(08).
      *------ CHECK-DIGIT WORK AREA: THE ID AS EIGHT SINGLE DIGITS
         01 ChkId      PIC X(08).
         01 ChkIdDigits REDEFINES ChkId.
             05 ChkDig  PIC 9(01) OCCURS 8 TIMES.
         01 ChkSum     PIC 9(04).
         01 ChkQuot    PIC 9(04).
         01 ChkRem     PIC 9(02).
         01 ChkCalc    PIC 9(02).
         01 RUN-STAMP.
             05 RUN-STAMP-DATE PIC 9(08).
             05 RUN-STAMP-TIME PIC 9(08).
         01 MonthTab.
              02 Month OCCURS 12 TIMES INDEXED BY I.
                 03 MonthName PIC X(3).
         01 IndNum    PIC 99.
         01 MatchSw   PIC X VALUE "N".
             88 FOUND-MONTH  VALUE "Y".
      *------ BAND CODES THAT ARE ACTIVE AND IN EFFECT TODAY, THE
      *------ SAME TABLE ROSTED BUILDS AT START-UP
         01 BandTab.
             05 BandOk OCCURS 20 TIMES PIC X(02).
         01 BandUsed   PIC 99 VALUE ZERO.
         01 BX         PIC 99.
         01 BAND-EOF-SW PIC X VALUE "N".
             88 BAND-EOF      VALUE "Y".
         01 SnamTab.
             05 SnamSite OCCURS 100 TIMES PIC X(02).
         01 SnamUsed   PIC 9(03) VALUE ZERO.
         01 SNX        PIC 9(03).
         01 SNAM-EOF-SW PIC X VALUE "N".
             88 SNAM-EOF      VALUE "Y".
         01 SITE-CUT-SW PIC X.
             88 SITE-CUT-OVER VALUE "Y".

        PROCEDURE DIVISION.
         SHOW-MENU.
            MOVE 'JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC' TO MonthTab.
            ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD.
            PERFORM SIGN-ON.
            IF NOT SIGNED-ON THEN
               STOP RUN
            END-IF.
            PERFORM LOAD-BANDS.
            PERFORM LOAD-SURNAME-SITES.
            OPEN INPUT REC-MST.
            OPEN INPUT REC-IDGF.
            PERFORM UNTIL MENU-DONE
               DISPLAY " "
               DISPLAY "ROSTENT - ROSTER MASTER TRANSACTION ENTRY"
               DISPLAY "  1. ADD AN EMPLOYEE"
               DISPLAY "  2. CHANGE AN EMPLOYEE"
               DISPLAY "  3. DELETE AN EMPLOYEE"
               DISPLAY "  4. EXIT"
               DISPLAY "ENTER YOUR CHOICE: "
               ACCEPT MENU-CHOICE
               IF MENU-ADD THEN
                  PERFORM ADD-EMPLOYEE
               ELSE IF MENU-CHANGE THEN
                  PERFORM CHANGE-EMPLOYEE
               ELSE IF MENU-DELETE THEN
                  PERFORM DELETE-EMPLOYEE
               ELSE IF MENU-EXIT THEN
                  SET MENU-DONE TO TRUE
               ELSE
                  DISPLAY "INVALID CHOICE - ENTER 1 THROUGH 4"
               END-IF
            END-PERFORM.
            CLOSE REC-MST.
            CLOSE REC-IDGF.
            PERFORM WRITE-SESSION-BATCH.
            DISPLAY "ROSTENT: " EntCount " TRANSACTION(S) ENTERED".
            STOP RUN.
      *----------------------
      * THE OPERATOR MUST BE ON THE PROFILE FILE, ACTIVE, AND
      * ALLOWED ROSTER MAINTENANCE; ANYTHING ELSE IS LOGGED ON
      * RECDENY AND THE SESSION ENDS (SEE OPERMNT)
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
                     IF OPR-FUNC-RMT NOT = "Y" THEN
                        MOVE "ROSTER NOT ALLOWED" TO DenyReason
                     END-IF
                  END-IF
            END-READ.
            CLOSE OPER-MST.
            IF DenyReason = SPACES THEN
               SET SIGNED-ON TO TRUE
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
            MOVE "ROSTENT " TO DENY-PGM.
            MOVE DenyReason TO DENY-REASON.
            MOVE RUN-STAMP-DATE TO DENY-STAMP(1:8).
            MOVE RUN-STAMP-TIME TO DENY-STAMP(9:8).
            WRITE REC-DENY-MSG.
            CLOSE REC-DENY.
      *----------------------
      * ONLY ACTIVE BANDS ALREADY IN EFFECT GO IN THE TABLE, SO A
      * RETIRED OR NOT-YET-EFFECTIVE BAND FAILS HERE EXACTLY AS IT
      * WOULD IN ROSTED TONIGHT
      *----------------------
         LOAD-BANDS.
            OPEN INPUT REC-BAND.
            PERFORM UNTIL BAND-EOF
            READ REC-BAND
               AT END SET BAND-EOF TO TRUE
               NOT AT END
                  IF BND-ACTIVE = "Y"
                        AND BND-EFFDATE NOT > RUN-STAMP-DATE THEN
                     IF BandUsed < 20 THEN
                        ADD 1 TO BandUsed
                        MOVE BND-CODE TO BandOk(BandUsed)
                     END-IF
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE REC-BAND.

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
      *----------------------
      * AN ADD IS REFUSED FOR AN ID ALREADY ON THE MASTER - ROSTMST
      * WOULD ONLY REJECT IT AS A DUPLICATE TONIGHT - OR FOR ONE
      * THAT FAILS THE CHECK DIGIT, WHICH ROSTMST WOULD ALSO REJECT
      *----------------------
         ADD-EMPLOYEE.
            PERFORM ASK-EMPLOYEE-ID.
            IF FIELD-OK THEN
               IF ON-MASTER THEN
                  DISPLAY "*** ID " AnsId " IS ALREADY ON THE MASTER"
                     " - USE CHANGE ***"
               ELSE IF NOT CHECK-DIGIT-OK THEN
                  PERFORM SHOW-CHECK-DIGIT-FAILED
               ELSE
                  MOVE SPACES TO ImageWk
                  MOVE AnsId TO ImageWk(11:8)
                  MOVE "A" TO TranWk
                  PERFORM KEY-ROSTER-FIELDS
                  PERFORM ASK-EFFECTIVE-DATE
                  PERFORM CONFIRM-AND-WRITE
               END-IF
               END-IF
            END-IF.
      *----------------------
         CHANGE-EMPLOYEE.
            PERFORM ASK-EMPLOYEE-ID.
            IF FIELD-OK THEN
               IF NOT ON-MASTER THEN
                  DISPLAY "*** ID " AnsId " IS NOT ON THE MASTER"
                     " - USE ADD ***"
               ELSE IF NOT CHECK-DIGIT-OK THEN
                  PERFORM SHOW-CHECK-DIGIT-FAILED
               ELSE
                  MOVE REC-MST-MSG TO ImageWk
                  MOVE "C" TO TranWk
                  DISPLAY "PRESS ENTER TO KEEP THE CURRENT VALUE"
                  PERFORM KEY-ROSTER-FIELDS
                  PERFORM ASK-EFFECTIVE-DATE
                  PERFORM CONFIRM-AND-WRITE
               END-IF
               END-IF
            END-IF.
      *----------------------
      * THE DELETE CARRIES THE MASTER'S OWN IMAGE, THE SAME WAY
      * PAYTERM BUILDS ITS GENERATED DELETES
      *----------------------
         DELETE-EMPLOYEE.
            PERFORM ASK-EMPLOYEE-ID.
            IF FIELD-OK THEN
               IF NOT ON-MASTER THEN
                  DISPLAY "*** ID " AnsId " IS NOT ON THE MASTER ***"
               ELSE
                  MOVE REC-MST-MSG TO ImageWk
                  MOVE "D" TO TranWk
                  PERFORM ASK-EFFECTIVE-DATE
                  PERFORM CONFIRM-AND-WRITE
               END-IF
            END-IF.
      *----------------------
      * THE ID MUST BE THE 8 DIGITS ROSTED EXPECTS; THE CURRENT
      * MASTER RECORD FOR IT, IF ANY, IS SHOWN BEFORE ANYTHING ELSE
      *----------------------
         ASK-EMPLOYEE-ID.
            MOVE "N" TO ON-MST-SW.
            DISPLAY "EMPLOYEE ID (8 DIGITS): ".
            ACCEPT AnsId.
            IF AnsId IS NOT NUMERIC THEN
               DISPLAY "*** ID MUST BE 8 DIGITS ***"
               MOVE "N" TO FIELD-OK-SW
            ELSE
               MOVE "Y" TO FIELD-OK-SW
               MOVE AnsId TO MST-ID
               READ REC-MST
                  INVALID KEY
                     DISPLAY "ID " AnsId " IS NOT ON THE MASTER"
                  NOT INVALID KEY
                     SET ON-MASTER TO TRUE
                     PERFORM SHOW-MASTER-RECORD
               END-READ
               MOVE AnsId TO ChkId
               PERFORM CHECK-ID-DIGIT
            END-IF.

         SHOW-CHECK-DIGIT-FAILED.
            DISPLAY "*** ID " AnsId " FAILS THE CHECK DIGIT AND IS"
               " NOT GRANDFATHERED ***".
            DISPLAY "*** USE AN ID ISSUED BY IDISSUE ***".
      *----------------------
      * MODULUS 11 ON POSITIONS 1-7, WEIGHTED 8 DOWN TO 2; THE CHECK
      * DIGIT IS 11 LESS THE REMAINDER (11 GIVES 0, AND 10 IS NEVER
      * ISSUED, SO NO ID CAN VERIFY WITH IT). AN ID THAT FAILS STILL
      * PASSES WHILE GRANDFATHERED ON RECIDGF
      *----------------------
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

         SHOW-MASTER-RECORD.
            DISPLAY "CURRENT MASTER RECORD:".
            DISPLAY "  NAME......: " REC-MST-MSG(1:10).
            DISPLAY "  ID........: " REC-MST-MSG(11:8).
            DISPLAY "  GENDER....: " REC-MST-MSG(22:1).
            DISPLAY "  BAND......: " REC-MST-MSG(23:2).
            DISPLAY "  MONTH.....: " REC-MST-MSG(33:3).
            DISPLAY "  YEAR......: " REC-MST-MSG(36:2).
            DISPLAY "  SITE......: " REC-MST-MSG(39:2).
            DISPLAY "  SURNAME...: " REC-MST-MSG(41:20).
      *----------------------
      * EACH FIELD IS ASKED FOR UNTIL IT PASSES ITS EDIT; ON A
      * CHANGE A BLANK ANSWER KEEPS THE MASTER'S VALUE, WHICH IS
      * STILL EDITED SO A RECORD ALREADY BAD ON THE MASTER CANNOT
      * BE PASSED THROUGH UNCORRECTED
      *----------------------
         KEY-ROSTER-FIELDS.
            PERFORM ASK-NAME.
            MOVE "N" TO FIELD-OK-SW.
            PERFORM UNTIL FIELD-OK
               DISPLAY "GENDER (F/M) [" ImageWk(22:1) "]: "
               PERFORM ACCEPT-ANSWER
               IF AnsText NOT = SPACES THEN
                  MOVE AnsText(1:1) TO ImageWk(22:1)
               END-IF
               PERFORM EDIT-GENDER
            END-PERFORM.
            MOVE "N" TO FIELD-OK-SW.
            PERFORM UNTIL FIELD-OK
               DISPLAY "DEPARTMENT BAND [" ImageWk(23:2) "]: "
               PERFORM ACCEPT-ANSWER
               IF AnsText NOT = SPACES THEN
                  MOVE AnsText(1:2) TO ImageWk(23:2)
               END-IF
               PERFORM EDIT-BAND
            END-PERFORM.
            MOVE "N" TO FIELD-OK-SW.
            PERFORM UNTIL FIELD-OK
               DISPLAY "MONTH (01-12 OR JAN-DEC) [" ImageWk(33:3)
                  "]: "
               PERFORM ACCEPT-ANSWER
               IF AnsText NOT = SPACES THEN
                  MOVE AnsText(1:3) TO ImageWk(33:3)
               END-IF
               PERFORM EDIT-MONTH
            END-PERFORM.
            MOVE "N" TO FIELD-OK-SW.
            PERFORM UNTIL FIELD-OK
               DISPLAY "YEAR (2 DIGITS) [" ImageWk(36:2) "]: "
               PERFORM ACCEPT-ANSWER
               IF AnsText NOT = SPACES THEN
                  MOVE AnsText(1:2) TO ImageWk(36:2)
               END-IF
               PERFORM EDIT-YEAR
            END-PERFORM.
            DISPLAY "SITE [" ImageWk(39:2) "]: ".
            PERFORM ACCEPT-ANSWER.
            IF AnsText NOT = SPACES THEN
               MOVE AnsText(1:2) TO ImageWk(39:2)
            END-IF.
            MOVE "N" TO FIELD-OK-SW.
            PERFORM UNTIL FIELD-OK
               DISPLAY "SURNAME [" ImageWk(41:20) "]: "
               PERFORM ACCEPT-ANSWER
               IF AnsText NOT = SPACES THEN
                  MOVE AnsText TO ImageWk(41:20)
               END-IF
               PERFORM EDIT-SURNAME
            END-PERFORM.

         ASK-NAME.
            DISPLAY "NAME [" ImageWk(1:10) "]: ".
            PERFORM ACCEPT-ANSWER.
            IF AnsText NOT = SPACES THEN
               MOVE AnsText(1:10) TO ImageWk(1:10)
            END-IF.

         ACCEPT-ANSWER.
            MOVE SPACES TO AnsText.
            ACCEPT AnsText.
      *----------------------
      * THE FIELD EDITS, RULE FOR RULE THE ONES IN ROSTED
      *----------------------
         EDIT-GENDER.
            IF ImageWk(22:1) = "F" OR ImageWk(22:1) = "M" THEN
               MOVE "Y" TO FIELD-OK-SW
            ELSE
               DISPLAY "*** GENDER MUST BE F OR M ***"
            END-IF.

         EDIT-BAND.
            PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BandUsed
               IF BandOk(BX) = ImageWk(23:2) THEN
                  MOVE "Y" TO FIELD-OK-SW
               END-IF
            END-PERFORM.
            IF NOT FIELD-OK THEN
               DISPLAY "*** BAND " ImageWk(23:2) " IS NOT AN ACTIVE"
                  " DEPARTMENT BAND - SEE BANDMNT ***"
            END-IF.

         EDIT-MONTH.
            MOVE 1 TO IndNum.
            MOVE "N" TO MatchSw.
            PERFORM RESOLVE-MONTH WITH TEST BEFORE
               UNTIL IndNum > 12 OR FOUND-MONTH.
            IF FOUND-MONTH THEN
               MOVE "Y" TO FIELD-OK-SW
            ELSE
               DISPLAY "*** MONTH MUST BE 01-12 OR JAN-DEC ***"
            END-IF.

         RESOLVE-MONTH.
            IF ImageWk(33:2) = IndNum
               OR ImageWk(33:3) = MonthName(IndNum) THEN
               SET FOUND-MONTH TO TRUE
            ELSE
               ADD 1 TO IndNum
            END-IF.

         EDIT-YEAR.
            IF ImageWk(36:2) IS NUMERIC THEN
               MOVE "Y" TO FIELD-OK-SW
            ELSE
               DISPLAY "*** YEAR MUST BE 2 DIGITS ***"
            END-IF.

      *------ ONLY A SITE ON THE CUTOVER LIST IS HELD TO THE
      *------ SURNAME RULE: PRESENT, LEADING LETTER A-Z
         EDIT-SURNAME.
            MOVE "Y" TO FIELD-OK-SW.
            MOVE "N" TO SITE-CUT-SW.
            PERFORM VARYING SNX FROM 1 BY 1 UNTIL SNX > SnamUsed
               IF SnamSite(SNX) = ImageWk(39:2) THEN
                  SET SITE-CUT-OVER TO TRUE
               END-IF
            END-PERFORM.
            IF SITE-CUT-OVER THEN
               IF ImageWk(41:1) < "A" OR ImageWk(41:1) > "Z" THEN
                  DISPLAY "*** SITE " ImageWk(39:2) " SUPPLIES THE"
                     " SURNAME - IT MUST START WITH A-Z ***"
                  MOVE "N" TO FIELD-OK-SW
               END-IF
            END-IF.
      *----------------------
      * BLANK MEANS APPLY TONIGHT; A DATE AHEAD OF TONIGHT PARKS
      * ON ROSTMST'S PENDING FILE UNTIL IT ARRIVES
      *----------------------
         ASK-EFFECTIVE-DATE.
            MOVE "N" TO FIELD-OK-SW.
            PERFORM UNTIL FIELD-OK
               DISPLAY "EFFECTIVE DATE (YYYYMMDD, BLANK = TONIGHT): "
               MOVE SPACES TO AnsDate
               ACCEPT AnsDate
               IF AnsDate = SPACES THEN
                  MOVE "Y" TO FIELD-OK-SW
               ELSE
                  IF AnsDate IS NUMERIC
                        AND AnsMm > 0 AND AnsMm < 13
                        AND AnsDd > 0 AND AnsDd < 32 THEN
                     MOVE "Y" TO FIELD-OK-SW
                  ELSE
                     DISPLAY "*** EFFECTIVE DATE MUST BE YYYYMMDD ***"
                  END-IF
               END-IF
            END-PERFORM.
      *----------------------
         CONFIRM-AND-WRITE.
            DISPLAY "TRANSACTION: " TranWk " " ImageWk(11:8) " "
               ImageWk(1:10) " " ImageWk(22:3) " " ImageWk(33:5)
               " " ImageWk(39:2) " " ImageWk(41:20).
            IF AnsDate = SPACES THEN
               DISPLAY "EFFECTIVE TONIGHT - WRITE IT? (Y/N): "
            ELSE
               DISPLAY "EFFECTIVE " AnsDate " - WRITE IT? (Y/N): "
            END-IF.
            ACCEPT CONFIRM-ANS.
            IF CONFIRMED THEN
               IF SessUsed NOT < 50 THEN
                  PERFORM WRITE-SESSION-BATCH
               END-IF
               ADD 1 TO SessUsed
               MOVE SPACES  TO REC-TRAN-MSG
               MOVE TranWk  TO TRN-ACTION
               MOVE ImageWk TO TRN-DATA
               MOVE AnsDate TO TRN-EFFDATE
               MOVE OperId  TO TRN-OPER
               MOVE REC-TRAN-MSG TO SessTran(SessUsed)
               IF TranWk = "A" THEN
                  ADD 1 TO SessAdds
               ELSE IF TranWk = "C" THEN
                  ADD 1 TO SessChgs
               ELSE
                  ADD 1 TO SessDels
               END-IF
               MOVE ImageWk(11:8) TO IdWk
               ADD IdWk TO SessHash
               ADD 1 TO EntCount
               DISPLAY "TRANSACTION ACCEPTED FOR TONIGHT'S ROSTMST RUN"
            ELSE
               DISPLAY "NOTHING WRITTEN"
            END-IF.
      *----------------------
      * THE BATCH NUMBER IS THE DAY OF THE MONTH AND THE TIME THE
      * BATCH IS CLOSED (DDHHMMSS), UNIQUE FOR THE OPERATOR WHO IS
      * ITS KEYER; THE HEADER DECLARES EXACTLY WHAT FOLLOWS IT
      *----------------------
         WRITE-SESSION-BATCH.
            IF SessUsed > 0 THEN
               ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD
               ACCEPT RUN-STAMP-TIME FROM TIME
               OPEN EXTEND REC-TRAN
               MOVE SPACES   TO BAT-HEADER-MSG
               MOVE "H"      TO BAT-ACTION
               MOVE RUN-STAMP-DATE(7:2) TO BAT-NUMBER(1:2)
               MOVE RUN-STAMP-TIME(1:6) TO BAT-NUMBER(3:6)
               MOVE OperId   TO BAT-KEYER
               MOVE SessAdds TO BAT-ADDS
               MOVE SessChgs TO BAT-CHGS
               MOVE SessDels TO BAT-DELS
               MOVE SessHash TO BAT-HASH
               MOVE BAT-NUMBER TO SessBatch
               WRITE BAT-HEADER-MSG
               PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SessUsed
                  MOVE SessTran(SX) TO REC-TRAN-MSG
                  WRITE REC-TRAN-MSG
               END-PERFORM
               CLOSE REC-TRAN
               DISPLAY "BATCH " SessBatch " OF " SessUsed
                  " TRANSACTION(S) WRITTEN TO RECTRAN"
               MOVE ZERO TO SessUsed SessAdds SessChgs SessDels
                  SessHash
            END-IF.
