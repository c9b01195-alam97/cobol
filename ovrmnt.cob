      *----------------------
      * BUCKET OVERRIDE MAINTENANCE (ROSTENT STYLE SIGN-ON): THE
      * BUKOVR KSDS CARRIES ONE RECORD PER EMPLOYEE ID WHOSE BUCKET
      * IS PINNED REGARDLESS OF THE LEADING LETTER - AN EXECUTIVE
      * HANDLED BY ONE CLERK, A CASE FREEZE, A NAME CHANGE THAT MUST
      * NOT MOVE SOMEONE MID-CASE. EACH RECORD HOLDS THE PINNED
      * BUCKET (01-26), THE REASON, WHO ASKED FOR IT, AND THE LAST
      * DATE IT HOLDS (YYYYMMDD). EXERC TAKES THE PINNED BUCKET
      * AHEAD OF THE RECSECT LETTER MAP THROUGH THE EXPIRY DATE, AND
      * ITS FIRST BATCH RUN PAST THAT DATE MARKS THE OVERRIDE LAPSED
      * (STATUS L) AND REPORTS IT. RETIRING AN OVERRIDE EARLY SETS
      * STATUS N; NOTHING IS EVER DELETED. THE OPERATOR SIGNS ON
      * AGAINST OPERMST AND MUST HOLD THE BUCKET-OVERRIDE FUNCTION;
      * EVERY CONFIRMED CHANGE IS APPENDED TO THE RECOLOG TRAIL WITH
      * THE OPERATOR, THE STAMP, AND THE BEFORE AND AFTER IMAGES.
      *----------------------
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    OVRMNT.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT BUK-OVR  ASSIGN TO BUKOVR
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS OVR-ID.
      *------ THE ROSTMST MASTER, READ ONLY: AN ID MUST BE ON IT
      *------ BEFORE IT CAN BE PINNED
            SELECT REC-MST  ASSIGN TO RECMST
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS MST-ID.
      *------ OPERATOR PROFILES (SEE OPERMNT)
            SELECT OPER-MST ASSIGN TO OPERMST
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS OPR-ID.
            SELECT REC-DENY ASSIGN TO RECDENY
            ORGANIZATION IS SEQUENTIAL.
      *------ OVERRIDE CHANGE TRAIL, ALSO WRITTEN BY EXERC WHEN AN
      *------ OVERRIDE LAPSES (SEE OPRCERT FOR THE READER)
            SELECT REC-OLOG ASSIGN TO RECOLOG
            ORGANIZATION IS SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
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
         FD  REC-MST.
         01  REC-MST-MSG.
             05  MST-NAME       PIC X(10).
             05  MST-ID         PIC X(08).
             05  FILLER         PIC X(62).
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
      *------ ACTION A = ADD, C = CHANGE, R = RETIRE, I = REINSTATE,
      *------ L = LAPSED BY EXERC; AN ADD HAS A BLANK BEFORE IMAGE
         FD  REC-OLOG   RECORDING MODE F.
         01  REC-OLOG-MSG.
             05  OLOG-DATE      PIC 9(08).
             05  OLOG-TIME      PIC 9(08).
             05  OLOG-OPER      PIC X(08).
             05  OLOG-ACTION    PIC X(01).
             05  OLOG-ID        PIC X(08).
             05  OLOG-BEFORE    PIC X(100).
             05  OLOG-AFTER     PIC X(100).
             05  FILLER         PIC X(07).
        WORKING-STORAGE SECTION.
         01 MENU-CHOICE   PIC X(01).
             88 MENU-LIST      VALUE "1".
             88 MENU-ADD       VALUE "2".
             88 MENU-CHANGE    VALUE "3".
             88 MENU-RETIRE    VALUE "4".
             88 MENU-REINSTATE VALUE "5".
             88 MENU-EXIT      VALUE "6".
         01 MENU-DONE-SW  PIC X VALUE "N".
             88 MENU-DONE       VALUE "Y".
         01 CONFIRM-ANS   PIC X(01).
             88 CONFIRMED       VALUE "Y".
         01 OperId        PIC X(08).
         01 SIGNON-SW     PIC X VALUE "N".
             88 SIGNED-ON      VALUE "Y".
         01 DenyReason    PIC X(20).
         01 OVR-EOF-SW    PIC X.
             88 OVR-EOF   VALUE "Y".
         01 ANS-OK-SW     PIC X.
             88 ANSWER-OK VALUE "Y".
         01 AnsId         PIC X(08).
         01 AnsBucket     PIC X(02).
         01 AnsReason     PIC X(30).
         01 AnsReqBy      PIC X(20).
         01 AnsExpiry     PIC X(08).
         01 ANS-EXPIRY-PARTS REDEFINES AnsExpiry.
             05 AnsCcyy    PIC 9(04).
             05 AnsMm      PIC 9(02).
             05 AnsDd      PIC 9(02).
         01 AnsFlag       PIC X(01).
         01 ActionWk      PIC X(01).
         01 BeforeImage   PIC X(100).
      *------ THE VALUE ON FILE, PUT BACK WHEN AN ANSWER IS BLANK
         01 KeepWk        PIC X(30).
         01 EmpName       PIC X(10).
         01 StatusWk      PIC X(09).
         01 OvrCount      PIC 9(05).
         01 InForce       PIC 9(05).
         01 TODAY-STAMP   PIC X(08).
         01 RUN-STAMP.
             05 RUN-STAMP-DATE PIC 9(08).
             05 RUN-STAMP-TIME PIC 9(08).

        PROCEDURE DIVISION.
         SHOW-MENU.
            ACCEPT TODAY-STAMP FROM DATE YYYYMMDD.
            PERFORM SIGN-ON.
            IF NOT SIGNED-ON THEN
               STOP RUN
            END-IF.
            OPEN INPUT REC-MST.
            PERFORM UNTIL MENU-DONE
               DISPLAY " "
               DISPLAY "OVRMNT - BUCKET OVERRIDE MAINTENANCE"
               DISPLAY "  1. LIST THE OVERRIDES"
               DISPLAY "  2. ADD (PIN) AN OVERRIDE"
               DISPLAY "  3. CHANGE AN OVERRIDE"
               DISPLAY "  4. RETIRE AN OVERRIDE"
               DISPLAY "  5. REINSTATE AN OVERRIDE"
               DISPLAY "  6. EXIT"
               DISPLAY "ENTER YOUR CHOICE: "
               ACCEPT MENU-CHOICE
               IF MENU-LIST THEN
                  PERFORM LIST-OVERRIDES
               ELSE IF MENU-ADD THEN
                  PERFORM ADD-OVERRIDE
               ELSE IF MENU-CHANGE THEN
                  PERFORM CHANGE-OVERRIDE
               ELSE IF MENU-RETIRE THEN
                  PERFORM RETIRE-OVERRIDE
               ELSE IF MENU-REINSTATE THEN
                  PERFORM REINSTATE-OVERRIDE
               ELSE IF MENU-EXIT THEN
                  SET MENU-DONE TO TRUE
               ELSE
                  DISPLAY "INVALID CHOICE - ENTER 1 THROUGH 6"
               END-IF
            END-PERFORM.
            CLOSE REC-MST.
            STOP RUN.
      *----------------------
      * THE OPERATOR MUST BE ON THE PROFILE FILE, ACTIVE, AND
      * ALLOWED BUCKET OVERRIDES; ANYTHING ELSE IS LOGGED ON
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
                     IF OPR-FUNC-BKO NOT = "Y" THEN
                        MOVE "OVERRIDE NOT ALLOWED" TO DenyReason
                     END-IF
                  END-IF
            END-READ.
            CLOSE OPER-MST.
            IF DenyReason = SPACES THEN
               SET SIGNED-ON TO TRUE
               DISPLAY "SIGNED ON: " OPR-ID " " OPR-NAME
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
            MOVE "OVRMNT  " TO DENY-PGM.
            MOVE DenyReason TO DENY-REASON.
            MOVE RUN-STAMP-DATE TO DENY-STAMP(1:8).
            MOVE RUN-STAMP-TIME TO DENY-STAMP(9:8).
            WRITE REC-DENY-MSG.
            CLOSE REC-DENY.
      *----------------------
      * ONE TRAIL RECORD PER CONFIRMED WRITE: THE IMAGE BEFORE THE
      * CHANGE (SAVED BY THE CALLER IN BEFOREIMAGE) AND AFTER IT
      *----------------------
         LOG-CHANGE.
            ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD.
            ACCEPT RUN-STAMP-TIME FROM TIME.
            OPEN EXTEND REC-OLOG.
            MOVE SPACES TO REC-OLOG-MSG.
            MOVE RUN-STAMP-DATE TO OLOG-DATE.
            MOVE RUN-STAMP-TIME TO OLOG-TIME.
            MOVE OperId      TO OLOG-OPER.
            MOVE ActionWk    TO OLOG-ACTION.
            MOVE OVR-ID      TO OLOG-ID.
            MOVE BeforeImage TO OLOG-BEFORE.
            MOVE BUK-OVR-MSG TO OLOG-AFTER.
            WRITE REC-OLOG-MSG.
            CLOSE REC-OLOG.
      *----------------------
      * TWO LINES PER OVERRIDE: ID, BUCKET, EXPIRY, AND STATUS,
      * THEN THE REASON AND WHO ASKED FOR IT
      *----------------------
         LIST-OVERRIDES.
            MOVE ZERO TO OvrCount InForce.
            MOVE "N" TO OVR-EOF-SW.
            OPEN INPUT BUK-OVR.
            MOVE LOW-VALUES TO OVR-ID.
            START BUK-OVR KEY NOT < OVR-ID
               INVALID KEY SET OVR-EOF TO TRUE
            END-START.
            DISPLAY "ID       BKT EXPIRES  STATUS    UPDATED  BY".
            PERFORM UNTIL OVR-EOF
            READ BUK-OVR NEXT RECORD
               AT END SET OVR-EOF TO TRUE
               NOT AT END
                  ADD 1 TO OvrCount
                  PERFORM SET-STATUS-TEXT
                  DISPLAY OVR-ID " " OVR-BUCKET "  " OVR-EXPIRY " "
                     StatusWk " " OVR-UPDDATE " " OVR-UPDOPER
                  DISPLAY "         REASON: " OVR-REASON
                     "  FOR: " OVR-REQBY
            END-READ
            END-PERFORM.
            CLOSE BUK-OVR.
            DISPLAY OvrCount " OVERRIDE(S) ON FILE, " InForce
               " IN FORCE".

      *------ IN FORCE MEANS EXERC WOULD HONOR IT TONIGHT: ACTIVE
      *------ AND NOT YET PAST ITS EXPIRY DATE
         SET-STATUS-TEXT.
            IF OVR-ACTIVE = "Y" THEN
               IF OVR-EXPIRY < TODAY-STAMP THEN
                  MOVE "EXPIRED" TO StatusWk
               ELSE
                  MOVE "IN FORCE" TO StatusWk
                  ADD 1 TO InForce
               END-IF
            ELSE IF OVR-ACTIVE = "L" THEN
               MOVE "LAPSED" TO StatusWk
            ELSE
               MOVE "RETIRED" TO StatusWk
            END-IF.
      *----------------------
      * THE ID MUST BE ON THE ROSTER MASTER AND NOT ALREADY ON THE
      * OVERRIDE FILE IN ANY STATUS (USE CHANGE OR REINSTATE)
      *----------------------
         ADD-OVERRIDE.
            PERFORM ASK-EMPLOYEE-ID.
            IF ANSWER-OK THEN
               MOVE SPACES TO AnsBucket AnsReason AnsReqBy AnsExpiry
               PERFORM ASK-OVERRIDE-DETAILS
            END-IF.
            IF ANSWER-OK THEN
               MOVE SPACES      TO BUK-OVR-MSG
               MOVE AnsId       TO OVR-ID
               MOVE "Y"         TO OVR-ACTIVE
               PERFORM MOVE-ANSWERS-TO-RECORD
               DISPLAY "PIN " AnsId " " EmpName " TO BUCKET "
                  AnsBucket " THROUGH " AnsExpiry "? (Y/N): "
               ACCEPT CONFIRM-ANS
               IF CONFIRMED THEN
                  MOVE SPACES TO BeforeImage
                  MOVE "A" TO ActionWk
                  OPEN I-O BUK-OVR
                  WRITE BUK-OVR-MSG
                     INVALID KEY
                        DISPLAY "*** ID ALREADY ON THE OVERRIDE FILE"
                           " - USE CHANGE OR REINSTATE ***"
                     NOT INVALID KEY
                        PERFORM LOG-CHANGE
                        DISPLAY "OVERRIDE FOR " AnsId " ADDED"
                  END-WRITE
                  CLOSE BUK-OVR
               ELSE
                  DISPLAY "NOTHING WRITTEN"
               END-IF
            END-IF.
      *----------------------
      * EVERY PROMPT SHOWS THE VALUE ON FILE; A BLANK ANSWER KEEPS
      * IT. THE STATUS HAS ITS OWN RETIRE/REINSTATE OPTIONS.
      *----------------------
         CHANGE-OVERRIDE.
            DISPLAY "EMPLOYEE ID: ".
            ACCEPT AnsId.
            OPEN I-O BUK-OVR.
            MOVE AnsId TO OVR-ID.
            READ BUK-OVR
               INVALID KEY
                  DISPLAY "*** NO OVERRIDE ON FILE FOR " AnsId " ***"
               NOT INVALID KEY
                  PERFORM SHOW-OVERRIDE
                  MOVE BUK-OVR-MSG TO BeforeImage
                  MOVE OVR-BUCKET TO AnsBucket
                  MOVE OVR-REASON TO AnsReason
                  MOVE OVR-REQBY  TO AnsReqBy
                  MOVE OVR-EXPIRY TO AnsExpiry
                  DISPLAY "PRESS ENTER TO KEEP THE CURRENT VALUE"
                  PERFORM ASK-OVERRIDE-DETAILS
                  IF ANSWER-OK THEN
                     PERFORM MOVE-ANSWERS-TO-RECORD
                     DISPLAY "REWRITE OVERRIDE " AnsId "? (Y/N): "
                     ACCEPT CONFIRM-ANS
                     IF CONFIRMED THEN
                        MOVE "C" TO ActionWk
                        REWRITE BUK-OVR-MSG
                        PERFORM LOG-CHANGE
                        DISPLAY "OVERRIDE FOR " AnsId " UPDATED"
                     ELSE
                        DISPLAY "NOTHING WRITTEN"
                     END-IF
                  END-IF
            END-READ.
            CLOSE BUK-OVR.
      *----------------------
      * RETIRING KEEPS THE RECORD (AND ITS TRAIL) - EXERC GOES BACK
      * TO THE LETTER MAP FOR THE ID FROM THE NEXT RUN. REINSTATING
      * A LAPSED OVERRIDE NEEDS AN EXPIRY DATE NOT YET PASSED.
      *----------------------
         RETIRE-OVERRIDE.
            MOVE "N" TO AnsFlag.
            MOVE "R" TO ActionWk.
            PERFORM FLIP-OVERRIDE-STATUS.

         REINSTATE-OVERRIDE.
            MOVE "Y" TO AnsFlag.
            MOVE "I" TO ActionWk.
            PERFORM FLIP-OVERRIDE-STATUS.

         FLIP-OVERRIDE-STATUS.
            DISPLAY "EMPLOYEE ID: ".
            ACCEPT AnsId.
            OPEN I-O BUK-OVR.
            MOVE AnsId TO OVR-ID.
            READ BUK-OVR
               INVALID KEY
                  DISPLAY "*** NO OVERRIDE ON FILE FOR " AnsId " ***"
               NOT INVALID KEY
                  PERFORM SHOW-OVERRIDE
                  MOVE BUK-OVR-MSG TO BeforeImage
                  MOVE "Y" TO ANS-OK-SW
                  IF AnsFlag = "Y" AND OVR-EXPIRY < TODAY-STAMP THEN
                     MOVE SPACES TO AnsExpiry
                     PERFORM ASK-EXPIRY
                     IF ANSWER-OK THEN
                        MOVE AnsExpiry TO OVR-EXPIRY
                     END-IF
                  END-IF
                  IF ANSWER-OK THEN
                     DISPLAY "SET STATUS TO " AnsFlag "? (Y/N): "
                     ACCEPT CONFIRM-ANS
                     IF CONFIRMED THEN
                        MOVE AnsFlag     TO OVR-ACTIVE
                        MOVE TODAY-STAMP TO OVR-UPDDATE
                        MOVE OperId      TO OVR-UPDOPER
                        REWRITE BUK-OVR-MSG
                        PERFORM LOG-CHANGE
                        DISPLAY "OVERRIDE FOR " AnsId " UPDATED"
                     ELSE
                        DISPLAY "NOTHING WRITTEN"
                     END-IF
                  END-IF
            END-READ.
            CLOSE BUK-OVR.

         SHOW-OVERRIDE.
            PERFORM SET-STATUS-TEXT.
            DISPLAY "OVERRIDE: " OVR-ID " BUCKET " OVR-BUCKET
               " THROUGH " OVR-EXPIRY " (" StatusWk ")".
            DISPLAY "  REASON: " OVR-REASON.
            DISPLAY "  FOR...: " OVR-REQBY.
      *----------------------
      * THE ID MUST BE THE 8 DIGITS ROSTED EXPECTS AND ON THE
      * ROSTER MASTER; THE EMPLOYEE'S NAME IS SHOWN FOR THE CHECK
      *----------------------
         ASK-EMPLOYEE-ID.
            MOVE "N" TO ANS-OK-SW.
            MOVE SPACES TO EmpName.
            DISPLAY "EMPLOYEE ID (8 DIGITS): ".
            ACCEPT AnsId.
            IF AnsId IS NOT NUMERIC THEN
               DISPLAY "*** ID MUST BE 8 DIGITS ***"
            ELSE
               MOVE AnsId TO MST-ID
               READ REC-MST
                  INVALID KEY
                     DISPLAY "*** ID " AnsId " IS NOT ON THE ROSTER"
                        " MASTER ***"
                  NOT INVALID KEY
                     MOVE MST-NAME TO EmpName
                     DISPLAY "EMPLOYEE: " AnsId " " EmpName
                     MOVE "Y" TO ANS-OK-SW
               END-READ
            END-IF.
      *----------------------
      * EACH ANSWER IS ASKED FOR UNTIL IT PASSES ITS EDIT; ON A
      * CHANGE THE ANSWER FIELDS ARRIVE HOLDING THE VALUES ON FILE
      *----------------------
         ASK-OVERRIDE-DETAILS.
            MOVE "N" TO ANS-OK-SW.
            PERFORM UNTIL ANSWER-OK
               DISPLAY "PINNED BUCKET (01-26) [" AnsBucket "]: "
               PERFORM ACCEPT-BUCKET-ANSWER
            END-PERFORM.
            MOVE "N" TO ANS-OK-SW.
            PERFORM UNTIL ANSWER-OK
               DISPLAY "REASON [" AnsReason "]: "
               PERFORM ACCEPT-REASON-ANSWER
            END-PERFORM.
            MOVE "N" TO ANS-OK-SW.
            PERFORM UNTIL ANSWER-OK
               DISPLAY "REQUESTED BY [" AnsReqBy "]: "
               PERFORM ACCEPT-REQBY-ANSWER
            END-PERFORM.
            PERFORM ASK-EXPIRY.

         ACCEPT-BUCKET-ANSWER.
            MOVE AnsBucket TO KeepWk.
            ACCEPT AnsBucket.
            IF AnsBucket = SPACES THEN
               MOVE KeepWk TO AnsBucket
            END-IF.
            IF AnsBucket IS NUMERIC AND AnsBucket > "00"
                  AND AnsBucket NOT > "26" THEN
               MOVE "Y" TO ANS-OK-SW
            ELSE
               DISPLAY "*** BUCKET MUST BE TWO DIGITS, 01-26 ***"
               MOVE SPACES TO AnsBucket
            END-IF.

         ACCEPT-REASON-ANSWER.
            MOVE AnsReason TO KeepWk.
            ACCEPT AnsReason.
            IF AnsReason = SPACES THEN
               MOVE KeepWk TO AnsReason
            END-IF.
            IF AnsReason = SPACES THEN
               DISPLAY "*** A REASON IS REQUIRED ***"
            ELSE
               MOVE "Y" TO ANS-OK-SW
            END-IF.

         ACCEPT-REQBY-ANSWER.
            MOVE AnsReqBy TO KeepWk.
            ACCEPT AnsReqBy.
            IF AnsReqBy = SPACES THEN
               MOVE KeepWk TO AnsReqBy
            END-IF.
            IF AnsReqBy = SPACES THEN
               DISPLAY "*** WHO REQUESTED IT IS REQUIRED ***"
            ELSE
               MOVE "Y" TO ANS-OK-SW
            END-IF.
      *----------------------
      * THE LAST DATE THE PIN HOLDS, NOT EARLIER THAN TODAY - AN
      * OVERRIDE THAT HAS ALREADY LAPSED IS NO OVERRIDE AT ALL
      *----------------------
         ASK-EXPIRY.
            MOVE "N" TO ANS-OK-SW.
            PERFORM UNTIL ANSWER-OK
               DISPLAY "EXPIRY DATE (YYYYMMDD) [" AnsExpiry "]: "
               MOVE AnsExpiry TO KeepWk
               ACCEPT AnsExpiry
               IF AnsExpiry = SPACES THEN
                  MOVE KeepWk TO AnsExpiry
               END-IF
               IF AnsExpiry IS NUMERIC
                     AND AnsMm > 0 AND AnsMm < 13
                     AND AnsDd > 0 AND AnsDd < 32
                     AND AnsExpiry NOT < TODAY-STAMP THEN
                  MOVE "Y" TO ANS-OK-SW
               ELSE
                  DISPLAY "*** EXPIRY MUST BE YYYYMMDD, TODAY OR"
                     " LATER ***"
                  MOVE SPACES TO AnsExpiry
               END-IF
            END-PERFORM.

         MOVE-ANSWERS-TO-RECORD.
            MOVE AnsBucket   TO OVR-BUCKET.
            MOVE AnsReason   TO OVR-REASON.
            MOVE AnsReqBy    TO OVR-REQBY.
            MOVE AnsExpiry   TO OVR-EXPIRY.
            MOVE TODAY-STAMP TO OVR-UPDDATE.
            MOVE OperId      TO OVR-UPDOPER.
