      *----------------------
      * SITE MASTER MAINTENANCE (BANDMNT STYLE): THE SITEMST KSDS
      * CARRIES ONE RECORD PER REPORTING SITE, KEYED ON THE TWO-
      * DIGIT SITE CODE SITEMRG STAMPS INTO ROSTER COLUMNS 39-40 -
      * THE SITE'S NAME AND CONTACT, AN ACTIVE FLAG, THE SURNAME
      * CUTOVER FLAG (ROSTED, EXERC, ROSTAT, ROSTENT, SECTADV, AND
      * SELEXT KEY ON THE SURNAME FOR A CUT-OVER SITE), WHETHER
      * SITEMRG MAY CARRY THE SITE FORWARD FROM THE PRIOR NIGHT,
      * THE SITE'S OWN VOLGRD SWING THRESHOLD (BLANK = THE RECCTL
      * PERCENTAGE), AND THE FULL NAMES OF THE SITE'S NIGHTLY
      * EXTRACT AND ACKNOWLEDGMENT DATASETS, WHICH SITEMRG AND
      * SITEACK ALLOCATE BY NAME AT OPEN. BRINGING ON A SITE IS AN
      * ADD HERE AND RETIRING ONE CLEARS ITS ACTIVE FLAG - NO JCL
      * EDIT. A SITE IS NEVER DELETED, SO THE STATUS HISTORY AND
      * SCORECARD STILL CARRY ITS NAME. EVERY WRITE HERE GOES
      * THROUGH A CONFIRMATION PROMPT.
      *----------------------
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    SITEMNT.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT SITE-MST ASSIGN TO SITEMST
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SMS-CODE.
        DATA DIVISION.
        FILE SECTION.
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
         01 MST-EOF-SW    PIC X.
             88 MST-EOF   VALUE "Y".
         01 ANS-OK-SW     PIC X.
             88 ANSWER-OK VALUE "Y".
         01 AnsCode       PIC X(02).
         01 AnsName       PIC X(20).
         01 AnsContact    PIC X(30).
         01 AnsCutover    PIC X(01).
         01 AnsCarry      PIC X(01).
         01 AnsThresh     PIC X(02).
         01 AnsExtDsn     PIC X(44).
         01 AnsAckDsn     PIC X(44).
         01 AnsFlag       PIC X(01).
         01 DsnWork       PIC X(44).
         01 DsnLen        PIC 9(02).
         01 DSN-OK-SW     PIC X.
             88 DSN-OK    VALUE "Y".
         01 ThreshWork    PIC X(07).
         01 SiteCount     PIC 9(03).
         01 ActiveCount   PIC 9(03).
         01 TODAY-STAMP   PIC X(08).

        PROCEDURE DIVISION.
         SHOW-MENU.
            ACCEPT TODAY-STAMP FROM DATE YYYYMMDD.
            PERFORM UNTIL MENU-DONE
               DISPLAY " "
               DISPLAY "SITEMNT - SITE MASTER MAINTENANCE"
               DISPLAY "  1. LIST THE SITES"
               DISPLAY "  2. ADD (BRING ON) A SITE"
               DISPLAY "  3. CHANGE A SITE'S DETAILS"
               DISPLAY "  4. RETIRE A SITE"
               DISPLAY "  5. REINSTATE A SITE"
               DISPLAY "  6. EXIT"
               DISPLAY "ENTER YOUR CHOICE: "
               ACCEPT MENU-CHOICE
               IF MENU-LIST THEN
                  PERFORM LIST-SITES
               ELSE IF MENU-ADD THEN
                  PERFORM ADD-SITE
               ELSE IF MENU-CHANGE THEN
                  PERFORM CHANGE-SITE
               ELSE IF MENU-RETIRE THEN
                  PERFORM RETIRE-SITE
               ELSE IF MENU-REINSTATE THEN
                  PERFORM REINSTATE-SITE
               ELSE IF MENU-EXIT THEN
                  SET MENU-DONE TO TRUE
               ELSE
                  DISPLAY "INVALID CHOICE - ENTER 1 THROUGH 6"
               END-IF
            END-PERFORM.
            STOP RUN.
      *----------------------
      * TWO LINES PER SITE: THE CODE, NAME, AND FLAGS, THEN THE
      * CONTACT AND THE TWO DATASET NAMES
      *----------------------
         LIST-SITES.
            MOVE ZERO TO SiteCount ActiveCount.
            MOVE "N" TO MST-EOF-SW.
            OPEN INPUT SITE-MST.
            MOVE LOW-VALUES TO SMS-CODE.
            START SITE-MST KEY NOT < SMS-CODE
               INVALID KEY SET MST-EOF TO TRUE
            END-START.
            DISPLAY "SITE NAME                 ACT CUT CFW THRESH"
               "  UPDATED".
            PERFORM UNTIL MST-EOF
            READ SITE-MST NEXT RECORD
               AT END SET MST-EOF TO TRUE
               NOT AT END
                  ADD 1 TO SiteCount
                  IF SMS-ACTIVE = "Y" THEN
                     ADD 1 TO ActiveCount
                  END-IF
                  IF SMS-THRESHOLD = SPACES THEN
                     MOVE "DEFAULT" TO ThreshWork
                  ELSE
                     MOVE SPACES TO ThreshWork
                     STRING SMS-THRESHOLD " PCT"
                        DELIMITED BY SIZE INTO ThreshWork
                  END-IF
                  DISPLAY SMS-CODE "   " SMS-NAME "  " SMS-ACTIVE
                     "   " SMS-CUTOVER "   " SMS-CARRYFWD "   "
                     ThreshWork " " SMS-UPDDATE
                  DISPLAY "     CONTACT: " SMS-CONTACT
                  DISPLAY "     EXTRACT: " SMS-EXT-DSN
                  DISPLAY "     ACK....: " SMS-ACK-DSN
            END-READ
            END-PERFORM.
            CLOSE SITE-MST.
            DISPLAY SiteCount " SITE(S) ON FILE, " ActiveCount
               " ACTIVE".
      *----------------------
      * THE CODE IS THE TWO DIGITS SITEMRG STAMPS INTO ROSTER
      * COLUMNS 39-40 (01-99). A NEW SITE STARTS ACTIVE; ITS FIRST
      * EXTRACT IS TAKEN AT WHATEVER HEADER SEQUENCE IT SENDS
      *----------------------
         ADD-SITE.
            DISPLAY "SITE CODE (01-99): ".
            ACCEPT AnsCode.
            PERFORM CHECK-CODE-ANSWER.
            IF NOT ANSWER-OK THEN
               DISPLAY "*** SITE CODE MUST BE TWO DIGITS, 01-99 ***"
            ELSE
               MOVE SPACES TO AnsName AnsContact AnsExtDsn AnsAckDsn
                  AnsThresh
               MOVE "N" TO AnsCutover
               MOVE "Y" TO AnsCarry
               PERFORM ASK-SITE-DETAILS
            END-IF.
            IF ANSWER-OK THEN
               MOVE SPACES      TO SITE-MST-MSG
               MOVE AnsCode     TO SMS-CODE
               MOVE "Y"         TO SMS-ACTIVE
               PERFORM MOVE-ANSWERS-TO-RECORD
               DISPLAY "EXTRACT DATASET: " AnsExtDsn
               DISPLAY "ADD SITE " AnsCode " " AnsName "? (Y/N): "
               ACCEPT CONFIRM-ANS
               IF CONFIRMED THEN
                  OPEN I-O SITE-MST
                  WRITE SITE-MST-MSG
                     INVALID KEY
                        DISPLAY "*** SITE ALREADY ON FILE ***"
                     NOT INVALID KEY
                        DISPLAY "SITE " AnsCode " ADDED"
                  END-WRITE
                  CLOSE SITE-MST
               ELSE
                  DISPLAY "NOTHING WRITTEN"
               END-IF
            END-IF.
      *----------------------
      * EVERY PROMPT SHOWS THE VALUE ON FILE; A BLANK ANSWER KEEPS
      * IT. THE ACTIVE FLAG HAS ITS OWN RETIRE/REINSTATE OPTIONS.
      *----------------------
         CHANGE-SITE.
            DISPLAY "SITE CODE: ".
            ACCEPT AnsCode.
            OPEN I-O SITE-MST.
            MOVE AnsCode TO SMS-CODE.
            READ SITE-MST
               INVALID KEY
                  DISPLAY "*** SITE NOT ON FILE: " AnsCode " ***"
               NOT INVALID KEY
                  DISPLAY "SITE: " SMS-CODE " " SMS-NAME
                     " (ACTIVE " SMS-ACTIVE ")"
                  MOVE SMS-NAME      TO AnsName
                  MOVE SMS-CONTACT   TO AnsContact
                  MOVE SMS-CUTOVER   TO AnsCutover
                  MOVE SMS-CARRYFWD  TO AnsCarry
                  MOVE SMS-THRESHOLD TO AnsThresh
                  MOVE SMS-EXT-DSN   TO AnsExtDsn
                  MOVE SMS-ACK-DSN   TO AnsAckDsn
                  PERFORM ASK-SITE-DETAILS
                  IF ANSWER-OK THEN
                     DISPLAY "CHANGE SITE " AnsCode " AS ENTERED?"
                        " (Y/N): "
                     ACCEPT CONFIRM-ANS
                     IF CONFIRMED THEN
                        PERFORM MOVE-ANSWERS-TO-RECORD
                        REWRITE SITE-MST-MSG
                        DISPLAY "SITE " AnsCode " UPDATED"
                     ELSE
                        DISPLAY "NOTHING WRITTEN"
                     END-IF
                  END-IF
            END-READ.
            CLOSE SITE-MST.
      *----------------------
      * RETIRING KEEPS THE RECORD (AND ITS NAME ON THE HISTORY) -
      * ONLY THE ACTIVE FLAG CHANGES: FROM THE NEXT RUN SITEMRG
      * STOPS LOOKING FOR THE SITE'S EXTRACT, SITEACK STOPS CUTTING
      * ITS ACKNOWLEDGMENT, AND VOLGRD STOPS JUDGING ITS VOLUME
      *----------------------
         RETIRE-SITE.
            MOVE "N" TO AnsFlag.
            PERFORM FLIP-ACTIVE-FLAG.

         REINSTATE-SITE.
            MOVE "Y" TO AnsFlag.
            PERFORM FLIP-ACTIVE-FLAG.

         FLIP-ACTIVE-FLAG.
            DISPLAY "SITE CODE: ".
            ACCEPT AnsCode.
            OPEN I-O SITE-MST.
            MOVE AnsCode TO SMS-CODE.
            READ SITE-MST
               INVALID KEY
                  DISPLAY "*** SITE NOT ON FILE: " AnsCode " ***"
               NOT INVALID KEY
                  DISPLAY "SITE: " SMS-CODE " " SMS-NAME
                     " (ACTIVE " SMS-ACTIVE ")"
                  DISPLAY "SET ACTIVE TO " AnsFlag "? (Y/N): "
                  ACCEPT CONFIRM-ANS
                  IF CONFIRMED THEN
                     MOVE AnsFlag     TO SMS-ACTIVE
                     MOVE TODAY-STAMP TO SMS-UPDDATE
                     REWRITE SITE-MST-MSG
                     DISPLAY "SITE " AnsCode " UPDATED"
                  ELSE
                     DISPLAY "NOTHING WRITTEN"
                  END-IF
            END-READ.
            CLOSE SITE-MST.
      *----------------------
         CHECK-CODE-ANSWER.
            MOVE "Y" TO ANS-OK-SW.
            IF AnsCode IS NOT NUMERIC OR AnsCode = "00" THEN
               MOVE "N" TO ANS-OK-SW
            END-IF.
      *----------------------
      * THE ANSWER FIELDS ARRIVE HOLDING THE CURRENT (OR DEFAULT)
      * VALUES; EACH PROMPT OVERWRITES ONE ONLY WHEN SOMETHING IS
      * KEYED. THE NAME AND BOTH DATASET NAMES ARE REQUIRED.
      *----------------------
         ASK-SITE-DETAILS.
            MOVE "Y" TO ANS-OK-SW.
            DISPLAY "SITE NAME [" AnsName "]: ".
            PERFORM ACCEPT-NAME.
            DISPLAY "CONTACT [" AnsContact "]: ".
            PERFORM ACCEPT-CONTACT.
            DISPLAY "SURNAME CUTOVER (Y/N) [" AnsCutover "]: ".
            PERFORM ACCEPT-CUTOVER.
            DISPLAY "CARRY-FORWARD ELIGIBLE (Y/N) [" AnsCarry "]: ".
            PERFORM ACCEPT-CARRY.
            DISPLAY "VOLUME THRESHOLD PCT (01-99, * = DEFAULT) ["
               AnsThresh "]: ".
            PERFORM ACCEPT-THRESHOLD.
            DISPLAY "EXTRACT DATASET NAME [" AnsExtDsn "]: ".
            PERFORM ACCEPT-EXTRACT-DSN.
            DISPLAY "ACKNOWLEDGMENT DATASET NAME [" AnsAckDsn "]: ".
            PERFORM ACCEPT-ACK-DSN.
            IF AnsName = SPACES THEN
               DISPLAY "*** SITE NAME MUST BE PRESENT ***"
               MOVE "N" TO ANS-OK-SW
            ELSE IF AnsCutover NOT = "Y" AND AnsCutover NOT = "N"
                  THEN
               DISPLAY "*** SURNAME CUTOVER MUST BE Y OR N ***"
               MOVE "N" TO ANS-OK-SW
            ELSE IF AnsCarry NOT = "Y" AND AnsCarry NOT = "N" THEN
               DISPLAY "*** CARRY-FORWARD MUST BE Y OR N ***"
               MOVE "N" TO ANS-OK-SW
            ELSE IF AnsThresh NOT = SPACES
                  AND (AnsThresh IS NOT NUMERIC OR AnsThresh = "00")
                  THEN
               DISPLAY "*** THRESHOLD MUST BE TWO DIGITS, 01-99 ***"
               MOVE "N" TO ANS-OK-SW
            END-IF.
            IF ANSWER-OK THEN
               MOVE AnsExtDsn TO DsnWork
               PERFORM CHECK-DSN-ANSWER
               IF NOT DSN-OK THEN
                  DISPLAY "*** EXTRACT DATASET NAME IS MISSING OR"
                     " HAS A BLANK IN IT ***"
                  MOVE "N" TO ANS-OK-SW
               END-IF
            END-IF.
            IF ANSWER-OK THEN
               MOVE AnsAckDsn TO DsnWork
               PERFORM CHECK-DSN-ANSWER
               IF NOT DSN-OK THEN
                  DISPLAY "*** ACKNOWLEDGMENT DATASET NAME IS MISSING"
                     " OR HAS A BLANK IN IT ***"
                  MOVE "N" TO ANS-OK-SW
               END-IF
            END-IF.

         ACCEPT-NAME.
            MOVE SPACES TO DsnWork.
            ACCEPT DsnWork.
            IF DsnWork NOT = SPACES THEN
               MOVE DsnWork TO AnsName
            END-IF.

         ACCEPT-CONTACT.
            MOVE SPACES TO DsnWork.
            ACCEPT DsnWork.
            IF DsnWork NOT = SPACES THEN
               MOVE DsnWork TO AnsContact
            END-IF.

         ACCEPT-CUTOVER.
            MOVE SPACES TO AnsFlag.
            ACCEPT AnsFlag.
            IF AnsFlag NOT = SPACES THEN
               MOVE AnsFlag TO AnsCutover
            END-IF.

         ACCEPT-CARRY.
            MOVE SPACES TO AnsFlag.
            ACCEPT AnsFlag.
            IF AnsFlag NOT = SPACES THEN
               MOVE AnsFlag TO AnsCarry
            END-IF.

      *------ "*" PUTS THE SITE BACK ON THE RECCTL DEFAULT, SINCE A
      *------ BLANK ANSWER MEANS "KEEP WHAT IS ON FILE"
         ACCEPT-THRESHOLD.
            MOVE SPACES TO DsnWork.
            ACCEPT DsnWork.
            IF DsnWork(1:1) = "*" THEN
               MOVE SPACES TO AnsThresh
            ELSE IF DsnWork NOT = SPACES THEN
               MOVE DsnWork(1:2) TO AnsThresh
            END-IF.

         ACCEPT-EXTRACT-DSN.
            MOVE SPACES TO DsnWork.
            ACCEPT DsnWork.
            IF DsnWork NOT = SPACES THEN
               MOVE DsnWork TO AnsExtDsn
            END-IF.

         ACCEPT-ACK-DSN.
            MOVE SPACES TO DsnWork.
            ACCEPT DsnWork.
            IF DsnWork NOT = SPACES THEN
               MOVE DsnWork TO AnsAckDsn
            END-IF.

      *------ A DATASET NAME IS ONE UNBROKEN RUN OF CHARACTERS FROM
      *------ COLUMN 1 - NOTHING BUT BLANKS MAY FOLLOW ITS FIRST BLANK
         CHECK-DSN-ANSWER.
            MOVE "Y" TO DSN-OK-SW.
            MOVE ZERO TO DsnLen.
            INSPECT DsnWork TALLYING DsnLen
               FOR CHARACTERS BEFORE INITIAL SPACE.
            IF DsnLen = 0 THEN
               MOVE "N" TO DSN-OK-SW
            ELSE IF DsnLen < 44 THEN
               IF DsnWork(DsnLen + 1:) NOT = SPACES THEN
                  MOVE "N" TO DSN-OK-SW
               END-IF
            END-IF.
      *----------------------
         MOVE-ANSWERS-TO-RECORD.
            MOVE AnsName     TO SMS-NAME.
            MOVE AnsContact  TO SMS-CONTACT.
            MOVE AnsCutover  TO SMS-CUTOVER.
            MOVE AnsCarry    TO SMS-CARRYFWD.
            MOVE AnsThresh   TO SMS-THRESHOLD.
            MOVE AnsExtDsn   TO SMS-EXT-DSN.
            MOVE AnsAckDsn   TO SMS-ACK-DSN.
            MOVE TODAY-STAMP TO SMS-UPDDATE.
