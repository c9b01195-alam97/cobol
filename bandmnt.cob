      *----------------------
      * DEPARTMENT BAND REFERENCE MAINTENANCE (OPERMNT STYLE): THE
      * BANDMST KSDS CARRIES ONE RECORD PER DEPARTMENT BAND CODE
      * (ROSTER COLUMNS 23-24) - THE CODE, THE DEPARTMENT'S NAME,
      * AN ACTIVE FLAG, AND THE DATE THE BAND TAKES EFFECT. ROSTED
      * EDITS EVERY ROSTER BAND AGAINST THIS FILE, AND ROSTAT,
      * CNTGEN, AND THE REPORTS BUILT ON THEIR COUNTS TALLY AND
      * PRINT EVERY BAND ON IT BY NAME, SO A REORGANIZATION IS A
      * FEW RECORDS KEYED HERE INSTEAD OF A RECOMPILE. A BAND IS
      * NEVER DELETED - RETIRING ONE ONLY CLEARS ITS ACTIVE FLAG,
      * SO THE HISTORY STILL CARRIES ITS NAME. EVERY WRITE HERE
      * GOES THROUGH A CONFIRMATION PROMPT.
      *----------------------
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    BANDMNT.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT BAND-MST ASSIGN TO BANDMST
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS BND-CODE.
        DATA DIVISION.
        FILE SECTION.
         FD  BAND-MST.
         01  BAND-MST-MSG.
             05  BND-CODE       PIC X(02).
             05  BND-DESC       PIC X(20).
             05  BND-ACTIVE     PIC X(01).
             05  BND-EFFDATE    PIC X(08).
             05  FILLER         PIC X(09).
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
         01 AnsDesc       PIC X(20).
         01 AnsDate       PIC X(08).
         01 AnsFlag       PIC X(01).
         01 CommaCnt      PIC 9(02).
         01 BandCount     PIC 9(03).

        PROCEDURE DIVISION.
         SHOW-MENU.
            PERFORM UNTIL MENU-DONE
               DISPLAY " "
               DISPLAY "BANDMNT - DEPARTMENT BAND MAINTENANCE"
               DISPLAY "  1. LIST THE DEPARTMENT BANDS"
               DISPLAY "  2. ADD A BAND"
               DISPLAY "  3. CHANGE A BAND'S NAME OR EFFECTIVE DATE"
               DISPLAY "  4. RETIRE A BAND"
               DISPLAY "  5. REINSTATE A BAND"
               DISPLAY "  6. EXIT"
               DISPLAY "ENTER YOUR CHOICE: "
               ACCEPT MENU-CHOICE
               IF MENU-LIST THEN
                  PERFORM LIST-BANDS
               ELSE IF MENU-ADD THEN
                  PERFORM ADD-BAND
               ELSE IF MENU-CHANGE THEN
                  PERFORM CHANGE-BAND
               ELSE IF MENU-RETIRE THEN
                  PERFORM RETIRE-BAND
               ELSE IF MENU-REINSTATE THEN
                  PERFORM REINSTATE-BAND
               ELSE IF MENU-EXIT THEN
                  SET MENU-DONE TO TRUE
               ELSE
                  DISPLAY "INVALID CHOICE - ENTER 1 THROUGH 6"
               END-IF
            END-PERFORM.
            STOP RUN.
      *----------------------
         LIST-BANDS.
            MOVE ZERO TO BandCount.
            MOVE "N" TO MST-EOF-SW.
            OPEN INPUT BAND-MST.
            MOVE LOW-VALUES TO BND-CODE.
            START BAND-MST KEY NOT < BND-CODE
               INVALID KEY SET MST-EOF TO TRUE
            END-START.
            DISPLAY "BAND DEPARTMENT            ACT EFFECTIVE".
            PERFORM UNTIL MST-EOF
            READ BAND-MST NEXT RECORD
               AT END SET MST-EOF TO TRUE
               NOT AT END
                  ADD 1 TO BandCount
                  DISPLAY BND-CODE "   " BND-DESC " " BND-ACTIVE
                     "   " BND-EFFDATE
            END-READ
            END-PERFORM.
            CLOSE BAND-MST.
            DISPLAY BandCount " BAND(S) ON FILE".
      *----------------------
      * THE CODE IS THE TWO DIGITS THE SITES KEY INTO ROSTER
      * COLUMNS 23-24 (01-99); THE NAME LANDS IN THE HR EXPORT, SO
      * IT MAY NOT CARRY A COMMA
      *----------------------
         ADD-BAND.
            DISPLAY "BAND CODE (01-99): ".
            ACCEPT AnsCode.
            PERFORM CHECK-CODE-ANSWER.
            IF NOT ANSWER-OK THEN
               DISPLAY "*** BAND CODE MUST BE TWO DIGITS, 01-99 ***"
            ELSE
               PERFORM ASK-NAME-AND-DATE
            END-IF.
            IF ANSWER-OK THEN
               MOVE SPACES  TO BAND-MST-MSG
               MOVE AnsCode TO BND-CODE
               MOVE AnsDesc TO BND-DESC
               MOVE "Y"     TO BND-ACTIVE
               MOVE AnsDate TO BND-EFFDATE
               DISPLAY "ADD BAND " AnsCode " " AnsDesc
                  " EFFECTIVE " AnsDate "? (Y/N): "
               ACCEPT CONFIRM-ANS
               IF CONFIRMED THEN
                  OPEN I-O BAND-MST
                  WRITE BAND-MST-MSG
                     INVALID KEY
                        DISPLAY "*** BAND ALREADY ON FILE ***"
                     NOT INVALID KEY
                        DISPLAY "BAND " AnsCode " ADDED"
                  END-WRITE
                  CLOSE BAND-MST
               ELSE
                  DISPLAY "NOTHING WRITTEN"
               END-IF
            END-IF.
      *----------------------
         CHANGE-BAND.
            DISPLAY "BAND CODE: ".
            ACCEPT AnsCode.
            OPEN I-O BAND-MST.
            MOVE AnsCode TO BND-CODE.
            READ BAND-MST
               INVALID KEY
                  DISPLAY "*** BAND NOT ON FILE: " AnsCode " ***"
               NOT INVALID KEY
                  DISPLAY "BAND: " BND-CODE " " BND-DESC
                     " (ACTIVE " BND-ACTIVE ", EFFECTIVE "
                     BND-EFFDATE ")"
                  PERFORM ASK-NAME-AND-DATE
                  IF ANSWER-OK THEN
                     DISPLAY "CHANGE BAND " AnsCode " TO " AnsDesc
                        " EFFECTIVE " AnsDate "? (Y/N): "
                     ACCEPT CONFIRM-ANS
                     IF CONFIRMED THEN
                        MOVE AnsDesc TO BND-DESC
                        MOVE AnsDate TO BND-EFFDATE
                        REWRITE BAND-MST-MSG
                        DISPLAY "BAND " AnsCode " UPDATED"
                     ELSE
                        DISPLAY "NOTHING WRITTEN"
                     END-IF
                  END-IF
            END-READ.
            CLOSE BAND-MST.
      *----------------------
      * RETIRING KEEPS THE RECORD (AND ITS NAME ON THE HISTORY) -
      * ONLY THE ACTIVE FLAG CHANGES, AND ROSTED STARTS REJECTING
      * THE CODE FROM THE NEXT RUN
      *----------------------
         RETIRE-BAND.
            MOVE "N" TO AnsFlag.
            PERFORM FLIP-ACTIVE-FLAG.

         REINSTATE-BAND.
            MOVE "Y" TO AnsFlag.
            PERFORM FLIP-ACTIVE-FLAG.

         FLIP-ACTIVE-FLAG.
            DISPLAY "BAND CODE: ".
            ACCEPT AnsCode.
            OPEN I-O BAND-MST.
            MOVE AnsCode TO BND-CODE.
            READ BAND-MST
               INVALID KEY
                  DISPLAY "*** BAND NOT ON FILE: " AnsCode " ***"
               NOT INVALID KEY
                  DISPLAY "BAND: " BND-CODE " " BND-DESC
                     " (ACTIVE " BND-ACTIVE ")"
                  DISPLAY "SET ACTIVE TO " AnsFlag "? (Y/N): "
                  ACCEPT CONFIRM-ANS
                  IF CONFIRMED THEN
                     MOVE AnsFlag TO BND-ACTIVE
                     REWRITE BAND-MST-MSG
                     DISPLAY "BAND " AnsCode " UPDATED"
                  ELSE
                     DISPLAY "NOTHING WRITTEN"
                  END-IF
            END-READ.
            CLOSE BAND-MST.
      *----------------------
         CHECK-CODE-ANSWER.
            MOVE "Y" TO ANS-OK-SW.
            IF AnsCode IS NOT NUMERIC OR AnsCode = "00" THEN
               MOVE "N" TO ANS-OK-SW
            END-IF.
      *----------------------
         ASK-NAME-AND-DATE.
            MOVE "Y" TO ANS-OK-SW.
            DISPLAY "DEPARTMENT NAME: ".
            ACCEPT AnsDesc.
            MOVE ZERO TO CommaCnt.
            INSPECT AnsDesc TALLYING CommaCnt FOR ALL ",".
            IF AnsDesc = SPACES OR CommaCnt > 0 THEN
               DISPLAY "*** NAME MUST BE PRESENT, WITH NO COMMA ***"
               MOVE "N" TO ANS-OK-SW
            ELSE
               DISPLAY "EFFECTIVE DATE (YYYYMMDD): "
               ACCEPT AnsDate
               IF AnsDate IS NOT NUMERIC THEN
                  DISPLAY "*** EFFECTIVE DATE MUST BE YYYYMMDD ***"
                  MOVE "N" TO ANS-OK-SW
               END-IF
            END-IF.
