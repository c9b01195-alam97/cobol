      *----------------------
      * AUTHORIZED HEADCOUNT PLAN MAINTENANCE (BANDMNT STYLE): THE
      * PLANMST KSDS CARRIES ONE RECORD PER SITE, DEPARTMENT BAND,
      * AND PLAN PERIOD - THE AUTHORIZED HEADCOUNT FINANCE SET FOR
      * THAT SITE AND BAND (ALL GENDERS), EFFECTIVE FROM ONE DATE
      * THROUGH ANOTHER (BLANK THROUGH DATE = OPEN-ENDED). THE KEY
      * IS SITE, BAND, AND FROM DATE, SO EACH FISCAL YEAR'S PLAN IS
      * A NEW PERIOD BESIDE THE OLD ONES; TWO PERIODS FOR THE SAME
      * SITE AND BAND MAY NOT OVERLAP. PLANRPT SETS THE ROSTAT
      * ACTUALS AGAINST THE PERIOD IN FORCE. THE BAND MUST BE ON
      * THE BANDMST REFERENCE FILE. EVERY WRITE HERE GOES THROUGH A
      * CONFIRMATION PROMPT.
      *----------------------
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    PLANMNT.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PLAN-MST ASSIGN TO PLANMST
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PLN-KEY.
            SELECT BAND-MST ASSIGN TO BANDMST
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS BND-CODE.
        DATA DIVISION.
        FILE SECTION.
         FD  PLAN-MST.
         01  PLAN-MST-MSG.
             05  PLN-KEY.
                 10  PLN-SITE       PIC X(02).
                 10  PLN-BAND       PIC X(02).
                 10  PLN-FROM       PIC X(08).
             05  PLN-THRU       PIC X(08).
             05  PLN-AUTH       PIC 9(05).
             05  PLN-UPDDATE    PIC X(08).
             05  FILLER         PIC X(07).
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
             88 MENU-DELETE    VALUE "4".
             88 MENU-EXIT      VALUE "5".
         01 MENU-DONE-SW  PIC X VALUE "N".
             88 MENU-DONE       VALUE "Y".
         01 CONFIRM-ANS   PIC X(01).
             88 CONFIRMED       VALUE "Y".
         01 MST-EOF-SW    PIC X.
             88 MST-EOF   VALUE "Y".
         01 ANS-OK-SW     PIC X.
             88 ANSWER-OK VALUE "Y".
         01 OVERLAP-SW    PIC X.
             88 PERIOD-OVERLAPS VALUE "Y".
         01 AnsSite       PIC X(02).
         01 AnsBand       PIC X(02).
         01 AnsFrom       PIC X(08).
         01 AnsThru       PIC X(08).
         01 AnsAuth       PIC X(05).
         01 ThruWork      PIC X(08).
         01 OtherThru     PIC X(08).
         01 PlanCount     PIC 9(05).
         01 TODAY-STAMP   PIC X(08).

        PROCEDURE DIVISION.
         SHOW-MENU.
            ACCEPT TODAY-STAMP FROM DATE YYYYMMDD.
            PERFORM UNTIL MENU-DONE
               DISPLAY " "
               DISPLAY "PLANMNT - AUTHORIZED HEADCOUNT PLAN MAINTENANCE"
               DISPLAY "  1. LIST THE PLAN"
               DISPLAY "  2. ADD A PLAN PERIOD"
               DISPLAY "  3. CHANGE A PLAN PERIOD'S COUNT OR END DATE"
               DISPLAY "  4. DELETE A PLAN PERIOD"
               DISPLAY "  5. EXIT"
               DISPLAY "ENTER YOUR CHOICE: "
               ACCEPT MENU-CHOICE
               IF MENU-LIST THEN
                  PERFORM LIST-PLAN
               ELSE IF MENU-ADD THEN
                  PERFORM ADD-PLAN
               ELSE IF MENU-CHANGE THEN
                  PERFORM CHANGE-PLAN
               ELSE IF MENU-DELETE THEN
                  PERFORM DELETE-PLAN
               ELSE IF MENU-EXIT THEN
                  SET MENU-DONE TO TRUE
               ELSE
                  DISPLAY "INVALID CHOICE - ENTER 1 THROUGH 5"
               END-IF
            END-PERFORM.
            STOP RUN.
      *----------------------
      * ONE SITE, OR THE WHOLE PLAN WHEN THE SITE IS LEFT BLANK
      *----------------------
         LIST-PLAN.
            DISPLAY "SITE (BLANK = ALL SITES): ".
            MOVE SPACES TO AnsSite.
            ACCEPT AnsSite.
            MOVE ZERO TO PlanCount.
            MOVE "N" TO MST-EOF-SW.
            OPEN INPUT PLAN-MST.
            MOVE LOW-VALUES TO PLN-KEY.
            IF AnsSite NOT = SPACES THEN
               MOVE AnsSite TO PLN-SITE
            END-IF.
            START PLAN-MST KEY NOT < PLN-KEY
               INVALID KEY SET MST-EOF TO TRUE
            END-START.
            DISPLAY "SITE BAND FROM     THROUGH  AUTHORIZED UPDATED".
            PERFORM UNTIL MST-EOF
            READ PLAN-MST NEXT RECORD
               AT END SET MST-EOF TO TRUE
               NOT AT END
                  IF AnsSite NOT = SPACES
                        AND PLN-SITE NOT = AnsSite THEN
                     SET MST-EOF TO TRUE
                  ELSE
                     ADD 1 TO PlanCount
                     IF PLN-THRU = SPACES THEN
                        MOVE "OPEN" TO ThruWork
                     ELSE
                        MOVE PLN-THRU TO ThruWork
                     END-IF
                     DISPLAY PLN-SITE "   " PLN-BAND "   " PLN-FROM
                        " " ThruWork " " PLN-AUTH "      "
                        PLN-UPDDATE
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE PLAN-MST.
            DISPLAY PlanCount " PLAN PERIOD(S) LISTED".
      *----------------------
         ADD-PLAN.
            PERFORM ASK-PLAN-KEY.
            IF ANSWER-OK THEN
               PERFORM ASK-THRU-AND-COUNT
            END-IF.
            IF ANSWER-OK THEN
               OPEN I-O PLAN-MST
               PERFORM CHECK-OVERLAP
               IF PERIOD-OVERLAPS THEN
                  DISPLAY "*** OVERLAPS PERIOD FROM " PLN-FROM
                     " FOR THIS SITE AND BAND - NOTHING WRITTEN ***"
               ELSE
                  DISPLAY "ADD SITE " AnsSite " BAND " AnsBand
                     " FROM " AnsFrom " THROUGH " ThruWork
                     " AUTHORIZED " AnsAuth "? (Y/N): "
                  ACCEPT CONFIRM-ANS
                  IF CONFIRMED THEN
                     MOVE SPACES      TO PLAN-MST-MSG
                     MOVE AnsSite     TO PLN-SITE
                     MOVE AnsBand     TO PLN-BAND
                     MOVE AnsFrom     TO PLN-FROM
                     MOVE AnsThru     TO PLN-THRU
                     MOVE AnsAuth     TO PLN-AUTH
                     MOVE TODAY-STAMP TO PLN-UPDDATE
                     WRITE PLAN-MST-MSG
                        INVALID KEY
                           DISPLAY "*** PERIOD ALREADY ON FILE ***"
                        NOT INVALID KEY
                           DISPLAY "PLAN PERIOD ADDED"
                     END-WRITE
                  ELSE
                     DISPLAY "NOTHING WRITTEN"
                  END-IF
               END-IF
               CLOSE PLAN-MST
            END-IF.
      *----------------------
      * THE FROM DATE IS PART OF THE KEY: TO MOVE IT, DELETE THE
      * PERIOD AND ADD IT AGAIN
      *----------------------
         CHANGE-PLAN.
            PERFORM ASK-PLAN-KEY.
            IF ANSWER-OK THEN
               OPEN I-O PLAN-MST
               MOVE AnsSite TO PLN-SITE
               MOVE AnsBand TO PLN-BAND
               MOVE AnsFrom TO PLN-FROM
               READ PLAN-MST
                  INVALID KEY
                     DISPLAY "*** NO PLAN PERIOD FOR THAT SITE, BAND,"
                        " AND FROM DATE ***"
                  NOT INVALID KEY
                     DISPLAY "PERIOD: THROUGH " PLN-THRU
                        " AUTHORIZED " PLN-AUTH
                     PERFORM ASK-THRU-AND-COUNT
                     IF ANSWER-OK THEN
                        PERFORM CHECK-OVERLAP
                     END-IF
                     IF ANSWER-OK AND PERIOD-OVERLAPS THEN
                        DISPLAY "*** OVERLAPS PERIOD FROM " PLN-FROM
                           " FOR THIS SITE AND BAND ***"
                        MOVE "N" TO ANS-OK-SW
                     END-IF
                     IF ANSWER-OK THEN
                        PERFORM CHANGE-PLAN-RECORD
                     END-IF
               END-READ
               CLOSE PLAN-MST
            END-IF.

      *------ THE OVERLAP SCAN MOVED THE FILE POSITION, SO THE
      *------ PERIOD IS READ AGAIN BEFORE THE REWRITE
         CHANGE-PLAN-RECORD.
            DISPLAY "CHANGE TO THROUGH " ThruWork " AUTHORIZED "
               AnsAuth "? (Y/N): ".
            ACCEPT CONFIRM-ANS.
            IF CONFIRMED THEN
               MOVE AnsSite TO PLN-SITE
               MOVE AnsBand TO PLN-BAND
               MOVE AnsFrom TO PLN-FROM
               READ PLAN-MST
                  INVALID KEY
                     DISPLAY "*** PERIOD NO LONGER ON FILE ***"
                  NOT INVALID KEY
                     MOVE AnsThru     TO PLN-THRU
                     MOVE AnsAuth     TO PLN-AUTH
                     MOVE TODAY-STAMP TO PLN-UPDDATE
                     REWRITE PLAN-MST-MSG
                     DISPLAY "PLAN PERIOD UPDATED"
               END-READ
            ELSE
               DISPLAY "NOTHING WRITTEN"
            END-IF.
      *----------------------
         DELETE-PLAN.
            PERFORM ASK-PLAN-KEY.
            IF ANSWER-OK THEN
               OPEN I-O PLAN-MST
               MOVE AnsSite TO PLN-SITE
               MOVE AnsBand TO PLN-BAND
               MOVE AnsFrom TO PLN-FROM
               READ PLAN-MST
                  INVALID KEY
                     DISPLAY "*** NO PLAN PERIOD FOR THAT SITE, BAND,"
                        " AND FROM DATE ***"
                  NOT INVALID KEY
                     DISPLAY "DELETE PERIOD THROUGH " PLN-THRU
                        " AUTHORIZED " PLN-AUTH "? (Y/N): "
                     ACCEPT CONFIRM-ANS
                     IF CONFIRMED THEN
                        DELETE PLAN-MST
                        DISPLAY "PLAN PERIOD DELETED"
                     ELSE
                        DISPLAY "NOTHING WRITTEN"
                     END-IF
               END-READ
               CLOSE PLAN-MST
            END-IF.
      *----------------------
      * SITE, BAND (ON BANDMST), AND FROM DATE - THE RECORD KEY
      *----------------------
         ASK-PLAN-KEY.
            MOVE "Y" TO ANS-OK-SW.
            DISPLAY "SITE CODE: ".
            ACCEPT AnsSite.
            DISPLAY "BAND CODE (01-99): ".
            ACCEPT AnsBand.
            DISPLAY "PERIOD FROM DATE (YYYYMMDD): ".
            ACCEPT AnsFrom.
            IF AnsSite = SPACES THEN
               DISPLAY "*** SITE CODE MUST BE PRESENT ***"
               MOVE "N" TO ANS-OK-SW
            ELSE IF AnsBand IS NOT NUMERIC OR AnsBand = "00" THEN
               DISPLAY "*** BAND CODE MUST BE TWO DIGITS, 01-99 ***"
               MOVE "N" TO ANS-OK-SW
            ELSE IF AnsFrom IS NOT NUMERIC THEN
               DISPLAY "*** FROM DATE MUST BE YYYYMMDD ***"
               MOVE "N" TO ANS-OK-SW
            END-IF.
            IF ANSWER-OK THEN
               OPEN INPUT BAND-MST
               MOVE AnsBand TO BND-CODE
               READ BAND-MST
                  INVALID KEY
                     DISPLAY "*** BAND NOT ON FILE: " AnsBand " ***"
                     MOVE "N" TO ANS-OK-SW
               END-READ
               CLOSE BAND-MST
            END-IF.
      *----------------------
         ASK-THRU-AND-COUNT.
            MOVE "Y" TO ANS-OK-SW.
            DISPLAY "THROUGH DATE (YYYYMMDD, BLANK = OPEN-ENDED): ".
            MOVE SPACES TO AnsThru.
            ACCEPT AnsThru.
            DISPLAY "AUTHORIZED HEADCOUNT (5 DIGITS, E.G. 00120): ".
            ACCEPT AnsAuth.
            IF AnsThru NOT = SPACES
                  AND (AnsThru IS NOT NUMERIC OR AnsThru < AnsFrom)
                  THEN
               DISPLAY "*** THROUGH DATE MUST BE YYYYMMDD, NOT"
                  " BEFORE THE FROM DATE ***"
               MOVE "N" TO ANS-OK-SW
            ELSE IF AnsAuth IS NOT NUMERIC THEN
               DISPLAY "*** AUTHORIZED HEADCOUNT MUST BE 5 DIGITS ***"
               MOVE "N" TO ANS-OK-SW
            END-IF.
            IF AnsThru = SPACES THEN
               MOVE "OPEN" TO ThruWork
            ELSE
               MOVE AnsThru TO ThruWork
            END-IF.
      *----------------------
      * EVERY OTHER PERIOD FOR THE SAME SITE AND BAND MUST END
      * BEFORE THIS ONE STARTS OR START AFTER IT ENDS (A BLANK
      * THROUGH DATE RUNS FOREVER); THE PERIOD'S OWN KEY IS SKIPPED
      * SO A CHANGE DOES NOT COLLIDE WITH ITSELF
      *----------------------
         CHECK-OVERLAP.
            MOVE "N" TO OVERLAP-SW.
            MOVE "N" TO MST-EOF-SW.
            MOVE AnsSite TO PLN-SITE.
            MOVE AnsBand TO PLN-BAND.
            MOVE LOW-VALUES TO PLN-FROM.
            START PLAN-MST KEY NOT < PLN-KEY
               INVALID KEY SET MST-EOF TO TRUE
            END-START.
            PERFORM UNTIL MST-EOF OR PERIOD-OVERLAPS
            READ PLAN-MST NEXT RECORD
               AT END SET MST-EOF TO TRUE
               NOT AT END
                  IF PLN-SITE NOT = AnsSite
                        OR PLN-BAND NOT = AnsBand THEN
                     SET MST-EOF TO TRUE
                  ELSE IF PLN-FROM NOT = AnsFrom THEN
                     IF PLN-THRU = SPACES THEN
                        MOVE "99999999" TO OtherThru
                     ELSE
                        MOVE PLN-THRU TO OtherThru
                     END-IF
                     IF AnsThru = SPACES THEN
                        IF OtherThru NOT < AnsFrom THEN
                           SET PERIOD-OVERLAPS TO TRUE
                        END-IF
                     ELSE
                        IF OtherThru NOT < AnsFrom
                              AND PLN-FROM NOT > AnsThru THEN
                           SET PERIOD-OVERLAPS TO TRUE
                        END-IF
                     END-IF
                  END-IF
                  END-IF
            END-READ
            END-PERFORM.
