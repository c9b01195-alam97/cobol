      * COMPARED AGAINST EACH SITE'S OWN RECENT AVERAGE FROM THE
      * PROD.DAILY.SITECNT HISTORY (APPENDED EVERY RUN BY THIS
      * STEP), SO A SITE THAT SHORTED US 30 PERCENT CANNOT HIDE
      * INSIDE A COMBINED TOTAL THAT STILL LOOKS NORMAL. A SITE
      * WHOSE VOLUME NATURALLY SWINGS MORE (OR LESS) THAN THE REST
      * CARRIES ITS OWN THRESHOLD ON THE SITE MASTER (SEE SITEMNT);
      * A RETIRED SITE IS NEITHER JUDGED NOR ADDED TO THE HISTORY.
      *----------------------
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    VOLGRD.
      *------ THE COMBINED TOTAL)
            SELECT REC-SCNT ASSIGN TO RECSCNT
            ORGANIZATION IS SEQUENTIAL.
      *------ SITE MASTER: PER-SITE THRESHOLD AND ACTIVE FLAG
            SELECT SITE-MST ASSIGN TO RECSITEM
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS SMS-CODE.
        DATA DIVISION.
        FILE SECTION.
         FD  REC-IN     RECORDING MODE F.
             05 SCNT-RUNDATE    PIC X(08).
             05 SCNT-COUNT      PIC 9(07).
             05 FILLER          PIC X(07).
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
      *------ STANDARDIZED OPERATOR ALERT, APPENDED TO THE SHARED
      *------ PROD.DAILY.ALERTS DATASET ON EVERY RC 4/8 CONDITION SO
      *------ THE CONSOLE JOB CAN WATCH ONE FILE AND PAGE SOMEONE
      *------ THE JUDGE RELIES ON SIT-COUNT STAYING ZERO FOR A
      *------ SITE SEEN ONLY ON THE HISTORY, NOT TONIGHT
         01 SiteTab.
             05 SiteEntry OCCURS 100 TIMES INDEXED BY SX.
                10 SIT-CODE   PIC X(02).
      *------ THE SITE MASTER'S SAY: "N" = RETIRED, SKIP IT; THE
      *------ THRESHOLD TO JUDGE IT BY (THE RECCTL ONE BY DEFAULT)
                10 SIT-ACTIVE PIC X(01).
                10 SIT-THRESH PIC 99.
                10 SIT-COUNT  PIC 9(07) VALUE ZERO.
                10 SIT-SEEN   PIC 9(05) VALUE ZERO.
                10 SIT-HIST OCCURS 5 TIMES PIC 9(07) VALUE ZERO.
         01 SiteUsed  PIC 9(03) VALUE ZERO.
         01 SiteKey   PIC X(02).
         01 CurSite   PIC 9(03).
         01 SiteRetired PIC 9(03) VALUE ZERO.
         01 SITE-FOUND-SW PIC X.
             88 SITE-FOUND VALUE "Y".
         01 SCNT-EOF-SW PIC X VALUE "N".
            PERFORM READ-FILER-HISTORY.
            PERFORM JUDGE-VOLUME.
            PERFORM READ-SITE-HISTORY.
            PERFORM LOOK-UP-SITES.
            PERFORM JUDGE-SITE-VOLUMES.
            PERFORM APPEND-SITE-COUNTS.
            STOP RUN.
                  SET CurSite TO SX
               END-IF
            END-PERFORM.
            IF NOT SITE-FOUND AND SiteUsed < 100 THEN
               ADD 1 TO SiteUsed
               MOVE SiteUsed TO CurSite
               SET SX TO SiteUsed
            END-PERFORM.
            CLOSE REC-SCNT.

      *------ EVERY SLOT (TONIGHT'S SITES AND THOSE ONLY ON THE
      *------ HISTORY) PICKS UP ITS ACTIVE FLAG AND THRESHOLD. A
      *------ CODE NOT ON THE MASTER - A BLANK SITE, SAY - IS STILL
      *------ JUDGED, ON THE RECCTL THRESHOLD
         LOOK-UP-SITES.
            OPEN INPUT SITE-MST.
            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SiteUsed
               MOVE "Y" TO SIT-ACTIVE(SX)
               MOVE Threshold TO SIT-THRESH(SX)
               MOVE SIT-CODE(SX) TO SMS-CODE
               READ SITE-MST
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                     MOVE SMS-ACTIVE TO SIT-ACTIVE(SX)
                     IF SMS-THRESHOLD IS NUMERIC
                           AND SMS-THRESHOLD NOT = "00" THEN
                        MOVE SMS-THRESHOLD TO SIT-THRESH(SX)
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE SITE-MST.

      *------ A SITE SWING PAST THE THRESHOLD GETS THE SAME
      *------ JUDGMENT AS THE COMBINED TOTAL: RC 4 WHEN THE TRAILER
      *------ VOUCHES FOR TONIGHT'S FILE, RC 8 (STOP THE NIGHT)
      *------ WHEN IT DOES NOT
         JUDGE-SITE-VOLUMES.
            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SiteUsed
               IF SIT-ACTIVE(SX) = "N" THEN
                  ADD 1 TO SiteRetired
               ELSE
                  PERFORM JUDGE-ONE-SITE
               END-IF
            END-PERFORM.
            IF SiteRetired > 0 THEN
               DISPLAY "VOLGRD: " SiteRetired " RETIRED SITE(S) NOT"
                  " JUDGED"
            END-IF.
            IF SiteBad > 0 THEN
               DISPLAY "VOLGRD: " SiteBad " SITE(S) PAST THE"
                  " THRESHOLD"
                  ON SIZE ERROR MOVE 999.9 TO SwingPct
               END-COMPUTE
               MOVE SwingPct TO SwingPctEd
               IF SwingPct > SIT-THRESH(SX) OR
                  SwingPct < (0 - SIT-THRESH(SX)) THEN
                  ADD 1 TO SiteBad
                  IF TRAILER-SEEN AND RecCount = EXPECTED-COUNT THEN
                     DISPLAY "*** WARNING: SITE " SIT-CODE(SX)
         APPEND-TONIGHTS-COUNTS.
            OPEN EXTEND REC-SCNT.
            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SiteUsed
               IF SIT-ACTIVE(SX) NOT = "N" THEN
                  MOVE SPACES TO REC-SCNT-MSG
                  MOVE SIT-CODE(SX)  TO SCNT-SITE
                  MOVE RUN-STAMP     TO SCNT-RUNDATE
                  MOVE SIT-COUNT(SX) TO SCNT-COUNT
                  WRITE REC-SCNT-MSG
               END-IF
            END-PERFORM.
            CLOSE REC-SCNT.

