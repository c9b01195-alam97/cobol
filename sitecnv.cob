      *----------------------
      * ONE-TIME LOAD OF THE SITE MASTER FROM THE TWO FLAT CONTROL
      * FILES IT REPLACES: EVERY SITE ON PROD.DAILY.SITELIST (SITE
      * CODE PLUS THE DD NAME ITS EXTRACT WAS ALLOCATED UNDER)
      * BECOMES AN ACTIVE SITEMST RECORD, CARRY-FORWARD ELIGIBLE,
      * ON THE RECCTL DEFAULT VOLUME THRESHOLD, WITH THE EXTRACT AND
      * ACKNOWLEDGMENT DATASET NAMES THE DAILYRUN SITENN AND ACKNN
      * DD CARDS POINTED AT, AND THE SURNAME CUTOVER FLAG SET FOR
      * EVERY SITE ON PROD.DAILY.SURNSITE. THE NAME IS A PLACEHOLDER
      * ("SITE NN") AND THE CONTACT IS BLANK UNTIL KEYED THROUGH
      * SITEMNT. A SITE ON THE CUTOVER LIST BUT NOT ON SITELIST IS
      * LOADED AS WELL, RETIRED, SO ITS CUTOVER FLAG IS NOT LOST.
      *----------------------
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    SITECNV.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT REC-SITES ASSIGN TO RECSITES
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-SNAM  ASSIGN TO RECSNAM
            ORGANIZATION IS SEQUENTIAL.
            SELECT SITE-MST  ASSIGN TO SITEMST
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS SMS-CODE.
        DATA DIVISION.
        FILE SECTION.
         FD  REC-SITES  RECORDING MODE F.
         01  REC-SITES-MSG.
             05  SITE-CODE      PIC X(02).
             05  SITE-DSN       PIC X(08).
             05  FILLER         PIC X(06).
         FD  REC-SNAM   RECORDING MODE F.
         01  REC-SNAM-MSG.
             05  SNAM-SITE      PIC X(02).
             05  FILLER         PIC X(14).
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
         01 FLAGS.
             05 LASTREC PIC X VALUE SPACE.
                88 LAST-REC  VALUE "N".
             05 SNAM-EOF-SW PIC X VALUE "N".
                88 SNAM-EOF  VALUE "Y".
         01 SiteLoaded PIC 9(03) VALUE ZERO.
         01 SiteDup    PIC 9(03) VALUE ZERO.
         01 CutSet     PIC 9(03) VALUE ZERO.
         01 CutOnly    PIC 9(03) VALUE ZERO.
         01 TODAY-STAMP PIC X(08).

        PROCEDURE DIVISION.
         MAIN-LINE.
            ACCEPT TODAY-STAMP FROM DATE YYYYMMDD.
            OPEN I-O SITE-MST.
            OPEN INPUT REC-SITES.
            PERFORM UNTIL LAST-REC
            READ REC-SITES
               AT END SET LAST-REC TO TRUE
               NOT AT END
                  PERFORM LOAD-ONE-SITE
            END-READ
            END-PERFORM.
            CLOSE REC-SITES.
            OPEN INPUT REC-SNAM.
            PERFORM UNTIL SNAM-EOF
            READ REC-SNAM
               AT END SET SNAM-EOF TO TRUE
               NOT AT END
                  PERFORM MARK-ONE-CUTOVER
            END-READ
            END-PERFORM.
            CLOSE REC-SNAM.
            CLOSE SITE-MST.
            DISPLAY "SITECNV: " SiteLoaded " SITE(S) LOADED, "
               CutSet " MARKED SURNAME CUTOVER, " CutOnly
               " LOADED RETIRED FROM THE CUTOVER LIST ONLY".
            IF SiteDup > 0 THEN
               DISPLAY "*** WARNING: " SiteDup " SITE(S) ALREADY ON"
                  " THE MASTER - LEFT AS THEY WERE ***"
               MOVE 4 TO RETURN-CODE
            END-IF.
            STOP RUN.

      *------ THE SITE'S OLD DD NAME IS THE LAST QUALIFIER OF ITS
      *------ EXTRACT DATASET (SITE01 = PROD.DAILY.ROSTER.SITE01)
         LOAD-ONE-SITE.
            MOVE SPACES TO SITE-MST-MSG.
            MOVE SITE-CODE TO SMS-CODE.
            STRING "SITE " SITE-CODE
               DELIMITED BY SIZE INTO SMS-NAME.
            MOVE "Y" TO SMS-ACTIVE.
            MOVE "N" TO SMS-CUTOVER.
            MOVE "Y" TO SMS-CARRYFWD.
            STRING "PROD.DAILY.ROSTER." SITE-DSN
               DELIMITED BY SPACE INTO SMS-EXT-DSN.
            STRING "PROD.DAILY.ACK.SITE" SITE-CODE
               DELIMITED BY SIZE INTO SMS-ACK-DSN.
            MOVE TODAY-STAMP TO SMS-UPDDATE.
            WRITE SITE-MST-MSG
               INVALID KEY
                  DISPLAY "SITECNV: SITE " SITE-CODE
                     " ALREADY ON THE MASTER"
                  ADD 1 TO SiteDup
               NOT INVALID KEY
                  ADD 1 TO SiteLoaded
            END-WRITE.

         MARK-ONE-CUTOVER.
            MOVE SNAM-SITE TO SMS-CODE.
            READ SITE-MST
               INVALID KEY
                  MOVE SPACES TO SITE-MST-MSG
                  MOVE SNAM-SITE TO SMS-CODE
                  STRING "SITE " SNAM-SITE
                     DELIMITED BY SIZE INTO SMS-NAME
                  MOVE "N" TO SMS-ACTIVE
                  MOVE "Y" TO SMS-CUTOVER
                  MOVE "N" TO SMS-CARRYFWD
                  MOVE TODAY-STAMP TO SMS-UPDDATE
                  WRITE SITE-MST-MSG
                  ADD 1 TO CutOnly
               NOT INVALID KEY
                  MOVE "Y" TO SMS-CUTOVER
                  REWRITE SITE-MST-MSG
                  ADD 1 TO CutSet
            END-READ.
