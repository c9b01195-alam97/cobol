      * EACH SITE GETS A REJECT RATE, A TREND AGAINST THE PRIOR
      * PERIOD, AND A SIMPLE A-F GRADE, SO THE "WHICH SITE IS
      * WORST" ARGUMENT IS SETTLED BY ARITHMETIC, NOT ANECDOTE.
      * EVERY ACTIVE SITE ON THE SITE MASTER (SEE SITEMNT) IS
      * SCORED BY NAME, EVEN ONE THAT SENT NOTHING IN THE PERIOD; A
      * RETIRED SITE IS SCORED ONLY WHILE IT STILL HAS ACTIVITY IN
      * ONE OF THE TWO PERIODS.
      *----------------------
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    SITESCRD.
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-RPT   ASSIGN TO RECRPT
            ORGANIZATION IS SEQUENTIAL.
            SELECT SITE-MST  ASSIGN TO RECSITEM
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS SMS-CODE.
        DATA DIVISION.
        FILE SECTION.
         FD  REC-CTL    RECORDING MODE F.
             05  REC-EXCPT-CODE    PIC X(04).
         FD  REC-RPT    RECORDING MODE F.
         01  REC-RPT-MSG   PIC X(80).
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
             05 FOUND-SW PIC X.
                88 SLOT-FOUND VALUE "Y".
             05 MST-EOF-SW PIC X VALUE "N".
                88 MST-EOF VALUE "Y".
         01 CurFrom   PIC X(08).
         01 CurTo     PIC X(08).
         01 PriFrom   PIC X(08).
      *------ ONE SLOT PER SITE, CURRENT AND PRIOR PERIOD SIDE BY
      *------ SIDE SO THE TREND IS A STRAIGHT SUBTRACTION
         01 SiteTab.
             05 SiteEntry OCCURS 100 TIMES.
                10 SCD-CODE     PIC X(02).
                10 SCD-NAME     PIC X(20).
                10 SCD-ACTIVE   PIC X(01).
                10 SCD-SUBM     PIC 9(07).
                10 SCD-TRLF     PIC 9(05).
                10 SCD-REJ      PIC 9(07).
                10 SCD-MONV     PIC 9(07).
                10 SCD-P-SUBM   PIC 9(07).
                10 SCD-P-REJ    PIC 9(07).
         01 SiteUsed  PIC 9(03) VALUE ZERO.
         01 SX        PIC 9(03).
         01 CurSite   PIC 9(03).
         01 SiteScored PIC 9(03) VALUE ZERO.
         01 SiteKey   PIC X(02).
         01 RejPct    PIC 9(03)V9.
         01 PriPct    PIC 9(03)V9.
             05 SC-TREND    PIC X(06).
             05 FILLER      PIC X(02) VALUE SPACES.
             05 SC-GRADE    PIC X(01).
             05 FILLER      PIC X(02) VALUE SPACES.
             05 SC-NAME     PIC X(20).
             05 FILLER      PIC X(04) VALUE SPACES.

        PROCEDURE DIVISION.
         MAIN-LINE.
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM LOAD-SITE-MASTER.
            PERFORM SWEEP-STATUS-HISTORY.
            PERFORM SWEEP-REJECTS.
            OPEN OUTPUT REC-RPT.
            PERFORM PRINT-PAGE-HEADER.
            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SiteUsed
               IF SCD-ACTIVE(SX) NOT = "N"
                     OR SCD-SUBM(SX) > 0 OR SCD-REJ(SX) > 0
                     OR SCD-P-SUBM(SX) > 0 OR SCD-P-REJ(SX) > 0 THEN
                  ADD 1 TO SiteScored
                  PERFORM SCORE-ONE-SITE
               END-IF
            END-PERFORM.
            CLOSE REC-RPT.
            DISPLAY "SITESCRD: " SiteScored " SITE(S) SCORED FOR "
               CurFrom " THROUGH " CurTo.
            STOP RUN.

                  MOVE SX TO CurSite
               END-IF
            END-PERFORM.
            IF NOT SLOT-FOUND AND SiteUsed < 100 THEN
               ADD 1 TO SiteUsed
               MOVE SiteUsed TO CurSite
               MOVE SiteKey TO SCD-CODE(SiteUsed)
               MOVE SPACES TO SCD-NAME(SiteUsed)
               MOVE "Y" TO SCD-ACTIVE(SiteUsed)
               MOVE ZERO TO SCD-SUBM(SiteUsed) SCD-TRLF(SiteUsed)
                  SCD-REJ(SiteUsed) SCD-GENV(SiteUsed)
                  SCD-MONV(SiteUsed) SCD-P-SUBM(SiteUsed)
               SET SLOT-FOUND TO TRUE
            END-IF.

      *------ ONE SLOT PER SITE ON THE MASTER, IN SITE-CODE ORDER,
      *------ SO A SITE THAT SENT NOTHING STILL GETS ITS F; A CODE
      *------ FOUND ONLY ON THE HISTORY IS SLOTTED BEHIND THEM
         LOAD-SITE-MASTER.
            OPEN INPUT SITE-MST.
            PERFORM UNTIL MST-EOF
            READ SITE-MST
               AT END SET MST-EOF TO TRUE
               NOT AT END
                  MOVE SMS-CODE TO SiteKey
                  PERFORM FIND-SITE-SLOT
                  IF SLOT-FOUND THEN
                     MOVE SMS-NAME   TO SCD-NAME(CurSite)
                     MOVE SMS-ACTIVE TO SCD-ACTIVE(CurSite)
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE SITE-MST.

      *------ SUBMITTED VOLUME AND TRAILER FAILURES, PER PERIOD,
      *------ FROM SITEMRG'S APPENDED STATUS HISTORY
         SWEEP-STATUS-HISTORY.
         SCORE-ONE-SITE.
            MOVE SPACES TO SCORE-LINE.
            MOVE SCD-CODE(SX) TO SC-CODE.
            MOVE SCD-NAME(SX) TO SC-NAME.
            MOVE SCD-SUBM(SX) TO SC-SUBM.
            MOVE SCD-REJ(SX)  TO SC-REJ.
            MOVE SCD-TRLF(SX) TO SC-TRLF.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "SITE  SUBMIT   REJECTS REJ%  GEN%  MON%"
               "  TRLF  TREND   G  SITE NAME"
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.
