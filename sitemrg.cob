      *----------------------
      * MULTI-SITE EXTRACT MERGE, RUN AHEAD OF THE WHOLE STREAM:
      * WALKS THE SITE MASTER (SEE SITEMNT) AND, FOR EVERY ACTIVE
      * SITE, ALLOCATES THE EXTRACT DATASET NAMED ON ITS RECORD,
      * VERIFIES THE SITE'S OWN TRAILER
      * COUNT AND HASH, STAMPS THE SITE CODE INTO THE UNUSED ROSTER
      * COLUMNS 39-40, AND WRITES THE SINGLE COMBINED ROSTER (WITH
      * A FRESH COMBINED TRAILER) THAT THE EXISTING STEPS CONSUME.
      * EACH SITE IS VERIFIED BEFORE ANYTHING IS WRITTEN: A FIRST
      * PASS CHECKS THE FILE IS THERE AND ITS TRAILER RECONCILES,
      * AND ONLY THEN IS THE FILE COPIED THROUGH. WHEN A SITE IS
      * MISSING OR FAILS ITS TRAILER, THE RECCTL CARD ARMS
      * CARRY-FORWARD, AND THE SITE MASTER MARKS THE SITE ELIGIBLE
      * FOR IT, THAT SITE'S RECORDS ARE SUBSTITUTED FROM THE
      * PRIOR NIGHT'S MERGED ROSTER (RECPRIOR), STAMPED "C" IN
      * COLUMN 80, REPORTED ON THE PER-SITE SECTION AT RC 4, AND
      * NOTED ON RECALERT - SO ONE SLOW TRANSMISSION LINE DOES NOT
      * COST THE BATCH WINDOW.
      * EVERY REFUSED SITE, WHATEVER THE REASON, GETS ITS REASON
      * LINE UNDER ITS ROW ON THE REPORT AND ITS OWN SEVERITY-4
      * ALERT RECORD.
      *
      * A CLEAN TRAILER DOES NOT PROVE A FRESH FILE: EACH EXTRACT
      * ALSO OPENS WITH A "HEADER  " RECORD (SITE CODE 9-10,
      * CREATION DATE 12-19, TRANSMISSION SEQUENCE 21-26 - STAMPED
      * BY TRLGEN FOR A SITE THAT CANNOT WRITE ONE ITSELF). THE
      * LAST SEQUENCE ACCEPTED FROM EACH SITE IS KEPT ON RECSEQ. A
      * FILE WITH NO HEADER, ANOTHER SITE'S HEADER, A SEQUENCE
      * THAT IS NOT THE NEXT ONE (A RESEND, AN OLDER FILE, OR A
      * GAP), OR A CREATION DATE BEFORE TONIGHT IS REFUSED OR
      * CARRIED FORWARD LIKE A TRAILER FAILURE, WITH THE REASON
      * CODED ON THE RECSTAT RECORD FOR SITEACK AND ALERTED BY
      * SITE. A SITE NOT YET ON RECSEQ IS ACCEPTED AT WHATEVER
      * SEQUENCE IT SENDS, AND A SAME-NIGHT RERUN MAY PRESENT THE
      * SEQUENCE IT ALREADY HAD ACCEPTED TONIGHT.
      *
      * A RETIRED SITE (ACTIVE FLAG OFF) IS NOT LOOKED FOR AT ALL,
      * AND A NEW ONE IS PICKED UP THE FIRST NIGHT IT IS ON THE
      * MASTER - NEITHER TAKES A JCL CHANGE.
      *----------------------
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    SITEMRG.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      *------ SITE MASTER, READ IN SITE-CODE ORDER
            SELECT SITE-MST  ASSIGN TO RECSITEM
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS SMS-CODE.
            SELECT REC-SITE  ASSIGN TO DYNAMIC REC-SITE-DSN
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS SITE-FS.
      *------ PROD.DAILY.ALERTS DATASET ON EVERY RC 4/8 CONDITION
            SELECT REC-ALERT ASSIGN TO RECALERT
            ORGANIZATION IS SEQUENTIAL.
      *------ LAST ACCEPTED HEADER SEQUENCE PER SITE, READ AT THE
      *------ START AND REWRITTEN IN FULL AT THE END OF THE MERGE
            SELECT REC-SEQ   ASSIGN TO RECSEQ
            ORGANIZATION IS SEQUENTIAL.
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
         FD  REC-SITE   RECORDING MODE F.
         01  REC-SITE-MSG       PIC X(80).
         FD  REC-CTL    RECORDING MODE F.
         FD  REC-STAT   RECORDING MODE F.
         01  REC-STAT-MSG.
             05 STAT-SITE       PIC X(02).
      *------ LAST QUALIFIER OF THE SITE'S EXTRACT DATASET NAME
             05 STAT-DSN        PIC X(08).
             05 STAT-RECS       PIC 9(07).
             05 STAT-STATUS     PIC X(20).
             05 STAT-RUNDATE    PIC X(08).
      *------ WHY THE FILE WAS NOT TAKEN (NOF, TRL, CNT, HSH, HDR,
      *------ SIT, RSN, OLD, GAP, STL), SPACES WHEN IT WAS - KEPT
      *------ EVEN WHEN THE STATUS SAYS CARRIED FORWARD
             05 STAT-WHY        PIC X(03).
         FD  REC-STATH  RECORDING MODE F.
         01  REC-STATH-MSG      PIC X(48).
         FD  REC-ALERT  RECORDING MODE F.
         01  REC-ALERT-MSG      PIC X(100).
         FD  REC-SEQ    RECORDING MODE F.
         01  REC-SEQ-MSG.
             05 SEQ-SITE        PIC X(02).
             05 SEQ-LAST        PIC 9(06).
             05 SEQ-HDRDATE     PIC X(08).
             05 SEQ-RUNDATE     PIC X(08).
        WORKING-STORAGE SECTION.
         01 FLAGS.
             05 LASTREC PIC X VALUE SPACE.
                88 LAST-REC  VALUE "N".
             05 SITES-DONE-SW PIC X VALUE SPACE.
                88 SITES-DONE VALUE "Y".
             05 SITE-PICKED-SW PIC X.
                88 SITE-PICKED VALUE "Y".
         01 REC-SITE-DSN  PIC X(44).
         01 SiteQual    PIC X(08).
         01 QPos        PIC 9(02).
         01 SitesRetired PIC 9(03) VALUE ZERO.
         01 SITE-FS     PIC X(02).
         01 SITE-GOOD-SW PIC X.
             88 SITE-GOOD VALUE "Y".
         01 SiteExpHash PIC 9(10).
         01 SITE-HASH-SW PIC X.
             88 SITE-HASH-PRESENT VALUE "Y".
      *------ THE SITE'S HEADER, AS CAPTURED ON THE VERIFY PASS
         01 SITE-HDR-SW PIC X.
             88 SITE-HEADER-SEEN VALUE "Y".
         01 HDR-IN.
             05 HDR-TAG     PIC X(08).
             05 HDR-SITE    PIC X(02).
             05 FILLER      PIC X(01).
             05 HDR-DATE    PIC X(08).
             05 FILLER      PIC X(01).
             05 HDR-SEQ     PIC X(06).
             05 HDR-SEQ-N REDEFINES HDR-SEQ PIC 9(06).
             05 FILLER      PIC X(54).
         01 SiteWhy     PIC X(03).
         01 ExpSeq      PIC 9(06).
         01 HdrRefused  PIC 9(03) VALUE ZERO.
      *------ RECSEQ IN CORE: ONE ROW PER SITE EVER ACCEPTED (ROOM
      *------ FOR EVERY CODE THE SITE MASTER ALLOWS)
         01 SeqTab.
             05 SeqEntry OCCURS 100 TIMES INDEXED BY QX.
                10 SQ-SITE     PIC X(02).
                10 SQ-LAST     PIC 9(06).
                10 SQ-HDRDATE  PIC X(08).
                10 SQ-RUNDATE  PIC X(08).
         01 SeqUsed     PIC 9(03) VALUE ZERO.
         01 SEQ-EOF-SW  PIC X VALUE "N".
             88 SEQ-EOF VALUE "Y".
         01 SEQ-FOUND-SW PIC X.
             88 SEQ-FOUND VALUE "Y".
         01 TotalRecs   PIC 9(07) VALUE ZERO.
         01 TotalHash   PIC 9(10) VALUE ZERO.
         01 IdWk        PIC 9(08).
             05 SL-RECS     PIC 9(07).
             05 FILLER      PIC X(02) VALUE SPACES.
             05 SL-STATUS   PIC X(30).
             05 FILLER      PIC X(02) VALUE SPACES.
             05 SL-NAME     PIC X(20).
             05 FILLER      PIC X(05) VALUE SPACES.

        PROCEDURE DIVISION.
         MAIN-LINE.
            END-READ.
            MOVE CTL-CARRYFWD TO CARRY-SW.
            CLOSE REC-CTL.
            PERFORM LOAD-SEQUENCES.
            OPEN OUTPUT REC-OUT.
            OPEN OUTPUT REC-RPT.
            OPEN OUTPUT REC-STAT.
            OPEN EXTEND REC-STATH.
            PERFORM PRINT-PAGE-HEADER.
            OPEN INPUT SITE-MST.
            PERFORM READ-SITE-ENTRY.
            PERFORM UNTIL SITES-DONE
               ADD 1 TO SiteCount
               PERFORM MERGE-ONE-SITE
               PERFORM READ-SITE-ENTRY
            END-PERFORM.
            CLOSE SITE-MST.
      *------ THE COMBINED TRAILER COVERS EVERY SITE'S RECORDS SO
      *------ VOLGRD AND ROSTED RECONCILE AGAINST THE MERGED FILE
            MOVE TotalRecs TO TRLR-COUNT.
            CLOSE REC-OUT.
            CLOSE REC-STAT.
            CLOSE REC-STATH.
            PERFORM SAVE-SEQUENCES.
            PERFORM PRINT-TOTALS.
            CLOSE REC-RPT.
            DISPLAY "SITEMRG: " SiteCount " SITE(S), " TotalRecs
               " RECORD(S) MERGED, " BadSites " SITE TRAILER"
               " PROBLEM(S), " CfSites " CARRIED FORWARD, "
               SitesRetired " RETIRED SITE(S) SKIPPED".
            IF BadSites > 0 THEN
               MOVE 4 TO RETURN-CODE
               MOVE 4 TO ALERT-SEV
            WRITE REC-ALERT-MSG.
            CLOSE REC-ALERT.

         LOAD-SEQUENCES.
            OPEN INPUT REC-SEQ.
            PERFORM UNTIL SEQ-EOF
            READ REC-SEQ
               AT END SET SEQ-EOF TO TRUE
               NOT AT END
                  IF SeqUsed < 100 THEN
                     ADD 1 TO SeqUsed
                     SET QX TO SeqUsed
                     MOVE SEQ-SITE    TO SQ-SITE(QX)
                     MOVE SEQ-LAST    TO SQ-LAST(QX)
                     MOVE SEQ-HDRDATE TO SQ-HDRDATE(QX)
                     MOVE SEQ-RUNDATE TO SQ-RUNDATE(QX)
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE REC-SEQ.

         SAVE-SEQUENCES.
            OPEN OUTPUT REC-SEQ.
            PERFORM VARYING QX FROM 1 BY 1 UNTIL QX > SeqUsed
               MOVE SPACES TO REC-SEQ-MSG
               MOVE SQ-SITE(QX)    TO SEQ-SITE
               MOVE SQ-LAST(QX)    TO SEQ-LAST
               MOVE SQ-HDRDATE(QX) TO SEQ-HDRDATE
               MOVE SQ-RUNDATE(QX) TO SEQ-RUNDATE
               WRITE REC-SEQ-MSG
            END-PERFORM.
            CLOSE REC-SEQ.

      *------ THE NEXT ACTIVE SITE ON THE MASTER; ITS EXTRACT IS
      *------ ALLOCATED BY THE FULL DATASET NAME ON ITS RECORD
         READ-SITE-ENTRY.
            MOVE "N" TO SITE-PICKED-SW.
            PERFORM UNTIL SITES-DONE OR SITE-PICKED
            READ SITE-MST NEXT RECORD
               AT END SET SITES-DONE TO TRUE
               NOT AT END
                  IF SMS-ACTIVE = "Y" THEN
                     SET SITE-PICKED TO TRUE
                  ELSE
                     ADD 1 TO SitesRetired
                  END-IF
            END-READ
            END-PERFORM.
            IF NOT SITES-DONE THEN
               MOVE SMS-EXT-DSN TO REC-SITE-DSN
               PERFORM FIND-LAST-QUALIFIER
            END-IF.

      *------ THE REPORT AND RECSTAT CARRY THE DATASET'S LAST
      *------ QUALIFIER (PROD.DAILY.ROSTER.SITE01 = SITE01)
         FIND-LAST-QUALIFIER.
            MOVE 44 TO QPos.
            PERFORM UNTIL QPos = 0 OR REC-SITE-DSN(QPos:1) = "."
               SUBTRACT 1 FROM QPos
            END-PERFORM.
            MOVE REC-SITE-DSN(QPos + 1:8) TO SiteQual.

      *------ VERIFY FIRST, WRITE SECOND: NOTHING FROM A SITE LANDS
      *------ ON THE MERGED ROSTER UNTIL ITS FILE IS PRESENT AND
      *------ ITS OWN TRAILER RECONCILES. A BAD OR MISSING SITE IS
         MERGE-ONE-SITE.
            PERFORM VERIFY-ONE-SITE.
            MOVE SPACES TO SITE-LINE.
            MOVE SMS-CODE TO SL-CODE.
            MOVE SiteQual TO SL-DSN.
            MOVE SMS-NAME TO SL-NAME.
            IF SITE-GOOD THEN
               PERFORM COPY-SITE-THROUGH
               PERFORM NOTE-ACCEPTED-SEQUENCE
               ADD SiteRecs TO TotalRecs
               ADD SiteHash TO TotalHash
               MOVE SiteRecs   TO SL-RECS
               MOVE SiteStatus TO SL-STATUS
            ELSE
               ADD 1 TO BadSites
               IF CARRY-FORWARD-ARMED AND SMS-CARRYFWD = "Y" THEN
                  PERFORM CARRY-FORWARD-SITE
               ELSE
                  IF CARRY-FORWARD-ARMED THEN
                     DISPLAY "SITEMRG: SITE " SMS-CODE " NOT CARRY-"
                        "FORWARD ELIGIBLE ON THE SITE MASTER"
                  END-IF
                  MOVE ZERO TO SL-RECS
                  MOVE SiteStatus TO SL-STATUS
               END-IF
            END-IF.
            MOVE SITE-LINE TO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
            IF NOT SITE-GOOD THEN
               PERFORM REPORT-SITE-REFUSAL
            END-IF.
            PERFORM WRITE-SITE-STATUS.

      *------ EVERY REFUSAL IS NAMED ON THE REPORT WITH ITS REASON -
      *------ FOR A HEADER REFUSAL, WHAT THE SITE SENT AGAINST WHAT
      *------ WAS DUE - AND ALERTED BY SITE
         REPORT-SITE-REFUSAL.
            MOVE SPACES TO REC-RPT-MSG.
            MOVE SPACES TO ALERT-TEXT.
            IF SiteWhy = "NOF" THEN
               STRING "      EXTRACT " SiteQual " NOT OPENED, STATUS "
                  SITE-FS
                  DELIMITED BY SIZE INTO REC-RPT-MSG
            END-IF.
            IF SiteWhy = "TRL" THEN
               STRING "      NO TRAILER RECORD - " SiteRecs
                  " RECORD(S) READ"
                  DELIMITED BY SIZE INTO REC-RPT-MSG
            END-IF.
            IF SiteWhy = "CNT" THEN
               STRING "      TRAILER COUNT " SiteExpCnt
                  " - RECORDS READ " SiteRecs
                  DELIMITED BY SIZE INTO REC-RPT-MSG
            END-IF.
            IF SiteWhy = "HSH" THEN
               STRING "      TRAILER HASH " SiteExpHash
                  " - ID HASH " SiteHash
                  DELIMITED BY SIZE INTO REC-RPT-MSG
            END-IF.
            IF SiteWhy = "HDR" THEN
               ADD 1 TO HdrRefused
               STRING "      NO USABLE HEADER RECORD ON THE FILE"
                  DELIMITED BY SIZE INTO REC-RPT-MSG
            END-IF.
            IF SiteWhy = "SIT" OR SiteWhy = "RSN" OR SiteWhy = "OLD"
               OR SiteWhy = "GAP" OR SiteWhy = "STL" THEN
               ADD 1 TO HdrRefused
               IF SEQ-FOUND THEN
                  STRING "      HEADER SEQ " HDR-SEQ " DATED "
                     HDR-DATE " - NEXT DUE " ExpSeq
                     DELIMITED BY SIZE INTO REC-RPT-MSG
               ELSE
                  STRING "      HEADER SEQ " HDR-SEQ " DATED "
                     HDR-DATE " - FIRST FILE FROM THIS SITE"
                     DELIMITED BY SIZE INTO REC-RPT-MSG
               END-IF
               STRING "SITE " SMS-CODE " FILE REFUSED: "
                  SiteStatus(1:20) " SEQ " HDR-SEQ
                  DELIMITED BY SIZE INTO ALERT-TEXT
            ELSE
               STRING "SITE " SMS-CODE " FILE REFUSED: "
                  SiteStatus(1:20) " (" SiteWhy ")"
                  DELIMITED BY SIZE INTO ALERT-TEXT
            END-IF.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
            MOVE 4 TO ALERT-SEV.
            PERFORM WRITE-ALERT.
         WRITE-SITE-STATUS.
            MOVE SPACES TO REC-STAT-MSG.
            MOVE SL-CODE   TO STAT-SITE.
            MOVE SL-RECS   TO STAT-RECS.
            MOVE SL-STATUS TO STAT-STATUS.
            MOVE RUN-STAMP TO STAT-RUNDATE.
            MOVE SiteWhy   TO STAT-WHY.
            WRITE REC-STAT-MSG.
            MOVE REC-STAT-MSG TO REC-STATH-MSG.
            WRITE REC-STATH-MSG.
         VERIFY-ONE-SITE.
            MOVE ZERO TO SiteRecs SiteHash.
            MOVE "N" TO SITE-TRLR-SW SITE-HASH-SW SITE-GOOD-SW.
            MOVE "N" TO SITE-HDR-SW SEQ-FOUND-SW.
            MOVE SPACES TO HDR-IN SiteWhy.
            MOVE ZERO TO ExpSeq.
            MOVE SPACE TO LASTREC.
            OPEN INPUT REC-SITE.
            IF SITE-FS NOT = "00" THEN
               MOVE "*** NO FILE" TO SiteStatus
               MOVE "NOF" TO SiteWhy
            ELSE
               PERFORM UNTIL LAST-REC
               READ REC-SITE
                           SET SITE-HASH-PRESENT TO TRUE
                        END-IF
                        SET LAST-REC TO TRUE
                     ELSE
                     IF REC-SITE-MSG(1:8) = "HEADER  " THEN
                        MOVE REC-SITE-MSG TO HDR-IN
                        SET SITE-HEADER-SEEN TO TRUE
                     ELSE
                        ADD 1 TO SiteRecs
                        IF REC-SITE-MSG(11:8) IS NUMERIC THEN
                           ADD IdWk TO SiteHash
                        END-IF
                     END-IF
                     END-IF
               END-READ
               END-PERFORM
               CLOSE REC-SITE
         JUDGE-ONE-SITE.
            IF NOT SITE-TRAILER-SEEN THEN
               MOVE "*** NO TRAILER" TO SiteStatus
               MOVE "TRL" TO SiteWhy
            ELSE
               IF SiteRecs NOT = SiteExpCnt THEN
                  MOVE "*** COUNT MISMATCH" TO SiteStatus
                  MOVE "CNT" TO SiteWhy
               ELSE
                  IF SITE-HASH-PRESENT AND
                        SiteHash NOT = SiteExpHash THEN
                     MOVE "*** HASH MISMATCH" TO SiteStatus
                     MOVE "HSH" TO SiteWhy
                  ELSE
                     PERFORM JUDGE-SITE-HEADER
                  END-IF
               END-IF
            END-IF.

      *------ THE TRAILER RECONCILED; NOW PROVE THE FILE IS THE NEXT
      *------ ONE THE SITE SENT AND WAS CREATED FOR TONIGHT
         JUDGE-SITE-HEADER.
            PERFORM FIND-SITE-SEQUENCE.
            IF NOT SITE-HEADER-SEEN OR HDR-SEQ IS NOT NUMERIC
               OR HDR-DATE IS NOT NUMERIC THEN
               MOVE "*** NO HEADER" TO SiteStatus
               MOVE "HDR" TO SiteWhy
            ELSE
            IF HDR-SITE NOT = SMS-CODE THEN
               MOVE "*** WRONG SITE HDR" TO SiteStatus
               MOVE "SIT" TO SiteWhy
            ELSE
            IF SEQ-FOUND AND HDR-SEQ-N NOT = ExpSeq AND
               NOT (HDR-SEQ-N = SQ-LAST(QX) AND
                    SQ-RUNDATE(QX) = RUN-STAMP) THEN
               IF HDR-SEQ-N = SQ-LAST(QX) THEN
                  MOVE "*** RESENT FILE" TO SiteStatus
                  MOVE "RSN" TO SiteWhy
               ELSE
                  IF HDR-SEQ-N < SQ-LAST(QX) THEN
                     MOVE "*** OLDER SEQUENCE" TO SiteStatus
                     MOVE "OLD" TO SiteWhy
                  ELSE
                     MOVE "*** SEQUENCE GAP" TO SiteStatus
                     MOVE "GAP" TO SiteWhy
                  END-IF
               END-IF
            ELSE
            IF HDR-DATE < RUN-STAMP THEN
               MOVE "*** STALE FILE" TO SiteStatus
               MOVE "STL" TO SiteWhy
            ELSE
               MOVE "OK" TO SiteStatus
               MOVE "Y" TO SITE-GOOD-SW
            END-IF
            END-IF
            END-IF
            END-IF.

         FIND-SITE-SEQUENCE.
            MOVE "N" TO SEQ-FOUND-SW.
            PERFORM VARYING QX FROM 1 BY 1
                  UNTIL QX > SeqUsed OR SEQ-FOUND
               IF SQ-SITE(QX) = SMS-CODE THEN
                  SET SEQ-FOUND TO TRUE
               END-IF
            END-PERFORM.
      *------ THE VARYING STEPPED ONE PAST THE HIT
            IF SEQ-FOUND THEN
               SET QX DOWN BY 1
               COMPUTE ExpSeq = SQ-LAST(QX) + 1
            END-IF.

      *------ AN ACCEPTED FILE BECOMES THE SITE'S LAST SEQUENCE; A
      *------ SITE SEEN FOR THE FIRST TIME GETS ITS ROW HERE
         NOTE-ACCEPTED-SEQUENCE.
            IF NOT SEQ-FOUND THEN
               IF SeqUsed < 100 THEN
                  ADD 1 TO SeqUsed
                  SET QX TO SeqUsed
                  MOVE SMS-CODE TO SQ-SITE(QX)
                  SET SEQ-FOUND TO TRUE
               ELSE
                  DISPLAY "SITEMRG: SEQUENCE TABLE FULL - SITE "
                     SMS-CODE " NOT RECORDED"
               END-IF
            END-IF.
            IF SEQ-FOUND THEN
               MOVE HDR-SEQ-N TO SQ-LAST(QX)
               MOVE HDR-DATE  TO SQ-HDRDATE(QX)
               MOVE RUN-STAMP TO SQ-RUNDATE(QX)
            END-IF.

      *------ THE SECOND PASS OVER A VERIFIED SITE: COPY EVERY
                  IF REC-SITE-MSG(1:8) = "TRAILER " THEN
                     SET LAST-REC TO TRUE
                  ELSE
                  IF REC-SITE-MSG(1:8) NOT = "HEADER  " THEN
                     MOVE REC-SITE-MSG TO REC-OUT-MSG
                     MOVE SMS-CODE TO REC-OUT-MSG(39:2)
                     WRITE REC-OUT-MSG
                  END-IF
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE REC-SITE.
                  IF REC-PRIOR-MSG(1:8) = "TRAILER " THEN
                     SET PRIOR-EOF TO TRUE
                  ELSE
                     IF REC-PRIOR-MSG(39:2) = SMS-CODE THEN
                        ADD 1 TO CfRecs
                        IF REC-PRIOR-MSG(11:8) IS NUMERIC THEN
                           MOVE REC-PRIOR-MSG(11:8) TO IdWk
            ADD SiteHash TO TotalHash.
            MOVE CfRecs TO SL-RECS.
            MOVE "*** CARRIED FORWARD" TO SL-STATUS.
            DISPLAY "SITEMRG: SITE " SMS-CODE " CARRIED FORWARD ("
               SiteStatus ") - " CfRecs " RECORD(S)".

         PRINT-TOTALS.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "SITE  DATASET   RECORDS  STATUS"
               "                        NAME"
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.
