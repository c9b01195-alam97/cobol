      *----------------------
      * OUTBOUND ACKNOWLEDGMENT FEED TO EACH SITE, RUN AFTER ROSTED
      * HAS FINISHED ITS EDITS: FOR EVERY SITE ON SITEMRG'S RECSTAT
      * STATUS FILE, ONE SMALL ACKNOWLEDGMENT DATASET (ALLOCATED
      * BY THE NAME ON THE SITE'S SITE MASTER RECORD - SEE SITEMNT)
      * SAYING HOW MANY RECORDS WERE
      * RECEIVED, WHETHER THE TRAILER RECONCILED, AND HOW MANY OF
      * THAT SITE'S
      * RECORDS LANDED ON PROD.DAILY.REJECTS TONIGHT AND FOR WHAT
      * REASONS - SO A SITE CAN FIX ITS FEED THE NEXT MORNING
      * INSTEAD OF WEEKS LATER. A FILE SITEMRG DID NOT TAKE IS
      * EXPLAINED IN WORDS (FROM THE REASON CODE ON THE STATUS
      * RECORD), TOGETHER WITH THE LAST HEADER SEQUENCE ACCEPTED
      * FROM THE SITE AND THE ONE DUE NEXT (RECSEQ).
      *----------------------
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    SITEACK.
            SELECT REC-EXCPT ASSIGN TO RECEXCPT
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-ACK   ASSIGN TO DYNAMIC REC-ACK-DSN
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS ACK-FS.
      *------ SITE MASTER: THE SITE'S NAME AND ACKNOWLEDGMENT DATASET
            SELECT SITE-MST  ASSIGN TO RECSITEM
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS SMS-CODE.
      *------ LAST ACCEPTED HEADER SEQUENCE PER SITE (SEE SITEMRG)
            SELECT REC-SEQ   ASSIGN TO RECSEQ
            ORGANIZATION IS SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
             05 STAT-RECS       PIC 9(07).
             05 STAT-STATUS     PIC X(20).
             05 STAT-RUNDATE    PIC X(08).
             05 STAT-WHY        PIC X(03).
      *------ SHARED REJECTS FORMAT (SEE EXERC FOR THE SAME LAYOUT)
         FD  REC-EXCPT  RECORDING MODE F.
         01  REC-EXCPT-MSG.
             05  REC-EXCPT-CODE    PIC X(04).
         FD  REC-ACK    RECORDING MODE F.
         01  REC-ACK-MSG   PIC X(80).
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
         FD  REC-SEQ    RECORDING MODE F.
         01  REC-SEQ-MSG.
             05 SEQ-SITE        PIC X(02).
             05 SEQ-LAST        PIC 9(06).
             05 SEQ-HDRDATE     PIC X(08).
             05 SEQ-RUNDATE     PIC X(08).
        WORKING-STORAGE SECTION.
         01 FLAGS.
             05 STAT-EOF-SW PIC X VALUE "N".
                88 LAST-REC  VALUE "N".
             05 FOUND-SW PIC X.
                88 SLOT-FOUND VALUE "Y".
         01 REC-ACK-DSN  PIC X(44).
         01 ACK-FS       PIC X(02).
      *------ ONE SLOT PER SITE ON TONIGHT'S STATUS FILE, WITH ITS
      *------ REJECT TALLY BROKEN DOWN BY REASON TEXT
         01 SiteTab.
             05 SiteEntry OCCURS 100 TIMES INDEXED BY SX.
                10 SIT-CODE    PIC X(02).
                10 SIT-NAME    PIC X(20).
                10 SIT-ACK-DSN PIC X(44).
                10 SIT-RECS    PIC 9(07).
                10 SIT-STATUS  PIC X(20).
                10 SIT-WHY     PIC X(03).
                10 SIT-SEQ     PIC X(06).
                10 SIT-REJ     PIC 9(05).
                10 SIT-RSN OCCURS 8 TIMES.
                   15 SIT-RSN-TEXT PIC X(30).
                   15 SIT-RSN-CNT  PIC 9(05).
         01 SiteUsed  PIC 9(03) VALUE ZERO.
         01 RX        PIC 99.
         01 RejCount  PIC 9(07) VALUE ZERO.
         01 AckCount  PIC 9(03) VALUE ZERO.
         01 AckSkipped PIC 9(03) VALUE ZERO.
         01 RUN-STAMP.
             05 RUN-CCYY PIC 9(04).
             05 RUN-MM   PIC 9(02).
             05 RUN-DD   PIC 9(02).
         01 TONIGHT   PIC X(08).
         01 SEQ-EOF-SW PIC X VALUE "N".
             88 SEQ-EOF VALUE "Y".
         01 NextSeq   PIC 9(06).
         01 WhyText   PIC X(50).

        PROCEDURE DIVISION.
         MAIN-LINE.
            ACCEPT RUN-STAMP FROM DATE YYYYMMDD.
            MOVE RUN-STAMP TO TONIGHT.
            PERFORM LOAD-SITE-STATUS.
            PERFORM LOAD-SEQUENCES.
            PERFORM TALLY-TONIGHTS-REJECTS.
            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SiteUsed
               PERFORM WRITE-ONE-ACK
            END-PERFORM.
            DISPLAY "SITEACK: " AckCount " ACKNOWLEDGMENT(S) CUT, "
               RejCount " REJECT(S) TALLIED".
            IF AckSkipped > 0 THEN
               DISPLAY "*** WARNING: " AckSkipped " ACKNOWLEDGMENT(S)"
                  " NOT CUT - SEE ABOVE ***"
               MOVE 4 TO RETURN-CODE
            END-IF.
            STOP RUN.

         LOAD-SITE-STATUS.
            OPEN INPUT REC-STAT.
            OPEN INPUT SITE-MST.
            PERFORM UNTIL STAT-EOF
            READ REC-STAT
               AT END SET STAT-EOF TO TRUE
               NOT AT END
                  IF SiteUsed < 100 THEN
                     ADD 1 TO SiteUsed
                     SET SX TO SiteUsed
                     MOVE STAT-SITE   TO SIT-CODE(SX)
                     MOVE STAT-RECS   TO SIT-RECS(SX)
                     MOVE STAT-STATUS TO SIT-STATUS(SX)
                     MOVE STAT-WHY    TO SIT-WHY(SX)
                     MOVE SPACES      TO SIT-SEQ(SX)
                     MOVE ZERO        TO SIT-REJ(SX)
                     PERFORM LOOK-UP-SITE
                     PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > 8
                        MOVE SPACES TO SIT-RSN-TEXT(SX, RX)
                        MOVE ZERO   TO SIT-RSN-CNT(SX, RX)
            END-READ
            END-PERFORM.
            CLOSE REC-STAT.
            CLOSE SITE-MST.

      *------ A SITE NO LONGER ON THE MASTER KEEPS A BLANK NAME AND
      *------ DATASET, AND SO GETS NO ACKNOWLEDGMENT
         LOOK-UP-SITE.
            MOVE STAT-SITE TO SMS-CODE.
            READ SITE-MST
               INVALID KEY
                  MOVE SPACES TO SIT-NAME(SX) SIT-ACK-DSN(SX)
               NOT INVALID KEY
                  MOVE SMS-NAME    TO SIT-NAME(SX)
                  MOVE SMS-ACK-DSN TO SIT-ACK-DSN(SX)
            END-READ.

      *------ EACH SITE'S LAST ACCEPTED SEQUENCE, FOR THE "NEXT
      *------ DUE" LINE
         LOAD-SEQUENCES.
            OPEN INPUT REC-SEQ.
            PERFORM UNTIL SEQ-EOF
            READ REC-SEQ
               AT END SET SEQ-EOF TO TRUE
               NOT AT END
                  PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SiteUsed
                     IF SIT-CODE(SX) = SEQ-SITE THEN
                        MOVE SEQ-LAST TO SIT-SEQ(SX)
                     END-IF
                  END-PERFORM
            END-READ
            END-PERFORM.
            CLOSE REC-SEQ.

      *------ ONLY TONIGHT'S REJECTS COUNT AGAINST THE FEED THE
      *------ SITE JUST SENT; THE SITE CODE RODE THROUGH ONTO THE
      *------ FOUND-SW ENDS "Y" UNLESS ALL EIGHT SLOTS WERE TAKEN
            CONTINUE.

      *------ ONE SMALL DATASET PER SITE, ALLOCATED BY THE NAME ON
      *------ THE SITE MASTER (SAME DYNAMIC-ASSIGN PATTERN AS
      *------ SITEMRG). A SITE WITH NO DATASET, OR ONE THAT WILL NOT
      *------ OPEN, IS NAMED ON SYSOUT AND THE STEP ENDS RC 4.
         WRITE-ONE-ACK.
            IF SIT-ACK-DSN(SX) = SPACES THEN
               DISPLAY "SITEACK: SITE " SIT-CODE(SX) " HAS NO"
                  " ACKNOWLEDGMENT DATASET ON THE SITE MASTER"
               ADD 1 TO AckSkipped
            ELSE
               MOVE SIT-ACK-DSN(SX) TO REC-ACK-DSN
               OPEN OUTPUT REC-ACK
               IF ACK-FS NOT = "00" THEN
                  DISPLAY "SITEACK: SITE " SIT-CODE(SX) " DATASET "
                     REC-ACK-DSN " WOULD NOT OPEN, STATUS " ACK-FS
                  ADD 1 TO AckSkipped
               ELSE
                  PERFORM WRITE-ACK-BODY
               END-IF
            END-IF.

         WRITE-ACK-BODY.
            MOVE SPACES TO REC-ACK-MSG.
            STRING "ACKNOWLEDGMENT FOR SITE " SIT-CODE(SX) " "
               SIT-NAME(SX) "  RUN DATE " RUN-CCYY "-" RUN-MM "-"
               RUN-DD
               DELIMITED BY SIZE INTO REC-ACK-MSG.
            WRITE REC-ACK-MSG.
            MOVE SPACES TO REC-ACK-MSG.
            STRING "RECORDS RECEIVED: " SIT-RECS(SX)
               "   FILE STATUS: " SIT-STATUS(SX)
               DELIMITED BY SIZE INTO REC-ACK-MSG.
            WRITE REC-ACK-MSG.
            IF SIT-WHY(SX) NOT = SPACES THEN
               PERFORM WRITE-REFUSAL-REASON
            END-IF.
            IF SIT-SEQ(SX) IS NUMERIC THEN
               MOVE SIT-SEQ(SX) TO NextSeq
               ADD 1 TO NextSeq
               MOVE SPACES TO REC-ACK-MSG
               STRING "LAST HEADER SEQUENCE ACCEPTED: " SIT-SEQ(SX)
                  "   NEXT DUE: " NextSeq
                  DELIMITED BY SIZE INTO REC-ACK-MSG
               WRITE REC-ACK-MSG
            END-IF.
            MOVE SPACES TO REC-ACK-MSG.
            STRING "RECORDS REJECTED TONIGHT: " SIT-REJ(SX)
               DELIMITED BY SIZE INTO REC-ACK-MSG.
            END-PERFORM.
            CLOSE REC-ACK.
            ADD 1 TO AckCount.

         WRITE-REFUSAL-REASON.
            EVALUATE SIT-WHY(SX)
               WHEN "NOF"
                  MOVE "NO FILE WAS RECEIVED"
                     TO WhyText
               WHEN "TRL"
                  MOVE "THE FILE HAD NO TRAILER RECORD"
                     TO WhyText
               WHEN "CNT"
                  MOVE "RECORD COUNT DID NOT MATCH THE TRAILER"
                     TO WhyText
               WHEN "HSH"
                  MOVE "ID HASH TOTAL DID NOT MATCH THE TRAILER"
                     TO WhyText
               WHEN "HDR"
                  MOVE "THE FILE HAD NO USABLE HEADER RECORD"
                     TO WhyText
               WHEN "SIT"
                  MOVE "THE HEADER CARRIES ANOTHER SITE'S CODE"
                     TO WhyText
               WHEN "RSN"
                  MOVE "SAME SEQUENCE AS THE LAST FILE - A RESEND"
                     TO WhyText
               WHEN "OLD"
                  MOVE "SEQUENCE IS OLDER THAN THE LAST FILE"
                     TO WhyText
               WHEN "GAP"
                  MOVE "SEQUENCE SKIPS AHEAD - A FILE IS MISSING"
                     TO WhyText
               WHEN "STL"
                  MOVE "CREATED BEFORE THE PROCESSING DATE"
                     TO WhyText
               WHEN OTHER
                  MOVE "SEE THE OPERATIONS LOG" TO WhyText
            END-EVALUATE.
            MOVE SPACES TO REC-ACK-MSG.
            STRING "FILE NOT TAKEN: " WhyText
               DELIMITED BY SIZE INTO REC-ACK-MSG.
            WRITE REC-ACK-MSG.
