      * NAME(10) ID(8) ... SURNAME IN 41-60 WHERE THE FEED
      * SUPPLIES IT (SEE ROSTED'S CUTOVER LIST)
      * JOHN      12345678
      * AN ID WITH AN OVERRIDE IN FORCE ON BUKOVR (SEE OVRMNT) IS
      * WRITTEN TO ITS PINNED BUCKET AHEAD OF THE RECSECT LETTER
      * MAP, MARKED "O" IN REC-OUT COLUMN 30. A BATCH RUN FIRST
      * MARKS EVERY OVERRIDE PAST ITS EXPIRY DATE LAPSED, LISTS
      * THEM ON RECOLAP, AND LOGS EACH ON THE RECOLOG TRAIL.
      *----------------------
        IDENTIFICATION DIVISION.                                 
      *----------------------                                    
      *------ BUCKETS WITHOUT A RECOMPILE
           SELECT REC-SECT   ASSIGN TO RECSECT
                  ORGANIZATION IS SEQUENTIAL.
      *------ SURNAME CUTOVER LIST (SITEMST): A RECORD FROM A
      *------ SITE ON IT BUCKETS ON THE SURNAME'S LEADING LETTER
      *------ (41), THE REST STILL ON THE NAME'S (1) - THE SAME
      *------ SITE-BY-SITE RULE ROSTED, ROSTAT, AND SECTADV APPLY
           SELECT SITE-MST   ASSIGN TO RECSITEM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS SMS-CODE.
      *------ PER-ID BUCKET OVERRIDES (SEE OVRMNT): READ BY KEY FOR
      *------ EVERY RECORD, SWEPT IN KEY ORDER FOR THE LAPSE PASS
           SELECT BUK-OVR    ASSIGN TO BUKOVR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OVR-ID.
      *------ OVERRIDE CHANGE TRAIL SHARED WITH OVRMNT, AND THE
      *------ LIST OF OVERRIDES THAT LAPSED TONIGHT
           SELECT REC-OLOG   ASSIGN TO RECOLOG
                  ORGANIZATION IS SEQUENTIAL.
           SELECT REC-OLAP   ASSIGN TO RECOLAP
                  ORGANIZATION IS SEQUENTIAL.
      *----------------------
       DATA DIVISION.                                            
           05  FILLER          PIC X(01).
           05  REC-OUT-BUCKET  PIC 99.
           05  REC-OUT-RUNDATE PIC X(08).
      *------ "O" WHEN THE BUCKET CAME FROM A BUKOVR OVERRIDE
           05  REC-OUT-OVR     PIC X(01).
           05  FILLER          PIC X(02).
      *
      *------ SHARED REJECTS FORMAT: PROGRAM NAME, REASON, AND THE
      *------ ORIGINAL RECORD, SO ONE FILE CAN COLLECT REJECTS FROM
       01  REC-SECT-MSG.
           05  SECT-LETTER    PIC X(01).
           05  SECT-BUCKET    PIC 99.
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
       FD  REC-OLAP   RECORDING MODE F.
       01  REC-OLAP-MSG       PIC X(80).
      *------ COMMON RUN-LOG: ONE START AND ONE END RECORD PER RUN,
      *------ APPENDED TO THE SHARED PROD.DAILY.RUNLOG (SEE RUNRPT)
       FD  REC-RLOG   RECORDING MODE F.
        01 LOOKUP-ID     PIC X(08).
        01 BucketLetter  PIC X(01).
        01 SnamTab.
            05 SnamSite OCCURS 100 TIMES PIC X(02).
        01 SnamUsed      PIC 9(03) VALUE ZERO.
        01 SNX           PIC 9(03).
        01 SNAM-EOF-SW   PIC X VALUE "N".
            88 SNAM-EOF            VALUE "Y".
        01 SITE-CUT-SW   PIC X.
            88 SITE-CUT-OVER       VALUE "Y".
      *------ AN OVERRIDE IS IN FORCE WHILE ACTIVE ("Y") AND NOT
      *------ PAST ITS EXPIRY DATE; L = LAPSED, N = RETIRED
        01 OVR-SW        PIC X.
            88 OVERRIDE-IN-FORCE   VALUE "Y".
        01 OVR-EOF-SW    PIC X VALUE "N".
            88 OVR-EOF             VALUE "Y".
        01 OvrHonored    PIC 9(07) VALUE ZERO.
        01 OvrLapsed     PIC 9(05) VALUE ZERO.
        01 BeforeImage   PIC X(100).
        01 LOG-STAMP.
            05 LOG-STAMP-DATE PIC 9(08).
            05 LOG-STAMP-TIME PIC 9(08).
        01 LAPSE-LINE.
            05 LL-ID       PIC X(08).
            05 FILLER      PIC X(02) VALUE SPACES.
            05 LL-BUCKET   PIC 99.
            05 FILLER      PIC X(03) VALUE SPACES.
            05 LL-EXPIRY   PIC X(08).
            05 FILLER      PIC X(02) VALUE SPACES.
            05 LL-REQBY    PIC X(20).
            05 FILLER      PIC X(02) VALUE SPACES.
            05 LL-REASON   PIC X(30).
            05 FILLER      PIC X(03) VALUE SPACES.
      *------ RETURN-CODE CONVENTION: 0 NORMAL, 4 WARNING (RECORDS
      *------ WERE REJECTED), 8 ERROR (LOOKUP-MODE ID NOT FOUND) -
      *------ SAME CONVENTION USED BY FILER, CNTGEN, TABL
      *------ RECPAIRS PASS AND RE-BUCKETS JUST THE ONE EMPLOYEE
           IF DO-LOOKUP THEN
              OPEN OUTPUT REC-EXCPT
              OPEN INPUT BUK-OVR
              PERFORM LOOKUP-ONE-RECORD
              CLOSE BUK-OVR
              CLOSE REC-EXCPT
              IF ExcpCount > 0 THEN
                 DISPLAY "*** WARNING: " ExcpCount
              PERFORM LOG-RUN-END
              STOP RUN
           END-IF.
      *------ OVERRIDES THAT RAN OUT BEFORE TONIGHT ARE MARKED LAPSED
      *------ AND LISTED FIRST, SO THE LIST MATCHES WHAT THE PASS
      *------ BELOW HONORS
           PERFORM LAPSE-EXPIRED-OVERRIDES.
           OPEN INPUT  BUK-OVR.
      *------ ONE PASS OF CHANGE-RECORD/WRITE-RECORD PER PAIR NAMED
      *------ ON RECPAIRS, ALL SHARING ONE EXCEPTIONS OUTPUT
           OPEN INPUT  REC-PAIRS.
           CLOSE REC-PAIRS.
           CLOSE REC-CKPT.
           CLOSE REC-EXCPT.
           CLOSE BUK-OVR.
           DISPLAY "EXERC: " OvrHonored " RECORD(S) PINNED BY "
              "OVERRIDE, " OvrLapsed " OVERRIDE(S) LAPSED TONIGHT".
           IF ExcpCount > 0 THEN
              DISPLAY "*** WARNING: " ExcpCount
                 " RECORD(S) REJECTED - SEE RECEXCPT ***"
             END-READ.
      *----------------------
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
      * EVERY OVERRIDE STILL ACTIVE BUT PAST ITS EXPIRY DATE IS
      * MARKED LAPSED, LISTED ON RECOLAP, AND LOGGED ON RECOLOG
      * (OPERATOR "EXERC") - ONCE, THE NIGHT IT LAPSES; A RESTART
      * FINDS IT ALREADY MARKED AND LISTS NOTHING NEW
      *----------------------
            LAPSE-EXPIRED-OVERRIDES.
             ACCEPT RUN-STAMP FROM DATE YYYYMMDD.
      *------ A RESTART KEEPS THE INTERRUPTED RUN'S LIST, AS IT
      *------ KEEPS ITS EXCEPTIONS
             IF RESTART-RUN THEN
                OPEN EXTEND REC-OLAP
             ELSE
                OPEN OUTPUT REC-OLAP
             END-IF.
             MOVE SPACES TO REC-OLAP-MSG.
             STRING "EXERC - BUCKET OVERRIDES LAPSED   RUN DATE: "
                RUN-CCYY "-" RUN-MM "-" RUN-DD
                DELIMITED BY SIZE INTO REC-OLAP-MSG.
             WRITE REC-OLAP-MSG AFTER ADVANCING PAGE.
             MOVE SPACES TO REC-OLAP-MSG.
             STRING "ID        BKT  EXPIRED   REQUESTED BY"
                "          REASON"
                DELIMITED BY SIZE INTO REC-OLAP-MSG.
             WRITE REC-OLAP-MSG AFTER ADVANCING 2 LINES.
             OPEN I-O BUK-OVR.
             MOVE "N" TO OVR-EOF-SW.
             MOVE LOW-VALUES TO OVR-ID.
             START BUK-OVR KEY NOT < OVR-ID
                INVALID KEY SET OVR-EOF TO TRUE
             END-START.
             PERFORM UNTIL OVR-EOF
                READ BUK-OVR NEXT RECORD
                   AT END SET OVR-EOF TO TRUE
                   NOT AT END
                      IF OVR-ACTIVE = "Y" AND
                            OVR-EXPIRY < RUN-STAMP THEN
                         PERFORM LAPSE-ONE-OVERRIDE
                      END-IF
                END-READ
             END-PERFORM.
             CLOSE BUK-OVR.
             MOVE SPACES TO REC-OLAP-MSG.
             STRING "OVERRIDES LAPSED: " OvrLapsed
                DELIMITED BY SIZE INTO REC-OLAP-MSG.
             WRITE REC-OLAP-MSG AFTER ADVANCING 2 LINES.
             CLOSE REC-OLAP.
      *----------------------
            LAPSE-ONE-OVERRIDE.
             ADD 1 TO OvrLapsed.
             MOVE BUK-OVR-MSG TO BeforeImage.
             MOVE "L"         TO OVR-ACTIVE.
             MOVE RUN-STAMP   TO OVR-UPDDATE.
             MOVE "EXERC   "  TO OVR-UPDOPER.
             REWRITE BUK-OVR-MSG.
             ACCEPT LOG-STAMP-DATE FROM DATE YYYYMMDD.
             ACCEPT LOG-STAMP-TIME FROM TIME.
             OPEN EXTEND REC-OLOG.
             MOVE SPACES TO REC-OLOG-MSG.
             MOVE LOG-STAMP-DATE TO OLOG-DATE.
             MOVE LOG-STAMP-TIME TO OLOG-TIME.
             MOVE "EXERC   "  TO OLOG-OPER.
             MOVE "L"         TO OLOG-ACTION.
             MOVE OVR-ID      TO OLOG-ID.
             MOVE BeforeImage TO OLOG-BEFORE.
             MOVE BUK-OVR-MSG TO OLOG-AFTER.
             WRITE REC-OLOG-MSG.
             CLOSE REC-OLOG.
             MOVE SPACES TO LAPSE-LINE.
             MOVE OVR-ID     TO LL-ID.
             MOVE OVR-BUCKET TO LL-BUCKET.
             MOVE OVR-EXPIRY TO LL-EXPIRY.
             MOVE OVR-REQBY  TO LL-REQBY.
             MOVE OVR-REASON TO LL-REASON.
             MOVE LAPSE-LINE TO REC-OLAP-MSG.
             WRITE REC-OLAP-MSG AFTER ADVANCING 1 LINES.
      *----------------------
      * THE ID'S OVERRIDE, IF ANY, AND WHETHER IT IS IN FORCE ON
      * TONIGHT'S RUN DATE
      *----------------------
            FIND-OVERRIDE.
             MOVE "N" TO OVR-SW.
             MOVE REC-IN-ID TO OVR-ID.
             READ BUK-OVR
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   IF OVR-ACTIVE = "Y" AND
                         OVR-EXPIRY NOT < RUN-STAMP THEN
                      SET OVERRIDE-IN-FORCE TO TRUE
                   END-IF
             END-READ.
      *----------------------
            APPLY-SECT-RECORD.
             MOVE 1 TO BX.
             END-IF.
      *----------------------
            PROCESS-RECORD.
      *------ A PINNED ID NEEDS NO LEADING LETTER, SO THE OVERRIDE
      *------ IS LOOKED AT BEFORE THE LETTER EDIT'S VERDICT
             PERFORM FIND-OVERRIDE.
             IF OVERRIDE-IN-FORCE THEN
                PERFORM PIN-RECORD
                PERFORM WRITE-RECORD
             ELSE IF REC-IN-VALID THEN
                PERFORM CHANGE-RECORD
                PERFORM WRITE-RECORD
             ELSE
                PERFORM WRITE-EXCEPTION
             END-IF.
      *----------------------
            PIN-RECORD.
             MOVE REC-IN-NAME TO REC-OUT-NAME.
             MOVE REC-IN-ID   TO REC-OUT-ID.
             MOVE OVR-BUCKET  TO REC-OUT-BUCKET.
             MOVE RUN-STAMP   TO REC-OUT-RUNDATE.
             MOVE "O"         TO REC-OUT-OVR.
             ADD 1 TO OvrHonored.
      *----------------------
            WRITE-EXCEPTION.
             MOVE "EXERC" TO REC-EXCPT-PGM.
             MOVE REC-IN-ID   TO REC-OUT-ID.
             MOVE BucketOf(POST) TO REC-OUT-BUCKET.
             MOVE RUN-STAMP   TO REC-OUT-RUNDATE.
             MOVE SPACE       TO REC-OUT-OVR.
      *------ SET POSITION 1 FOR THE NEW RECORD
             MOVE 1 TO POST.                                           
      *----------------------                                                    

      *----------------------
      * OUTPUT DATASET LOOKS LIKE THIS:
      * NAME(10) ID(8) FILLER(1) BUCKET(2) RUNDATE(8) OVERRIDE(1)
      * FILLER(2)
      * JOHN      12345678 1020260808
      *----------------------
