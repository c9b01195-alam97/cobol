      *----------------------
      * OUTBOUND CHANGE FEEDS FOR THE DOWNSTREAM EMPLOYEE LISTS
      * (PAYROLL, THE BADGE OFFICE, THE MAIL-ROOM DIRECTORY, AND
      * WHOEVER IS ADDED LATER). TONIGHT'S ROSTMST AUDIT IMAGES -
      * THE RECAUDIT RECORDS STAMPED WITH TONIGHT'S RUN DATE - ARE
      * TURNED INTO ONE 80-BYTE OUTBOUND FILE PER SUBSCRIBER NAMED
      * ON THE RECSUBS CONTROL FILE. EACH SUBSCRIBER RECORD GIVES
      * THE OUTBOUND DATASET NAME (OPENED BY NAME THROUGH THE
      * DYNAMIC ASSIGN PATTERN), WHICH CHANGE TYPES IT TAKES
      * (ADD/CHANGE/DELETE), AND WHICH ROSTER FIELDS IT WANTS.
      *
      * AN ADD GOES OUT AS ONE "A" RECORD PER SUBSCRIBED FIELD
      * (NEW VALUE ONLY), A CHANGE AS ONE "C" RECORD PER SUBSCRIBED
      * FIELD WHOSE VALUE ACTUALLY CHANGED (OLD AND NEW VALUES), AND
      * A DELETE AS A SINGLE "D" RECORD. EVERY DETAIL CARRIES THE
      * ID AND THE TRANSACTION'S EFFECTIVE DATE. EACH FEED STARTS
      * WITH A HEADER (SUBSCRIBER, RUN DATE) AND ENDS WITH A
      * TRAILER (DETAIL RECORD COUNT, EMPLOYEES ADDED/CHANGED/
      * DELETED, ID HASH) THE RECEIVER RECONCILES AGAINST; A
      * SUBSCRIBER WITH NOTHING TONIGHT STILL GETS A HEADER AND A
      * ZERO TRAILER. A FEED THAT CANNOT BE OPENED ENDS RC 8, AN
      * EMPTY SUBSCRIBER FILE RC 4, BOTH WITH A RECALERT RECORD.
      *----------------------
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    CHGFEED.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT REC-SUBS ASSIGN TO RECSUBS
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-AUDIT ASSIGN TO RECAUDIT
            ORGANIZATION IS SEQUENTIAL.
      *------ TONIGHT'S AUDIT IMAGES ONLY, RE-READ PER SUBSCRIBER
            SELECT REC-WORK ASSIGN TO RECWORK
            ORGANIZATION IS SEQUENTIAL.
      *------ ONE OUTBOUND FEED AT A TIME, ALLOCATED BY NAME
            SELECT REC-FEED ASSIGN TO DYNAMIC FEED-DSN
            ORGANIZATION IS SEQUENTIAL FILE STATUS IS FILE-FS.
            SELECT REC-RPT ASSIGN TO RECRPT
            ORGANIZATION IS SEQUENTIAL.
      *------ STANDARDIZED OPERATOR ALERT, APPENDED TO THE SHARED
      *------ PROD.DAILY.ALERTS DATASET ON EVERY RC 4/8 CONDITION
            SELECT REC-ALERT ASSIGN TO RECALERT
            ORGANIZATION IS SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
      *------ ONE RECORD PER SUBSCRIBER: Y/N FOR EACH CHANGE TYPE,
      *------ THEN Y/N FOR EACH FIELD IN FIELD-TABLE ORDER (NAME,
      *------ GENDER, BAND, MONTH, YEAR, SITE, SURNAME)
         FD  REC-SUBS   RECORDING MODE F.
         01  REC-SUBS-MSG.
             05  SUBS-ID        PIC X(08).
             05  SUBS-DSN       PIC X(44).
             05  SUBS-ADDS      PIC X(01).
             05  SUBS-CHGS      PIC X(01).
             05  SUBS-DELS      PIC X(01).
             05  SUBS-FIELDS    PIC X(07).
             05  FILLER         PIC X(18).
      *------ SAME LAYOUT ROSTMST WRITES: WHAT THE MASTER RECORD
      *------ LOOKED LIKE BEFORE AND AFTER EACH APPLIED TRANSACTION
         FD  REC-AUDIT  RECORDING MODE F.
         01  REC-AUDIT-MSG.
             05  AUD-ACTION     PIC X(01).
             05  AUD-ID         PIC X(08).
             05  AUD-RUNDATE    PIC X(08).
             05  AUD-BEFORE     PIC X(80).
             05  AUD-AFTER      PIC X(80).
             05  AUD-EFFDATE    PIC X(08).
             05  AUD-OPER       PIC X(08).
         FD  REC-WORK   RECORDING MODE F.
         01  REC-WORK-MSG.
             05  WRK-ACTION     PIC X(01).
             05  WRK-ID         PIC X(08).
             05  WRK-RUNDATE    PIC X(08).
             05  WRK-BEFORE     PIC X(80).
             05  WRK-AFTER      PIC X(80).
             05  WRK-EFFDATE    PIC X(08).
             05  WRK-OPER       PIC X(08).
         FD  REC-FEED   RECORDING MODE F.
         01  REC-FEED-MSG       PIC X(80).
         FD  REC-RPT    RECORDING MODE F.
         01  REC-RPT-MSG   PIC X(80).
         FD  REC-ALERT  RECORDING MODE F.
         01  REC-ALERT-MSG      PIC X(100).
        WORKING-STORAGE SECTION.
         01 FLAGS.
             05 SUBS-EOF-SW PIC X VALUE "N".
                88 SUBS-EOF  VALUE "Y".
             05 AUD-EOF-SW  PIC X VALUE "N".
                88 AUD-EOF   VALUE "Y".
             05 WRK-EOF-SW  PIC X VALUE "N".
                88 WRK-EOF   VALUE "Y".
         01 FILE-FS    PIC X(02).
         01 FEED-DSN   PIC X(44).
      *------ ROSTER FIELDS A SUBSCRIBER CAN ASK FOR: NAME, START
      *------ COLUMN, AND LENGTH IN THE 80-BYTE ROSTER IMAGE
         01 FieldDefs.
             05 FILLER PIC X(12) VALUE "NAME    0110".
             05 FILLER PIC X(12) VALUE "GENDER  2201".
             05 FILLER PIC X(12) VALUE "BAND    2302".
             05 FILLER PIC X(12) VALUE "MONTH   3303".
             05 FILLER PIC X(12) VALUE "YEAR    3602".
             05 FILLER PIC X(12) VALUE "SITE    3902".
             05 FILLER PIC X(12) VALUE "SURNAME 4120".
         01 FieldTab REDEFINES FieldDefs.
             05 FieldEnt OCCURS 7 TIMES.
                10 FLD-NAME     PIC X(08).
                10 FLD-POS      PIC 9(02).
                10 FLD-LEN      PIC 9(02).
         01 FldIx      PIC 9(02).
         01 SubTab.
             05 SubEnt OCCURS 20 TIMES.
                10 SUB-ID       PIC X(08).
                10 SUB-DSN      PIC X(44).
                10 SUB-ADDS     PIC X(01).
                10 SUB-CHGS     PIC X(01).
                10 SUB-DELS     PIC X(01).
                10 SUB-FLD      PIC X(01) OCCURS 7 TIMES.
         01 SubCount   PIC 9(02) VALUE ZERO.
         01 SubIx      PIC 9(02).
         01 AudCount   PIC 9(07) VALUE ZERO.
         01 TonightCnt PIC 9(07) VALUE ZERO.
         01 FailCount  PIC 9(02) VALUE ZERO.
      *------ PER-FEED COUNTS FOR THE TRAILER
         01 FeedRecs   PIC 9(07).
         01 FeedAdds   PIC 9(07).
         01 FeedChgs   PIC 9(07).
         01 FeedDels   PIC 9(07).
         01 FeedHash   PIC 9(10).
         01 FldWritten PIC 9(02).
         01 IdWk       PIC 9(08).
         01 OldValue   PIC X(20).
         01 NewValue   PIC X(20).
         01 FEED-HEADER.
             05 FILLER          PIC X(01) VALUE "H".
             05 FH-SUB          PIC X(08).
             05 FH-RUNDATE      PIC X(08).
             05 FH-SOURCE       PIC X(08) VALUE "ROSTMST ".
             05 FILLER          PIC X(55) VALUE SPACES.
         01 FEED-DETAIL.
             05 FILLER          PIC X(01) VALUE "D".
             05 FD-ACTION       PIC X(01).
             05 FD-ID           PIC X(08).
             05 FD-EFFDATE      PIC X(08).
             05 FD-FIELD        PIC X(08).
             05 FD-OLD          PIC X(20).
             05 FD-NEW          PIC X(20).
             05 FILLER          PIC X(14) VALUE SPACES.
         01 FEED-TRAILER.
             05 FILLER          PIC X(01) VALUE "T".
             05 FT-RECS         PIC 9(07).
             05 FT-ADDS         PIC 9(07).
             05 FT-CHGS         PIC 9(07).
             05 FT-DELS         PIC 9(07).
             05 FT-HASH         PIC 9(10).
             05 FILLER          PIC X(41) VALUE SPACES.
         01 RUN-STAMP.
             05 RUN-CCYY PIC 9(04).
             05 RUN-MM   PIC 9(02).
             05 RUN-DD   PIC 9(02).
         01 ALERT-REC.
             05 ALERT-SEV       PIC 9(01).
             05 ALERT-PGM       PIC X(08).
             05 ALERT-DATE      PIC 9(08).
             05 ALERT-TIME      PIC 9(08).
             05 ALERT-READ      PIC 9(07).
             05 ALERT-REJ       PIC 9(05).
             05 ALERT-TEXT      PIC X(60).
             05 FILLER          PIC X(03) VALUE SPACES.
         01 FEED-LINE.
             05 FL-SUB      PIC X(08).
             05 FILLER      PIC X(02) VALUE SPACES.
             05 FL-ADDS     PIC ZZZZZZ9.
             05 FILLER      PIC X(01) VALUE SPACES.
             05 FL-CHGS     PIC ZZZZZZ9.
             05 FILLER      PIC X(01) VALUE SPACES.
             05 FL-DELS     PIC ZZZZZZ9.
             05 FILLER      PIC X(01) VALUE SPACES.
             05 FL-RECS     PIC ZZZZZZ9.
             05 FILLER      PIC X(02) VALUE SPACES.
             05 FL-STATUS   PIC X(37).

        PROCEDURE DIVISION.
         MAIN-LINE.
            ACCEPT RUN-STAMP FROM DATE YYYYMMDD.
            PERFORM LOAD-SUBSCRIBERS.
            PERFORM EXTRACT-TONIGHT.
            OPEN OUTPUT REC-RPT.
            PERFORM PRINT-PAGE-HEADER.
            PERFORM VARYING SubIx FROM 1 BY 1 UNTIL SubIx > SubCount
               PERFORM WRITE-ONE-FEED
            END-PERFORM.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "AUDIT IMAGES READ: " AudCount
               "   TONIGHT'S: " TonightCnt
               "   FEEDS: " SubCount "   FAILED: " FailCount
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.
            CLOSE REC-RPT.
            DISPLAY "CHGFEED: " TonightCnt " CHANGE(S) TONIGHT, "
               SubCount " FEED(S) WRITTEN, " FailCount " FAILED".
            IF FailCount > 0 THEN
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO ALERT-SEV
               MOVE SPACES TO ALERT-TEXT
               STRING "CHANGE FEED(S) NOT WRITTEN - SEE RECRPT"
                  DELIMITED BY SIZE INTO ALERT-TEXT
               PERFORM WRITE-ALERT
            ELSE
               IF SubCount = 0 THEN
                  DISPLAY "*** WARNING: NO SUBSCRIBERS ON RECSUBS ***"
                  MOVE 4 TO RETURN-CODE
                  MOVE 4 TO ALERT-SEV
                  MOVE SPACES TO ALERT-TEXT
                  STRING "NO CHANGE-FEED SUBSCRIBERS ON RECSUBS"
                     DELIMITED BY SIZE INTO ALERT-TEXT
                  PERFORM WRITE-ALERT
               END-IF
            END-IF.
            STOP RUN.

         WRITE-ALERT.
            MOVE "CHGFEED " TO ALERT-PGM.
            MOVE TonightCnt TO ALERT-READ.
            MOVE FailCount TO ALERT-REJ.
            ACCEPT ALERT-DATE FROM DATE YYYYMMDD.
            ACCEPT ALERT-TIME FROM TIME.
            OPEN EXTEND REC-ALERT.
            MOVE ALERT-REC TO REC-ALERT-MSG.
            WRITE REC-ALERT-MSG.
            CLOSE REC-ALERT.

         LOAD-SUBSCRIBERS.
            OPEN INPUT REC-SUBS.
            PERFORM UNTIL SUBS-EOF
            READ REC-SUBS
               AT END SET SUBS-EOF TO TRUE
               NOT AT END
                  IF SUBS-ID NOT = SPACES THEN
                     IF SubCount < 20 THEN
                        ADD 1 TO SubCount
                        MOVE SUBS-ID   TO SUB-ID (SubCount)
                        MOVE SUBS-DSN  TO SUB-DSN (SubCount)
                        MOVE SUBS-ADDS TO SUB-ADDS (SubCount)
                        MOVE SUBS-CHGS TO SUB-CHGS (SubCount)
                        MOVE SUBS-DELS TO SUB-DELS (SubCount)
                        PERFORM VARYING FldIx FROM 1 BY 1
                           UNTIL FldIx > 7
                           MOVE SUBS-FIELDS (FldIx:1)
                              TO SUB-FLD (SubCount, FldIx)
                        END-PERFORM
                     ELSE
                        DISPLAY "*** WARNING: SUBSCRIBER " SUBS-ID
                           " IGNORED - TABLE HOLDS 20 ***"
                     END-IF
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE REC-SUBS.

      *------ ONE PASS OVER THE WHOLE AUDIT TRAIL, KEEPING ONLY THE
      *------ IMAGES ROSTMST WROTE TONIGHT
         EXTRACT-TONIGHT.
            OPEN INPUT REC-AUDIT.
            OPEN OUTPUT REC-WORK.
            PERFORM UNTIL AUD-EOF
            READ REC-AUDIT
               AT END SET AUD-EOF TO TRUE
               NOT AT END
                  ADD 1 TO AudCount
                  IF AUD-RUNDATE = RUN-STAMP THEN
                     ADD 1 TO TonightCnt
                     MOVE REC-AUDIT-MSG TO REC-WORK-MSG
                     WRITE REC-WORK-MSG
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE REC-AUDIT.
            CLOSE REC-WORK.

         WRITE-ONE-FEED.
            MOVE ZERO TO FeedRecs FeedAdds FeedChgs FeedDels FeedHash.
            MOVE SPACES TO FEED-LINE.
            MOVE SUB-ID (SubIx) TO FL-SUB.
            MOVE SUB-DSN (SubIx) TO FEED-DSN.
            OPEN OUTPUT REC-FEED.
            IF FILE-FS NOT = "00" THEN
               ADD 1 TO FailCount
               STRING "*** OPEN FAILED " FILE-FS
                  DELIMITED BY SIZE INTO FL-STATUS
            ELSE
               MOVE SUB-ID (SubIx) TO FH-SUB
               MOVE RUN-STAMP TO FH-RUNDATE
               MOVE FEED-HEADER TO REC-FEED-MSG
               WRITE REC-FEED-MSG
               MOVE "N" TO WRK-EOF-SW
               OPEN INPUT REC-WORK
               PERFORM UNTIL WRK-EOF
               READ REC-WORK
                  AT END SET WRK-EOF TO TRUE
                  NOT AT END PERFORM FEED-ONE-IMAGE
               END-READ
               END-PERFORM
               CLOSE REC-WORK
               MOVE FeedRecs TO FT-RECS
               MOVE FeedAdds TO FT-ADDS
               MOVE FeedChgs TO FT-CHGS
               MOVE FeedDels TO FT-DELS
               MOVE FeedHash TO FT-HASH
               MOVE FEED-TRAILER TO REC-FEED-MSG
               WRITE REC-FEED-MSG
               CLOSE REC-FEED
               MOVE FEED-DSN TO FL-STATUS
            END-IF.
            MOVE FeedAdds TO FL-ADDS.
            MOVE FeedChgs TO FL-CHGS.
            MOVE FeedDels TO FL-DELS.
            MOVE FeedRecs TO FL-RECS.
            MOVE FEED-LINE TO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.

         FEED-ONE-IMAGE.
            MOVE SPACES TO FEED-DETAIL (2:79).
            MOVE WRK-ACTION  TO FD-ACTION.
            MOVE WRK-ID      TO FD-ID.
            MOVE WRK-EFFDATE TO FD-EFFDATE.
            MOVE ZERO TO FldWritten.
            EVALUATE WRK-ACTION
               WHEN "A"
                  IF SUB-ADDS (SubIx) = "Y" THEN
                     PERFORM FEED-ADD
                  END-IF
               WHEN "C"
                  IF SUB-CHGS (SubIx) = "Y" THEN
                     PERFORM FEED-CHANGE
                  END-IF
               WHEN "D"
                  IF SUB-DELS (SubIx) = "Y" THEN
                     PERFORM WRITE-DETAIL
                     ADD 1 TO FeedDels
                     PERFORM ADD-TO-HASH
                  END-IF
            END-EVALUATE.

      *------ EVERY SUBSCRIBED FIELD WITH ITS NEW VALUE; A SUBSCRIBER
      *------ TAKING ADDS BUT NO FIELDS STILL GETS THE BARE ADD
         FEED-ADD.
            PERFORM VARYING FldIx FROM 1 BY 1 UNTIL FldIx > 7
               IF SUB-FLD (SubIx, FldIx) = "Y" THEN
                  MOVE FLD-NAME (FldIx) TO FD-FIELD
                  MOVE SPACES TO FD-OLD
                  MOVE WRK-AFTER (FLD-POS (FldIx):FLD-LEN (FldIx))
                     TO FD-NEW
                  PERFORM WRITE-DETAIL
                  ADD 1 TO FldWritten
               END-IF
            END-PERFORM.
            IF FldWritten = 0 THEN
               MOVE SPACES TO FD-FIELD FD-OLD FD-NEW
               PERFORM WRITE-DETAIL
            END-IF.
            ADD 1 TO FeedAdds.
            PERFORM ADD-TO-HASH.

      *------ ONLY THE SUBSCRIBED FIELDS THAT ACTUALLY CHANGED; A
      *------ CHANGE TOUCHING NONE OF THEM IS NOT SENT AT ALL
         FEED-CHANGE.
            PERFORM VARYING FldIx FROM 1 BY 1 UNTIL FldIx > 7
               IF SUB-FLD (SubIx, FldIx) = "Y" THEN
                  MOVE WRK-BEFORE (FLD-POS (FldIx):FLD-LEN (FldIx))
                     TO OldValue
                  MOVE WRK-AFTER (FLD-POS (FldIx):FLD-LEN (FldIx))
                     TO NewValue
                  IF OldValue NOT = NewValue THEN
                     MOVE FLD-NAME (FldIx) TO FD-FIELD
                     MOVE OldValue TO FD-OLD
                     MOVE NewValue TO FD-NEW
                     PERFORM WRITE-DETAIL
                     ADD 1 TO FldWritten
                  END-IF
               END-IF
            END-PERFORM.
            IF FldWritten > 0 THEN
               ADD 1 TO FeedChgs
               PERFORM ADD-TO-HASH
            END-IF.

         WRITE-DETAIL.
            MOVE FEED-DETAIL TO REC-FEED-MSG.
            WRITE REC-FEED-MSG.
            ADD 1 TO FeedRecs.

      *------ ONE HASH TERM PER EMPLOYEE SENT, NOT PER DETAIL RECORD
         ADD-TO-HASH.
            IF WRK-ID IS NUMERIC THEN
               MOVE WRK-ID TO IdWk
               ADD IdWk TO FeedHash
            END-IF.

         PRINT-PAGE-HEADER.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "CHGFEED - OUTBOUND ROSTER CHANGE FEEDS"
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING PAGE.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "  RUN DATE: " RUN-CCYY "-" RUN-MM "-" RUN-DD
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "SUBSCR       ADDS    CHGS    DELS RECORDS  "
               "FEED DATASET"
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.
