      *----------------------
      * ROSTMST TRANSACTION PROOF, RUN AHEAD OF THE NIGHTLY MASTER
      * MAINTENANCE: EVERY BATCH ON RECTRAN OPENS WITH A BATCH
      * HEADER ("H" IN BYTE 1) CARRYING THE BATCH NUMBER, THE
      * KEYER, THE DECLARED ADD/CHANGE/DELETE COUNTS, AND THE HASH
      * TOTAL OF THE 8-DIGIT IDS. THE FIRST PASS COUNTS AND HASHES
      * WHAT IS ACTUALLY BEHIND EACH HEADER; THE SECOND PASS COPIES
      * THE DETAIL RECORDS OF EVERY BATCH THAT BALANCES TO THE
      * POSTING FILE ROSTMST READS, AND HOLDS EVERY BATCH THAT
      * DOES NOT - HEADER AND ALL - ON THE HELD FILE FOR THE KEYER
      * TO PUT RIGHT. A BATCH IS ALSO HELD WHEN IT REPEATS A BATCH
      * ALREADY ON TONIGHT'S FILE OR ON THE POSTED-BATCH LOG, AND
      * DETAIL RECORDS WITH NO HEADER IN FRONT OF THEM ARE HELD AS
      * ONE UNBATCHED GROUP. THE PROOF LISTING SHOWS DECLARED
      * AGAINST ACTUAL FOR EVERY BATCH; ANY HOLD ENDS RC 4 WITH A
      * RECALERT RECORD, WHILE THE BALANCED BATCHES STILL POST.
      *----------------------
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    ROSTPRF.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT REC-TRAN ASSIGN TO RECTRAN
            ORGANIZATION IS SEQUENTIAL.
      *------ BALANCED DETAIL RECORDS, HEADERS STRIPPED (THE SWAP
      *------ STEP RENAMES THIS OVER THE LIVE TRANSACTION FILE)
            SELECT REC-POST ASSIGN TO RECPOST
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-HOLD ASSIGN TO RECHOLD
            ORGANIZATION IS SEQUENTIAL.
      *------ ONE RECORD PER BATCH EVER POSTED, SO A BATCH LOADED A
      *------ SECOND TIME ON A LATER NIGHT IS CAUGHT TOO
            SELECT REC-BLOG ASSIGN TO RECBLOG
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-RPT ASSIGN TO RECRPT
            ORGANIZATION IS SEQUENTIAL.
      *------ STANDARDIZED OPERATOR ALERT, APPENDED TO THE SHARED
      *------ PROD.DAILY.ALERTS DATASET ON EVERY RC 4/8 CONDITION
            SELECT REC-ALERT ASSIGN TO RECALERT
            ORGANIZATION IS SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
      *------ THE 97-BYTE TRANSACTION LAYOUT ROSTMST READS, WITH THE
      *------ BATCH HEADER AS AN ALTERNATE VIEW
         FD  REC-TRAN   RECORDING MODE F.
         01  REC-TRAN-MSG.
             05  TRN-ACTION     PIC X(01).
                 88  TRN-HEADER    VALUE "H".
                 88  TRN-ADD       VALUE "A".
                 88  TRN-CHANGE    VALUE "C".
                 88  TRN-DELETE    VALUE "D".
             05  TRN-DATA       PIC X(80).
             05  FILLER REDEFINES TRN-DATA.
                 10  FILLER     PIC X(10).
                 10  TRN-ID     PIC X(08).
                 10  FILLER     PIC X(62).
             05  TRN-EFFDATE    PIC X(08).
             05  TRN-OPER       PIC X(08).
         01  BAT-HEADER-MSG.
             05  FILLER         PIC X(01).
             05  BAT-NUMBER     PIC X(08).
             05  BAT-KEYER      PIC X(08).
             05  BAT-ADDS       PIC 9(05).
             05  BAT-CHGS       PIC 9(05).
             05  BAT-DELS       PIC 9(05).
             05  BAT-HASH       PIC 9(10).
             05  FILLER         PIC X(55).
         FD  REC-POST   RECORDING MODE F.
         01  REC-POST-MSG       PIC X(97).
         FD  REC-HOLD   RECORDING MODE F.
         01  REC-HOLD-MSG       PIC X(97).
         FD  REC-BLOG   RECORDING MODE F.
         01  REC-BLOG-MSG.
             05  BLOG-NUMBER    PIC X(08).
             05  BLOG-KEYER     PIC X(08).
             05  BLOG-RUNDATE   PIC X(08).
             05  BLOG-COUNT     PIC 9(07).
             05  FILLER         PIC X(09).
         FD  REC-RPT    RECORDING MODE F.
         01  REC-RPT-MSG   PIC X(80).
         FD  REC-ALERT  RECORDING MODE F.
         01  REC-ALERT-MSG      PIC X(100).
        WORKING-STORAGE SECTION.
         01 FLAGS.
             05 TRAN-EOF-SW PIC X VALUE "N".
                88 TRAN-EOF  VALUE "Y".
             05 BLOG-EOF-SW PIC X VALUE "N".
                88 BLOG-EOF  VALUE "Y".
      *------ ONE ENTRY PER BATCH ON TONIGHT'S FILE: WHAT THE HEADER
      *------ DECLARED, WHAT WAS FOUND, AND WHY IT IS HELD (BLANK
      *------ MEANS IT BALANCED AND POSTS)
         01 BatTab.
             05 BatEntry OCCURS 200 TIMES INDEXED BY BX.
                10 BT-NUMBER    PIC X(08).
                10 BT-KEYER     PIC X(08).
                10 BT-DECL-ADD  PIC 9(05).
                10 BT-DECL-CHG  PIC 9(05).
                10 BT-DECL-DEL  PIC 9(05).
                10 BT-DECL-HASH PIC 9(10).
                10 BT-ADD       PIC 9(05).
                10 BT-CHG       PIC 9(05).
                10 BT-DEL       PIC 9(05).
                10 BT-OTHER     PIC 9(05).
                10 BT-HASH      PIC 9(10).
                10 BT-HOLD      PIC X(20).
         01 BatUsed    PIC 9(03) VALUE ZERO.
         01 CurBat     PIC 9(03) VALUE ZERO.
         01 DX         PIC 9(03).
         01 TranCount  PIC 9(07) VALUE ZERO.
         01 PostCount  PIC 9(07) VALUE ZERO.
         01 HoldCount  PIC 9(07) VALUE ZERO.
         01 PostBats   PIC 9(03) VALUE ZERO.
         01 HoldBats   PIC 9(03) VALUE ZERO.
         01 BatRecs    PIC 9(07).
         01 IdWk       PIC 9(08).
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
         01 PROOF-LINE.
             05 PF-NUMBER   PIC X(08).
             05 FILLER      PIC X(01) VALUE SPACES.
             05 PF-KEYER    PIC X(08).
             05 FILLER      PIC X(01) VALUE SPACES.
             05 PF-WHICH    PIC X(04).
             05 PF-ADD      PIC ZZZZ9.
             05 FILLER      PIC X(01) VALUE SPACES.
             05 PF-CHG      PIC ZZZZ9.
             05 FILLER      PIC X(01) VALUE SPACES.
             05 PF-DEL      PIC ZZZZ9.
             05 FILLER      PIC X(01) VALUE SPACES.
             05 PF-HASH     PIC 9(10).
             05 FILLER      PIC X(01) VALUE SPACES.
             05 PF-STATUS   PIC X(29).

        PROCEDURE DIVISION.
         MAIN-LINE.
            ACCEPT RUN-STAMP FROM DATE YYYYMMDD.
            OPEN OUTPUT REC-RPT.
            PERFORM PRINT-PAGE-HEADER.
            PERFORM TALLY-BATCHES.
            PERFORM CHECK-BALANCES.
            PERFORM CHECK-POSTED-LOG.
            PERFORM SPLIT-BATCHES.
            PERFORM PRINT-PROOF-LINES.
            PERFORM PRINT-TOTALS.
            CLOSE REC-RPT.
            DISPLAY "ROSTPRF: " TranCount " RECORD(S) READ, "
               PostBats " BATCH(ES) / " PostCount " TRANSACTION(S)"
               " POSTED, " HoldBats " BATCH(ES) / " HoldCount
               " RECORD(S) HELD".
            IF HoldBats > 0 THEN
               DISPLAY "*** WARNING: " HoldBats " BATCH(ES) HELD"
                  " OUT OF BALANCE - SEE THE PROOF LISTING ***"
               MOVE 4 TO RETURN-CODE
               MOVE 4 TO ALERT-SEV
               MOVE SPACES TO ALERT-TEXT
               STRING "TRANSACTION BATCH(ES) HELD OUT OF BALANCE - "
                  "SEE PROOF"
                  DELIMITED BY SIZE INTO ALERT-TEXT
               PERFORM WRITE-ALERT
            END-IF.
            STOP RUN.

         WRITE-ALERT.
            MOVE "ROSTPRF " TO ALERT-PGM.
            MOVE TranCount TO ALERT-READ.
            MOVE HoldBats TO ALERT-REJ.
            ACCEPT ALERT-DATE FROM DATE YYYYMMDD.
            ACCEPT ALERT-TIME FROM TIME.
            OPEN EXTEND REC-ALERT.
            MOVE ALERT-REC TO REC-ALERT-MSG.
            WRITE REC-ALERT-MSG.
            CLOSE REC-ALERT.

      *------ FIRST PASS: ONE TABLE ENTRY PER HEADER, AND THE
      *------ DETAILS BEHIND IT COUNTED BY ACTION AND HASHED. DETAIL
      *------ AHEAD OF THE FIRST HEADER OPENS AN UNBATCHED ENTRY.
         TALLY-BATCHES.
            OPEN INPUT REC-TRAN.
            PERFORM UNTIL TRAN-EOF
            READ REC-TRAN
               AT END SET TRAN-EOF TO TRUE
               NOT AT END
                  ADD 1 TO TranCount
                  IF TRN-HEADER THEN
                     PERFORM OPEN-BATCH-ENTRY
                  ELSE
                     IF CurBat = 0 THEN
                        PERFORM OPEN-UNBATCHED-ENTRY
                     END-IF
                     PERFORM TALLY-ONE-DETAIL
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE REC-TRAN.

         OPEN-BATCH-ENTRY.
            IF BatUsed < 200 THEN
               ADD 1 TO BatUsed
               MOVE BatUsed TO CurBat
               SET BX TO CurBat
               MOVE BAT-NUMBER TO BT-NUMBER(BX)
               MOVE BAT-KEYER  TO BT-KEYER(BX)
               MOVE ZERO TO BT-DECL-ADD(BX) BT-DECL-CHG(BX)
                  BT-DECL-DEL(BX) BT-DECL-HASH(BX)
               IF BAT-ADDS IS NUMERIC AND BAT-CHGS IS NUMERIC
                     AND BAT-DELS IS NUMERIC
                     AND BAT-HASH IS NUMERIC THEN
                  MOVE BAT-ADDS TO BT-DECL-ADD(BX)
                  MOVE BAT-CHGS TO BT-DECL-CHG(BX)
                  MOVE BAT-DELS TO BT-DECL-DEL(BX)
                  MOVE BAT-HASH TO BT-DECL-HASH(BX)
                  MOVE SPACES TO BT-HOLD(BX)
               ELSE
                  MOVE "BAD BATCH HEADER" TO BT-HOLD(BX)
               END-IF
               MOVE ZERO TO BT-ADD(BX) BT-CHG(BX) BT-DEL(BX)
                  BT-OTHER(BX) BT-HASH(BX)
            ELSE
               DISPLAY "*** WARNING: BATCH " BAT-NUMBER
                  " FOLDED INTO THE LAST ENTRY - BATCH TABLE FULL ***"
            END-IF.

         OPEN-UNBATCHED-ENTRY.
            ADD 1 TO BatUsed.
            MOVE BatUsed TO CurBat.
            SET BX TO CurBat.
            MOVE "NONE    " TO BT-NUMBER(BX).
            MOVE SPACES TO BT-KEYER(BX).
            MOVE ZERO TO BT-DECL-ADD(BX) BT-DECL-CHG(BX)
               BT-DECL-DEL(BX) BT-DECL-HASH(BX).
            MOVE ZERO TO BT-ADD(BX) BT-CHG(BX) BT-DEL(BX)
               BT-OTHER(BX) BT-HASH(BX).
            MOVE "NO BATCH HEADER" TO BT-HOLD(BX).

         TALLY-ONE-DETAIL.
            SET BX TO CurBat.
            IF TRN-ADD THEN
               ADD 1 TO BT-ADD(BX)
            ELSE IF TRN-CHANGE THEN
               ADD 1 TO BT-CHG(BX)
            ELSE IF TRN-DELETE THEN
               ADD 1 TO BT-DEL(BX)
            ELSE
               ADD 1 TO BT-OTHER(BX)
            END-IF.
            IF TRN-ID IS NUMERIC THEN
               MOVE TRN-ID TO IdWk
               ADD IdWk TO BT-HASH(BX)
            END-IF.

      *------ DECLARED AGAINST ACTUAL, AND A BATCH NUMBER REPEATED
      *------ FOR THE SAME KEYER ON TONIGHT'S FILE (LOADED TWICE):
      *------ THE FIRST COPY IS PROVED, EVERY REPEAT IS HELD
         CHECK-BALANCES.
            PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BatUsed
               IF BT-HOLD(BX) = SPACES THEN
                  IF BT-OTHER(BX) > 0 THEN
                     MOVE "BAD ACTION CODE" TO BT-HOLD(BX)
                  ELSE
                  IF BT-ADD(BX) NOT = BT-DECL-ADD(BX)
                        OR BT-CHG(BX) NOT = BT-DECL-CHG(BX)
                        OR BT-DEL(BX) NOT = BT-DECL-DEL(BX) THEN
                     MOVE "COUNTS OUT OF BALANCE" TO BT-HOLD(BX)
                  ELSE
                  IF BT-HASH(BX) NOT = BT-DECL-HASH(BX) THEN
                     MOVE "HASH OUT OF BALANCE" TO BT-HOLD(BX)
                  END-IF
                  END-IF
                  END-IF
               END-IF
               PERFORM VARYING DX FROM 1 BY 1 UNTIL DX NOT < BX
                  IF BT-NUMBER(DX) = BT-NUMBER(BX)
                        AND BT-KEYER(DX) = BT-KEYER(BX)
                        AND BT-NUMBER(BX) NOT = "NONE    " THEN
                     MOVE "DUPLICATE BATCH" TO BT-HOLD(BX)
                  END-IF
               END-PERFORM
            END-PERFORM.

         CHECK-POSTED-LOG.
            OPEN INPUT REC-BLOG.
            PERFORM UNTIL BLOG-EOF
            READ REC-BLOG
               AT END SET BLOG-EOF TO TRUE
               NOT AT END
                  PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BatUsed
                     IF BT-NUMBER(BX) = BLOG-NUMBER
                           AND BT-KEYER(BX) = BLOG-KEYER
                           AND BT-HOLD(BX) = SPACES THEN
                        MOVE "POSTED BEFORE" TO BT-HOLD(BX)
                     END-IF
                  END-PERFORM
            END-READ
            END-PERFORM.
            CLOSE REC-BLOG.

      *------ SECOND PASS: BALANCED DETAIL TO THE POSTING FILE,
      *------ HELD BATCHES (HEADER INCLUDED) TO THE HELD FILE, AND A
      *------ LOG RECORD FOR EVERY BATCH THAT POSTS
         SPLIT-BATCHES.
            MOVE "N" TO TRAN-EOF-SW.
            MOVE ZERO TO CurBat.
            MOVE ZERO TO BatRecs.
            OPEN INPUT REC-TRAN.
            OPEN OUTPUT REC-POST.
            OPEN EXTEND REC-HOLD.
            OPEN EXTEND REC-BLOG.
            PERFORM UNTIL TRAN-EOF
            READ REC-TRAN
               AT END SET TRAN-EOF TO TRUE
               NOT AT END
                  IF TRN-HEADER AND CurBat < 200 THEN
                     PERFORM LOG-POSTED-BATCH
                     ADD 1 TO CurBat
                  ELSE
                     IF CurBat = 0 THEN
                        MOVE 1 TO CurBat
                     END-IF
                  END-IF
                  SET BX TO CurBat
                  PERFORM ROUTE-ONE-RECORD
            END-READ
            END-PERFORM.
            PERFORM LOG-POSTED-BATCH.
            CLOSE REC-TRAN.
            CLOSE REC-POST.
            CLOSE REC-HOLD.
            CLOSE REC-BLOG.

         ROUTE-ONE-RECORD.
            IF BT-HOLD(BX) NOT = SPACES THEN
               MOVE REC-TRAN-MSG TO REC-HOLD-MSG
               WRITE REC-HOLD-MSG
               ADD 1 TO HoldCount
            ELSE
               IF NOT TRN-HEADER THEN
                  MOVE REC-TRAN-MSG TO REC-POST-MSG
                  WRITE REC-POST-MSG
                  ADD 1 TO PostCount
                  ADD 1 TO BatRecs
               END-IF
            END-IF.

         LOG-POSTED-BATCH.
            IF CurBat > 0 THEN
               SET BX TO CurBat
               IF BT-HOLD(BX) = SPACES THEN
                  MOVE SPACES TO REC-BLOG-MSG
                  MOVE BT-NUMBER(BX) TO BLOG-NUMBER
                  MOVE BT-KEYER(BX)  TO BLOG-KEYER
                  MOVE RUN-STAMP     TO BLOG-RUNDATE
                  MOVE BatRecs       TO BLOG-COUNT
                  WRITE REC-BLOG-MSG
               END-IF
            END-IF.
            MOVE ZERO TO BatRecs.

      *------ TWO LINES PER BATCH: WHAT THE HEADER DECLARED, THEN
      *------ WHAT WAS FOUND AND WHETHER IT POSTED OR WAS HELD
         PRINT-PROOF-LINES.
            PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BatUsed
               MOVE SPACES TO PROOF-LINE
               MOVE BT-NUMBER(BX)    TO PF-NUMBER
               MOVE BT-KEYER(BX)     TO PF-KEYER
               MOVE "DECL"           TO PF-WHICH
               MOVE BT-DECL-ADD(BX)  TO PF-ADD
               MOVE BT-DECL-CHG(BX)  TO PF-CHG
               MOVE BT-DECL-DEL(BX)  TO PF-DEL
               MOVE BT-DECL-HASH(BX) TO PF-HASH
               MOVE PROOF-LINE TO REC-RPT-MSG
               WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES
               MOVE SPACES TO PROOF-LINE
               MOVE "ACT "           TO PF-WHICH
               MOVE BT-ADD(BX)       TO PF-ADD
               MOVE BT-CHG(BX)       TO PF-CHG
               MOVE BT-DEL(BX)       TO PF-DEL
               MOVE BT-HASH(BX)      TO PF-HASH
               IF BT-HOLD(BX) = SPACES THEN
                  ADD 1 TO PostBats
                  MOVE "POSTED" TO PF-STATUS
               ELSE
                  ADD 1 TO HoldBats
                  STRING "HELD - " BT-HOLD(BX)
                     DELIMITED BY SIZE INTO PF-STATUS
               END-IF
               MOVE PROOF-LINE TO REC-RPT-MSG
               WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES
            END-PERFORM.

         PRINT-TOTALS.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "READ: " TranCount "   POSTED: " PostCount
               "   HELD: " HoldCount
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 3 LINES.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "BATCHES: " BatUsed "   POSTED: " PostBats
               "   HELD: " HoldBats
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.

         PRINT-PAGE-HEADER.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "ROSTPRF - TRANSACTION BATCH PROOF LISTING"
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING PAGE.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "  RUN DATE: " RUN-CCYY "-" RUN-MM "-" RUN-DD
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "BATCH    KEYER        ADDS  CHGS  DELS"
               "  ID HASH    STATUS"
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.
