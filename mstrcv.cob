      *----------------------
      * FORWARD RECOVERY OF A PERSISTENT KSDS FROM THE MSTBKUP
      * IMAGE COPIES. THE RECCTL CARD NAMES THE FILE (MASTER,
      * BUKPREV, OR OPERMST IN COLUMNS 1-8) AND THE RUN DATE TO
      * RECOVER TO (COLUMNS 9-16, YYYYMMDD; BLANK MEANS THE NEWEST
      * COPY AS IT STANDS). THE BACKUP CONTROL FILE IS READ FOR THE
      * LATEST COPY LOGGED IN EACH GENERATION SLOT, AND THE COPIES
      * TAKEN ON OR BEFORE THE RUN DATE ARE TRIED NEWEST FIRST: A
      * COPY IS GOOD ONLY IF IT OPENS, ENDS IN ITS TRAILER, AND
      * ITS OWN RECORD COUNT AND ID HASH AGREE WITH BOTH THE
      * TRAILER AND THE CONTROL RECORD. THE FIRST GOOD COPY IS
      * LOADED INTO THE CLUSTER THE IDCAMS STEP AHEAD OF THIS ONE
      * HAS JUST DELETED AND REDEFINED.
      *
      * FOR THE MASTER THE RECAUDIT AFTER-IMAGES ARE THEN ROLLED
      * FORWARD, SAME AS ROSTASOF'S FORWARD MODE: EVERY IMAGE
      * STAMPED ON OR AFTER THE COPY DATE (THE COPY IS TAKEN AHEAD
      * OF THAT NIGHT'S POSTING) AND NOT AFTER THE RUN DATE. THE
      * REBUILT MASTER IS SWEPT FOR ITS COUNT AND ID HASH AND THESE
      * ARE CHECKED AGAINST THE TRAILER OF THE EXTRACT ROSTMST CUT
      * THAT NIGHT (THE RECEXTR DD). BUKPREV AND OPERMST HAVE NO
      * AUDIT TRAIL, SO THEY COME BACK AS OF THE COPY AND ARE
      * CHECKED AGAINST THE COPY'S OWN TRAILER. NO GOOD COPY, OR A
      * REBUILT FILE THAT DOES NOT BALANCE, ENDS RC 8 WITH A
      * RECALERT RECORD.
      *----------------------
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    MSTRCV.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT REC-CTL ASSIGN TO RECCTL
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-BCTL ASSIGN TO RECBCTL
            ORGANIZATION IS SEQUENTIAL.
      *------ THE GENERATION SLOTS, OPENED BY NAME AS IN MSTBKUP
            SELECT MST-COPY ASSIGN TO DYNAMIC COPY-DSN
            ORGANIZATION IS SEQUENTIAL FILE STATUS IS FILE-FS.
            SELECT BKP-COPY ASSIGN TO DYNAMIC COPY-DSN
            ORGANIZATION IS SEQUENTIAL FILE STATUS IS FILE-FS.
            SELECT OPR-COPY ASSIGN TO DYNAMIC COPY-DSN
            ORGANIZATION IS SEQUENTIAL FILE STATUS IS FILE-FS.
      *------ ONLY THE CLUSTER NAMED ON THE CARD IS OPENED
            SELECT REC-MST ASSIGN TO RECMST
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS MST-ID.
            SELECT BUK-PREV  ASSIGN TO BUKPREV
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS BUK-PREV-ID.
            SELECT OPER-MST  ASSIGN TO OPERMST
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS OPR-ID.
            SELECT REC-AUDIT ASSIGN TO RECAUDIT
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-EXTR ASSIGN TO RECEXTR
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-RPT ASSIGN TO RECRPT
            ORGANIZATION IS SEQUENTIAL.
      *------ STANDARDIZED OPERATOR ALERT, APPENDED TO THE SHARED
      *------ PROD.DAILY.ALERTS DATASET ON EVERY RC 4/8 CONDITION
            SELECT REC-ALERT ASSIGN TO RECALERT
            ORGANIZATION IS SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
         FD  REC-CTL    RECORDING MODE F.
         01  REC-CTL-MSG.
             05 CTL-FILE        PIC X(08).
             05 CTL-ASOF        PIC X(08).
             05 FILLER          PIC X(08).
      *------ SAME LAYOUT MSTBKUP WRITES
         FD  REC-BCTL   RECORDING MODE F.
         01  REC-BCTL-MSG.
             05  BCTL-FILE      PIC X(08).
             05  BCTL-SLOT      PIC 9(02).
             05  BCTL-RUNDATE   PIC X(08).
             05  BCTL-COUNT     PIC 9(07).
             05  BCTL-HASH      PIC 9(10).
             05  FILLER         PIC X(05).
         FD  MST-COPY   RECORDING MODE F.
         01  MST-COPY-MSG       PIC X(80).
         FD  BKP-COPY   RECORDING MODE F.
         01  BKP-COPY-MSG       PIC X(32).
         FD  OPR-COPY   RECORDING MODE F.
         01  OPR-COPY-MSG       PIC X(40).
         FD  REC-MST.
         01  REC-MST-MSG.
             05  MST-NAME       PIC X(10).
             05  MST-ID         PIC X(08).
             05  FILLER         PIC X(62).
         FD  BUK-PREV.
         01  BUK-PREV-MSG.
             05  BUK-PREV-NAME    PIC X(10).
             05  BUK-PREV-ID      PIC X(08).
             05  FILLER           PIC X(14).
         FD  OPER-MST.
         01  OPER-MST-MSG.
             05  OPR-ID         PIC X(08).
             05  OPR-NAME       PIC X(20).
             05  OPR-ACTIVE     PIC X(01).
             05  OPR-FUNC-INQ   PIC X(01).
             05  OPR-FUNC-CKP   PIC X(01).
             05  OPR-FUNC-RSB   PIC X(01).
             05  OPR-FUNC-COB   PIC X(01).
             05  OPR-FUNC-ALR   PIC X(01).
             05  OPR-FUNC-RMT   PIC X(01).
             05  OPR-FUNC-BKO   PIC X(01).
             05  FILLER         PIC X(04).
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
      *------ THE RUN DATE'S ROSTER EXTRACT; ONLY ITS TRAILER IS USED
         FD  REC-EXTR   RECORDING MODE F.
         01  REC-EXTR-MSG.
             05  EXTR-TAG       PIC X(08).
             05  EXTR-COUNT     PIC 9(07).
             05  FILLER         PIC X(01).
             05  EXTR-HASH      PIC 9(10).
             05  FILLER         PIC X(54).
         FD  REC-RPT    RECORDING MODE F.
         01  REC-RPT-MSG   PIC X(80).
         FD  REC-ALERT  RECORDING MODE F.
         01  REC-ALERT-MSG      PIC X(100).
        WORKING-STORAGE SECTION.
         01 FLAGS.
             05 IN-EOF-SW   PIC X VALUE "N".
                88 IN-EOF    VALUE "Y".
             05 BCTL-EOF-SW PIC X VALUE "N".
                88 BCTL-EOF  VALUE "Y".
             05 AUD-EOF-SW  PIC X VALUE "N".
                88 AUD-EOF   VALUE "Y".
             05 EXTR-EOF-SW PIC X VALUE "N".
                88 EXTR-EOF  VALUE "Y".
             05 TRLR-SW     PIC X VALUE "N".
                88 TRLR-FOUND VALUE "Y".
             05 COPY-SW     PIC X VALUE "N".
                88 COPY-GOOD  VALUE "Y".
             05 PICK-SW     PIC X VALUE "N".
                88 PICK-FOUND VALUE "Y".
         01 FILE-FS    PIC X(02).
         01 COPY-DSN   PIC X(44).
         01 RcvFile    PIC X(08).
           88 RCV-MASTER  VALUE "MASTER  ".
           88 RCV-BUKPREV VALUE "BUKPREV ".
           88 RCV-OPERMST VALUE "OPERMST ".
         01 RcvDate    PIC X(08).
      *------ LATEST CONTROL RECORD PER GENERATION SLOT FOR THE
      *------ FILE BEING RECOVERED; A TRIED SLOT IS NOT PICKED AGAIN
         01 SlotTab.
             05 SlotEnt OCCURS 99 TIMES.
                10 SlotDate    PIC X(08).
                10 SlotCount   PIC 9(07).
                10 SlotHash    PIC 9(10).
                10 SlotTried   PIC X(01).
         01 SlotIx     PIC 9(03).
         01 PickIx     PIC 9(02).
         01 PickDate   PIC X(08).
         01 CopyDate   PIC X(08) VALUE SPACES.
      *------ ONE COPY RECORD, WHICHEVER FILE IT CAME FROM
         01 CopyRec.
             05 COPY-TAG       PIC X(08).
             05 COPY-TCOUNT    PIC 9(07).
             05 FILLER         PIC X(01).
             05 COPY-THASH     PIC 9(10).
             05 FILLER         PIC X(54).
         01 CopyKey    PIC X(08).
         01 CopyCount  PIC 9(07).
         01 CopyHash   PIC 9(10).
         01 TrlrCount  PIC 9(07).
         01 TrlrHash   PIC 9(10).
         01 IdWk       PIC 9(08).
         01 LoadCount  PIC 9(07) VALUE ZERO.
         01 LoadRej    PIC 9(07) VALUE ZERO.
         01 AudCount   PIC 9(07) VALUE ZERO.
         01 RollCount  PIC 9(07) VALUE ZERO.
         01 RcvCount   PIC 9(07) VALUE ZERO.
         01 RcvHash    PIC 9(10) VALUE ZERO.
         01 ChkCount   PIC 9(07) VALUE ZERO.
         01 ChkHash    PIC 9(10) VALUE ZERO.
         01 RejectWhy  PIC X(24).
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
         01 COPY-LINE.
             05 CL-DSN      PIC X(26).
             05 FILLER      PIC X(01) VALUE SPACES.
             05 CL-DATE     PIC X(08).
             05 FILLER      PIC X(01) VALUE SPACES.
             05 CL-COUNT    PIC ZZZZZZ9.
             05 FILLER      PIC X(01) VALUE SPACES.
             05 CL-HASH     PIC 9(10).
             05 FILLER      PIC X(02) VALUE SPACES.
             05 CL-STATUS   PIC X(24).
         01 TOTAL-LINE.
             05 TL-LABEL    PIC X(36).
             05 TL-COUNT    PIC ZZZZZZ9.
             05 FILLER      PIC X(02) VALUE SPACES.
             05 TL-HASH     PIC 9(10).
             05 FILLER      PIC X(25) VALUE SPACES.

        PROCEDURE DIVISION.
         MAIN-LINE.
            ACCEPT RUN-STAMP FROM DATE YYYYMMDD.
            OPEN INPUT REC-CTL.
            READ REC-CTL
               AT END MOVE SPACES TO CTL-FILE CTL-ASOF
            END-READ.
            MOVE CTL-FILE TO RcvFile.
            MOVE CTL-ASOF TO RcvDate.
            CLOSE REC-CTL.
            IF NOT RCV-MASTER AND NOT RCV-BUKPREV
               AND NOT RCV-OPERMST THEN
               DISPLAY "MSTRCV: NO USABLE FILE NAME ON RECCTL"
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            IF RcvDate = SPACES THEN
               MOVE "99999999" TO RcvDate
            END-IF.
            IF RcvDate IS NOT NUMERIC THEN
               DISPLAY "MSTRCV: NO USABLE RUN DATE ON RECCTL"
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            DISPLAY "MSTRCV: RECOVERING " RcvFile " TO RUN DATE "
               RcvDate.
            OPEN OUTPUT REC-RPT.
            PERFORM PRINT-PAGE-HEADER.
            PERFORM LOAD-SLOT-TABLE.
            PERFORM TRY-NEXT-COPY UNTIL COPY-GOOD OR NOT PICK-FOUND.
            IF NOT COPY-GOOD THEN
               MOVE SPACES TO REC-RPT-MSG
               STRING "*** NO GOOD COPY ON OR BEFORE " RcvDate
                  " - NOTHING LOADED" DELIMITED BY SIZE
                  INTO REC-RPT-MSG
               WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES
               CLOSE REC-RPT
               DISPLAY "MSTRCV: NO GOOD COPY OF " RcvFile
                  " ON OR BEFORE " RcvDate
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO ALERT-SEV
               MOVE SPACES TO ALERT-TEXT
               STRING "NO GOOD IMAGE COPY OF " RcvFile
                  DELIMITED BY SIZE INTO ALERT-TEXT
               PERFORM WRITE-ALERT
               STOP RUN
            END-IF.
            PERFORM LOAD-CLUSTER.
            IF RCV-MASTER THEN
               PERFORM ROLL-AUDIT-FORWARD
               PERFORM SWEEP-MASTER
               PERFORM READ-EXTRACT-TRAILER
            ELSE
               MOVE LoadCount TO RcvCount
               MOVE CopyHash  TO RcvHash
               MOVE TrlrCount TO ChkCount
               MOVE TrlrHash  TO ChkHash
               SET TRLR-FOUND TO TRUE
            END-IF.
            PERFORM PRINT-TOTALS.
            CLOSE REC-RPT.
            DISPLAY "MSTRCV: " LoadCount " RECORD(S) LOADED FROM "
               "THE " CopyDate " COPY, " RollCount
               " AUDIT IMAGE(S) ROLLED FORWARD".
            IF NOT TRLR-FOUND OR RcvCount NOT = ChkCount
               OR RcvHash NOT = ChkHash THEN
               DISPLAY "MSTRCV: REBUILT " RcvFile
                  " DOES NOT BALANCE - SEE RECRPT"
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO ALERT-SEV
               MOVE SPACES TO ALERT-TEXT
               STRING "RECOVERED " RcvFile
                  " OUT OF BALANCE WITH TRAILER"
                  DELIMITED BY SIZE INTO ALERT-TEXT
               PERFORM WRITE-ALERT
            END-IF.
            STOP RUN.

         WRITE-ALERT.
            MOVE "MSTRCV  " TO ALERT-PGM.
            MOVE LoadCount TO ALERT-READ.
            MOVE ZERO TO ALERT-REJ.
            ACCEPT ALERT-DATE FROM DATE YYYYMMDD.
            ACCEPT ALERT-TIME FROM TIME.
            OPEN EXTEND REC-ALERT.
            MOVE ALERT-REC TO REC-ALERT-MSG.
            WRITE REC-ALERT-MSG.
            CLOSE REC-ALERT.

      *------ THE CONTROL FILE IS IN THE ORDER THE COPIES WERE
      *------ TAKEN, SO A LATER RECORD FOR A SLOT REPLACES AN
      *------ EARLIER ONE - THE SLOT NOW HOLDS THAT LATER COPY
         LOAD-SLOT-TABLE.
            PERFORM VARYING SlotIx FROM 1 BY 1 UNTIL SlotIx > 99
               MOVE SPACES TO SlotDate (SlotIx)
               MOVE ZERO   TO SlotCount (SlotIx) SlotHash (SlotIx)
               MOVE "N"    TO SlotTried (SlotIx)
            END-PERFORM.
            OPEN INPUT REC-BCTL.
            PERFORM UNTIL BCTL-EOF
            READ REC-BCTL
               AT END SET BCTL-EOF TO TRUE
               NOT AT END
                  IF BCTL-FILE = RcvFile AND BCTL-SLOT > 0 THEN
                     MOVE BCTL-RUNDATE TO SlotDate (BCTL-SLOT)
                     MOVE BCTL-COUNT   TO SlotCount (BCTL-SLOT)
                     MOVE BCTL-HASH    TO SlotHash (BCTL-SLOT)
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE REC-BCTL.
            SET PICK-FOUND TO TRUE.

      *------ PICK THE NEWEST UNTRIED COPY NOT AFTER THE RUN DATE
      *------ AND VERIFY IT; A BAD ONE FALLS BACK A GENERATION
         TRY-NEXT-COPY.
            MOVE "N" TO PICK-SW.
            MOVE ZERO TO PickIx.
            MOVE SPACES TO PickDate.
            PERFORM VARYING SlotIx FROM 1 BY 1 UNTIL SlotIx > 99
               IF SlotDate (SlotIx) NOT = SPACES
                  AND SlotTried (SlotIx) = "N"
                  AND SlotDate (SlotIx) NOT > RcvDate
                  AND SlotDate (SlotIx) > PickDate THEN
                  MOVE SlotIx TO PickIx
                  MOVE SlotDate (SlotIx) TO PickDate
                  SET PICK-FOUND TO TRUE
               END-IF
            END-PERFORM.
            IF PICK-FOUND THEN
               MOVE "Y" TO SlotTried (PickIx)
               PERFORM VERIFY-COPY
            END-IF.

         BUILD-COPY-DSN.
            MOVE SPACES TO COPY-DSN.
            STRING "PROD.BKUP." DELIMITED BY SIZE
               RcvFile DELIMITED BY SPACE
               ".G" PickIx DELIMITED BY SIZE
               INTO COPY-DSN.

      *------ ONE READ PASS: COUNT AND HASH THE RECORDS AHEAD OF THE
      *------ TRAILER, THEN HOLD ALL THREE FIGURES TO EACH OTHER
         VERIFY-COPY.
            PERFORM BUILD-COPY-DSN.
            MOVE ZERO TO CopyCount CopyHash TrlrCount TrlrHash.
            MOVE "N" TO IN-EOF-SW TRLR-SW.
            MOVE SPACES TO RejectWhy.
            PERFORM OPEN-COPY.
            IF FILE-FS NOT = "00" THEN
               STRING "*** OPEN FAILED " FILE-FS
                  DELIMITED BY SIZE INTO RejectWhy
            ELSE
               PERFORM READ-COPY
               PERFORM UNTIL IN-EOF OR TRLR-FOUND
                  IF COPY-TAG = "TRAILER " THEN
                     SET TRLR-FOUND TO TRUE
                     MOVE COPY-TCOUNT TO TrlrCount
                     MOVE COPY-THASH  TO TrlrHash
                  ELSE
                     ADD 1 TO CopyCount
                     IF CopyKey IS NUMERIC THEN
                        MOVE CopyKey TO IdWk
                        ADD IdWk TO CopyHash
                     END-IF
                     PERFORM READ-COPY
                  END-IF
               END-PERFORM
               PERFORM CLOSE-COPY
               EVALUATE TRUE
                  WHEN NOT TRLR-FOUND
                     MOVE "*** NO TRAILER" TO RejectWhy
                  WHEN CopyCount NOT = TrlrCount
                     OR CopyHash NOT = TrlrHash
                     MOVE "*** TRAILER OUT OF BAL" TO RejectWhy
                  WHEN CopyCount NOT = SlotCount (PickIx)
                     OR CopyHash NOT = SlotHash (PickIx)
                     MOVE "*** CONTROL OUT OF BAL" TO RejectWhy
               END-EVALUATE
            END-IF.
            MOVE SPACES TO COPY-LINE.
            MOVE COPY-DSN  TO CL-DSN.
            MOVE PickDate  TO CL-DATE.
            MOVE CopyCount TO CL-COUNT.
            MOVE CopyHash  TO CL-HASH.
            IF RejectWhy = SPACES THEN
               SET COPY-GOOD TO TRUE
               MOVE PickDate TO CopyDate
               MOVE "GOOD - LOADED" TO CL-STATUS
            ELSE
               MOVE RejectWhy TO CL-STATUS
            END-IF.
            MOVE COPY-LINE TO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.

         OPEN-COPY.
            EVALUATE TRUE
               WHEN RCV-MASTER  OPEN INPUT MST-COPY
               WHEN RCV-BUKPREV OPEN INPUT BKP-COPY
               WHEN RCV-OPERMST OPEN INPUT OPR-COPY
            END-EVALUATE.

         CLOSE-COPY.
            EVALUATE TRUE
               WHEN RCV-MASTER  CLOSE MST-COPY
               WHEN RCV-BUKPREV CLOSE BKP-COPY
               WHEN RCV-OPERMST CLOSE OPR-COPY
            END-EVALUATE.

      *------ THE KEY SITS AT OFFSET 10 ON THE MASTER AND BUKPREV,
      *------ AT OFFSET 0 ON OPERMST (AND IS NOT NUMERIC THERE, SO
      *------ THE OPERMST COPY HASHES TO ZERO, AS MSTBKUP WROTE IT)
         READ-COPY.
            MOVE SPACES TO CopyRec.
            EVALUATE TRUE
               WHEN RCV-MASTER
                  READ MST-COPY
                     AT END SET IN-EOF TO TRUE
                     NOT AT END MOVE MST-COPY-MSG TO CopyRec
                  END-READ
                  MOVE CopyRec (11:8) TO CopyKey
               WHEN RCV-BUKPREV
                  READ BKP-COPY
                     AT END SET IN-EOF TO TRUE
                     NOT AT END MOVE BKP-COPY-MSG TO CopyRec
                  END-READ
                  MOVE CopyRec (11:8) TO CopyKey
               WHEN RCV-OPERMST
                  READ OPR-COPY
                     AT END SET IN-EOF TO TRUE
                     NOT AT END MOVE OPR-COPY-MSG TO CopyRec
                  END-READ
                  MOVE SPACES TO CopyKey
            END-EVALUATE.

      *------ SECOND PASS OF THE GOOD COPY INTO THE EMPTY CLUSTER
         LOAD-CLUSTER.
            MOVE "N" TO IN-EOF-SW TRLR-SW.
            PERFORM OPEN-COPY.
            EVALUATE TRUE
               WHEN RCV-MASTER  OPEN OUTPUT REC-MST
               WHEN RCV-BUKPREV OPEN OUTPUT BUK-PREV
               WHEN RCV-OPERMST OPEN OUTPUT OPER-MST
            END-EVALUATE.
            PERFORM READ-COPY.
            PERFORM UNTIL IN-EOF OR COPY-TAG = "TRAILER "
               PERFORM WRITE-CLUSTER-RECORD
               PERFORM READ-COPY
            END-PERFORM.
            PERFORM CLOSE-COPY.
            EVALUATE TRUE
               WHEN RCV-MASTER  CLOSE REC-MST
               WHEN RCV-BUKPREV CLOSE BUK-PREV
               WHEN RCV-OPERMST CLOSE OPER-MST
            END-EVALUATE.

         WRITE-CLUSTER-RECORD.
            EVALUATE TRUE
               WHEN RCV-MASTER
                  MOVE CopyRec TO REC-MST-MSG
                  WRITE REC-MST-MSG
                     INVALID KEY ADD 1 TO LoadRej
                     NOT INVALID KEY ADD 1 TO LoadCount
                  END-WRITE
               WHEN RCV-BUKPREV
                  MOVE CopyRec TO BUK-PREV-MSG
                  WRITE BUK-PREV-MSG
                     INVALID KEY ADD 1 TO LoadRej
                     NOT INVALID KEY ADD 1 TO LoadCount
                  END-WRITE
               WHEN RCV-OPERMST
                  MOVE CopyRec TO OPER-MST-MSG
                  WRITE OPER-MST-MSG
                     INVALID KEY ADD 1 TO LoadRej
                     NOT INVALID KEY ADD 1 TO LoadCount
                  END-WRITE
            END-EVALUATE.

      *------ FORWARD: REPLAY THE AFTER IMAGES FROM THE COPY'S NIGHT
      *------ THROUGH THE RUN DATE; A BLANK AFTER IMAGE IS A DELETE
         ROLL-AUDIT-FORWARD.
            OPEN I-O REC-MST.
            OPEN INPUT REC-AUDIT.
            PERFORM UNTIL AUD-EOF
            READ REC-AUDIT
               AT END SET AUD-EOF TO TRUE
               NOT AT END
                  ADD 1 TO AudCount
                  PERFORM ROLL-FORWARD-ONE
            END-READ
            END-PERFORM.
            CLOSE REC-AUDIT.
            CLOSE REC-MST.

         ROLL-FORWARD-ONE.
            IF AUD-RUNDATE NOT < CopyDate
               AND AUD-RUNDATE NOT > RcvDate THEN
               ADD 1 TO RollCount
               IF AUD-AFTER = SPACES THEN
                  MOVE AUD-ID TO MST-ID
                  DELETE REC-MST
                     INVALID KEY CONTINUE
                  END-DELETE
               ELSE
                  MOVE AUD-AFTER TO REC-MST-MSG
                  WRITE REC-MST-MSG
                     INVALID KEY REWRITE REC-MST-MSG
                  END-WRITE
               END-IF
            END-IF.

         SWEEP-MASTER.
            MOVE "N" TO IN-EOF-SW.
            OPEN INPUT REC-MST.
            MOVE LOW-VALUES TO MST-ID.
            START REC-MST KEY NOT < MST-ID
               INVALID KEY SET IN-EOF TO TRUE
            END-START.
            PERFORM UNTIL IN-EOF
            READ REC-MST NEXT RECORD
               AT END SET IN-EOF TO TRUE
               NOT AT END
                  ADD 1 TO RcvCount
                  IF MST-ID IS NUMERIC THEN
                     MOVE MST-ID TO IdWk
                     ADD IdWk TO RcvHash
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE REC-MST.

         READ-EXTRACT-TRAILER.
            OPEN INPUT REC-EXTR.
            PERFORM UNTIL EXTR-EOF OR TRLR-FOUND
            READ REC-EXTR
               AT END SET EXTR-EOF TO TRUE
               NOT AT END
                  IF EXTR-TAG = "TRAILER " THEN
                     SET TRLR-FOUND TO TRUE
                     MOVE EXTR-COUNT TO ChkCount
                     MOVE EXTR-HASH  TO ChkHash
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE REC-EXTR.

         PRINT-TOTALS.
            MOVE SPACES TO TOTAL-LINE.
            MOVE "RECORDS LOADED FROM THE COPY" TO TL-LABEL.
            MOVE LoadCount TO TL-COUNT.
            MOVE CopyHash  TO TL-HASH.
            MOVE TOTAL-LINE TO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.
            IF LoadRej > 0 THEN
               MOVE SPACES TO TOTAL-LINE
               MOVE "*** DUPLICATE KEYS NOT LOADED" TO TL-LABEL
               MOVE LoadRej TO TL-COUNT
               MOVE TOTAL-LINE TO REC-RPT-MSG
               WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES
            END-IF.
            IF RCV-MASTER THEN
               MOVE SPACES TO TOTAL-LINE
               MOVE "AUDIT IMAGES READ" TO TL-LABEL
               MOVE AudCount TO TL-COUNT
               MOVE TOTAL-LINE TO REC-RPT-MSG
               WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES
               MOVE SPACES TO TOTAL-LINE
               MOVE "AUDIT IMAGES ROLLED FORWARD" TO TL-LABEL
               MOVE RollCount TO TL-COUNT
               MOVE TOTAL-LINE TO REC-RPT-MSG
               WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES
            END-IF.
            MOVE SPACES TO TOTAL-LINE.
            MOVE "REBUILT FILE" TO TL-LABEL.
            MOVE RcvCount TO TL-COUNT.
            MOVE RcvHash  TO TL-HASH.
            MOVE TOTAL-LINE TO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.
            MOVE SPACES TO TOTAL-LINE.
            IF RCV-MASTER THEN
               MOVE "RUN DATE EXTRACT TRAILER" TO TL-LABEL
            ELSE
               MOVE "IMAGE COPY TRAILER" TO TL-LABEL
            END-IF.
            MOVE ChkCount TO TL-COUNT.
            MOVE ChkHash  TO TL-HASH.
            MOVE TOTAL-LINE TO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
            MOVE SPACES TO REC-RPT-MSG.
            EVALUATE TRUE
               WHEN NOT TRLR-FOUND
                  MOVE "*** NO TRAILER ON THE RECEXTR EXTRACT"
                     TO REC-RPT-MSG
               WHEN RcvCount NOT = ChkCount
                  OR RcvHash NOT = ChkHash
                  MOVE "*** REBUILT FILE OUT OF BALANCE"
                     TO REC-RPT-MSG
               WHEN OTHER
                  MOVE "REBUILT FILE IN BALANCE" TO REC-RPT-MSG
            END-EVALUATE.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.

         PRINT-PAGE-HEADER.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "MSTRCV - KSDS RECOVERY FROM IMAGE COPY"
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING PAGE.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "  FILE: " RcvFile "  RECOVER TO: " RcvDate
               "  RUN DATE: " RUN-CCYY "-" RUN-MM "-" RUN-DD
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "COPY DATASET               TAKEN    "
               "RECORDS ID HASH     STATUS"
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.
