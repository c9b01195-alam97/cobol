      *----------------------
      * NIGHTLY IMAGE COPY OF THE PERSISTENT KSDSS NOTHING ELSE CAN
      * REBUILD: THE ROSTMST MASTER (PROD.DAILY.MASTER), THE BUKPREV
      * LAST-ASSIGNMENT FILE, AND THE OPERMST OPERATOR PROFILES.
      * RUN AHEAD OF THE NIGHT'S ROSTMST POSTING, SO THE MASTER
      * COPY IS EXACTLY THE STATE THE NIGHT'S RECAUDIT AFTER-IMAGES
      * START FROM. EACH KSDS IS SWEPT IN KEY SEQUENCE TO A FLAT
      * COPY ENDING IN A "TRAILER " RECORD (COUNT IN 9-15, ID HASH
      * IN 17-26, SAME AS TRLGEN), AND THE COPIES ROTATE THROUGH
      * SEVEN GENERATION SLOTS PER FILE (PROD.BKUP.MASTER.G01 ...
      * G07 AND SO ON), OPENED BY NAME THROUGH THE DYNAMIC ASSIGN
      * PATTERN. THE BACKUP CONTROL FILE GETS ONE RECORD PER COPY
      * TAKEN - FILE, SLOT, RUN DATE, COUNT, AND HASH - WHICH IS
      * HOW THE NEXT NIGHT PICKS ITS SLOT AND HOW MSTRCV FINDS THE
      * NEWEST GOOD COPY. A COPY THAT CANNOT BE WRITTEN ENDS RC 8
      * WITH A RECALERT RECORD.
      *----------------------
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    MSTBKUP.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT REC-MST ASSIGN TO RECMST
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS MST-ID.
            SELECT BUK-PREV  ASSIGN TO BUKPREV
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS BUK-PREV-ID.
            SELECT OPER-MST  ASSIGN TO OPERMST
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS OPR-ID.
      *------ THE GENERATION SLOTS, ALLOCATED BY NAME AT OPEN
            SELECT MST-COPY ASSIGN TO DYNAMIC COPY-DSN
            ORGANIZATION IS SEQUENTIAL FILE STATUS IS FILE-FS.
            SELECT BKP-COPY ASSIGN TO DYNAMIC COPY-DSN
            ORGANIZATION IS SEQUENTIAL FILE STATUS IS FILE-FS.
            SELECT OPR-COPY ASSIGN TO DYNAMIC COPY-DSN
            ORGANIZATION IS SEQUENTIAL FILE STATUS IS FILE-FS.
      *------ ONE RECORD PER COPY EVER TAKEN (SEE MSTRCV)
            SELECT REC-BCTL ASSIGN TO RECBCTL
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-RPT ASSIGN TO RECRPT
            ORGANIZATION IS SEQUENTIAL.
      *------ STANDARDIZED OPERATOR ALERT, APPENDED TO THE SHARED
      *------ PROD.DAILY.ALERTS DATASET ON EVERY RC 4/8 CONDITION
            SELECT REC-ALERT ASSIGN TO RECALERT
            ORGANIZATION IS SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
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
         FD  MST-COPY   RECORDING MODE F.
         01  MST-COPY-MSG       PIC X(80).
         FD  BKP-COPY   RECORDING MODE F.
         01  BKP-COPY-MSG       PIC X(32).
         FD  OPR-COPY   RECORDING MODE F.
         01  OPR-COPY-MSG       PIC X(40).
         FD  REC-BCTL   RECORDING MODE F.
         01  REC-BCTL-MSG.
             05  BCTL-FILE      PIC X(08).
             05  BCTL-SLOT      PIC 9(02).
             05  BCTL-RUNDATE   PIC X(08).
             05  BCTL-COUNT     PIC 9(07).
             05  BCTL-HASH      PIC 9(10).
             05  FILLER         PIC X(05).
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
         01 FILE-FS    PIC X(02).
         01 COPY-DSN   PIC X(44).
      *------ NUMBER OF GENERATION SLOTS PER FILE
         01 BkupGens   PIC 9(02) VALUE 7.
      *------ LAST SLOT USED PER FILE, FROM THE CONTROL FILE
         01 MstSlot    PIC 9(02) VALUE ZERO.
         01 BkpSlot    PIC 9(02) VALUE ZERO.
         01 OprSlot    PIC 9(02) VALUE ZERO.
         01 CurSlot    PIC 9(02).
         01 CurFile    PIC X(08).
         01 CopyCount  PIC 9(07).
      *------ HASH TOTAL OF THE NUMERIC KEYS, TRUNCATED TO TEN
      *------ DIGITS ON THE ADD, SAME AS TRLGEN (OPERATOR IDS ARE
      *------ NOT NUMERIC, SO THE OPERMST COPY CARRIES COUNT ONLY)
         01 CopyHash   PIC 9(10).
         01 IdWk       PIC 9(08).
         01 BadCount   PIC 9(02) VALUE ZERO.
         01 TRAILER-OUT.
             05 FILLER         PIC X(08) VALUE "TRAILER ".
             05 TRLR-COUNT     PIC 9(07).
             05 FILLER         PIC X(01) VALUE SPACE.
             05 TRLR-HASH      PIC 9(10).
             05 FILLER         PIC X(54) VALUE SPACES.
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
             05 CL-FILE     PIC X(08).
             05 FILLER      PIC X(02) VALUE SPACES.
             05 CL-DSN      PIC X(30).
             05 FILLER      PIC X(01) VALUE SPACES.
             05 CL-COUNT    PIC ZZZZZZ9.
             05 FILLER      PIC X(02) VALUE SPACES.
             05 CL-HASH     PIC 9(10).
             05 FILLER      PIC X(02) VALUE SPACES.
             05 CL-STATUS   PIC X(18).

        PROCEDURE DIVISION.
         MAIN-LINE.
            ACCEPT RUN-STAMP FROM DATE YYYYMMDD.
            PERFORM FIND-LAST-SLOTS.
            OPEN OUTPUT REC-RPT.
            PERFORM PRINT-PAGE-HEADER.
            OPEN EXTEND REC-BCTL.
            PERFORM COPY-MASTER.
            PERFORM COPY-BUKPREV.
            PERFORM COPY-OPERMST.
            CLOSE REC-BCTL.
            CLOSE REC-RPT.
            DISPLAY "MSTBKUP: IMAGE COPIES TAKEN FOR " RUN-STAMP
               ", " BadCount " FAILED".
            IF BadCount > 0 THEN
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO ALERT-SEV
               MOVE SPACES TO ALERT-TEXT
               STRING "KSDS IMAGE COPY FAILED - SEE RECRPT"
                  DELIMITED BY SIZE INTO ALERT-TEXT
               PERFORM WRITE-ALERT
            END-IF.
            STOP RUN.

         WRITE-ALERT.
            MOVE "MSTBKUP " TO ALERT-PGM.
            MOVE ZERO TO ALERT-READ.
            MOVE BadCount TO ALERT-REJ.
            ACCEPT ALERT-DATE FROM DATE YYYYMMDD.
            ACCEPT ALERT-TIME FROM TIME.
            OPEN EXTEND REC-ALERT.
            MOVE ALERT-REC TO REC-ALERT-MSG.
            WRITE REC-ALERT-MSG.
            CLOSE REC-ALERT.

      *------ THE CONTROL FILE IS IN THE ORDER THE COPIES WERE
      *------ TAKEN, SO THE LAST RECORD PER FILE NAMES ITS LAST SLOT
         FIND-LAST-SLOTS.
            OPEN INPUT REC-BCTL.
            PERFORM UNTIL BCTL-EOF
            READ REC-BCTL
               AT END SET BCTL-EOF TO TRUE
               NOT AT END
                  EVALUATE BCTL-FILE
                     WHEN "MASTER  " MOVE BCTL-SLOT TO MstSlot
                     WHEN "BUKPREV " MOVE BCTL-SLOT TO BkpSlot
                     WHEN "OPERMST " MOVE BCTL-SLOT TO OprSlot
                  END-EVALUATE
            END-READ
            END-PERFORM.
            CLOSE REC-BCTL.

      *------ NEXT SLOT IN THE ROTATION, WRAPPING BACK TO 01
         NEXT-SLOT.
            ADD 1 TO CurSlot.
            IF CurSlot > BkupGens THEN
               MOVE 1 TO CurSlot
            END-IF.
            MOVE SPACES TO COPY-DSN.
            STRING "PROD.BKUP." DELIMITED BY SIZE
               CurFile DELIMITED BY SPACE
               ".G" CurSlot DELIMITED BY SIZE
               INTO COPY-DSN.

         COPY-MASTER.
            MOVE "MASTER  " TO CurFile.
            MOVE MstSlot TO CurSlot.
            PERFORM NEXT-SLOT.
            MOVE ZERO TO CopyCount CopyHash.
            MOVE "N" TO IN-EOF-SW.
            OPEN OUTPUT MST-COPY.
            IF FILE-FS NOT = "00" THEN
               PERFORM COPY-FAILED
            ELSE
               OPEN INPUT REC-MST
               PERFORM UNTIL IN-EOF
               READ REC-MST NEXT RECORD
                  AT END SET IN-EOF TO TRUE
                  NOT AT END
                     MOVE REC-MST-MSG TO MST-COPY-MSG
                     WRITE MST-COPY-MSG
                     ADD 1 TO CopyCount
                     IF MST-ID IS NUMERIC THEN
                        MOVE MST-ID TO IdWk
                        ADD IdWk TO CopyHash
                     END-IF
               END-READ
               END-PERFORM
               CLOSE REC-MST
               MOVE CopyCount TO TRLR-COUNT
               MOVE CopyHash  TO TRLR-HASH
               MOVE TRAILER-OUT TO MST-COPY-MSG
               WRITE MST-COPY-MSG
               CLOSE MST-COPY
               PERFORM LOG-COPY
            END-IF.

         COPY-BUKPREV.
            MOVE "BUKPREV " TO CurFile.
            MOVE BkpSlot TO CurSlot.
            PERFORM NEXT-SLOT.
            MOVE ZERO TO CopyCount CopyHash.
            MOVE "N" TO IN-EOF-SW.
            OPEN OUTPUT BKP-COPY.
            IF FILE-FS NOT = "00" THEN
               PERFORM COPY-FAILED
            ELSE
               OPEN INPUT BUK-PREV
               PERFORM UNTIL IN-EOF
               READ BUK-PREV NEXT RECORD
                  AT END SET IN-EOF TO TRUE
                  NOT AT END
                     MOVE BUK-PREV-MSG TO BKP-COPY-MSG
                     WRITE BKP-COPY-MSG
                     ADD 1 TO CopyCount
                     IF BUK-PREV-ID IS NUMERIC THEN
                        MOVE BUK-PREV-ID TO IdWk
                        ADD IdWk TO CopyHash
                     END-IF
               END-READ
               END-PERFORM
               CLOSE BUK-PREV
               MOVE CopyCount TO TRLR-COUNT
               MOVE CopyHash  TO TRLR-HASH
               MOVE TRAILER-OUT TO BKP-COPY-MSG
               WRITE BKP-COPY-MSG
               CLOSE BKP-COPY
               PERFORM LOG-COPY
            END-IF.

         COPY-OPERMST.
            MOVE "OPERMST " TO CurFile.
            MOVE OprSlot TO CurSlot.
            PERFORM NEXT-SLOT.
            MOVE ZERO TO CopyCount CopyHash.
            MOVE "N" TO IN-EOF-SW.
            OPEN OUTPUT OPR-COPY.
            IF FILE-FS NOT = "00" THEN
               PERFORM COPY-FAILED
            ELSE
               OPEN INPUT OPER-MST
               PERFORM UNTIL IN-EOF
               READ OPER-MST NEXT RECORD
                  AT END SET IN-EOF TO TRUE
                  NOT AT END
                     MOVE OPER-MST-MSG TO OPR-COPY-MSG
                     WRITE OPR-COPY-MSG
                     ADD 1 TO CopyCount
               END-READ
               END-PERFORM
               CLOSE OPER-MST
               MOVE CopyCount TO TRLR-COUNT
               MOVE CopyHash  TO TRLR-HASH
               MOVE TRAILER-OUT TO OPR-COPY-MSG
               WRITE OPR-COPY-MSG
               CLOSE OPR-COPY
               PERFORM LOG-COPY
            END-IF.

      *------ ONLY A COMPLETED COPY IS LOGGED, SO A FAILED NIGHT
      *------ NEITHER ADVANCES THE ROTATION NOR LOOKS RESTORABLE
         LOG-COPY.
            MOVE SPACES TO REC-BCTL-MSG.
            MOVE CurFile   TO BCTL-FILE.
            MOVE CurSlot   TO BCTL-SLOT.
            MOVE RUN-STAMP TO BCTL-RUNDATE.
            MOVE CopyCount TO BCTL-COUNT.
            MOVE CopyHash  TO BCTL-HASH.
            WRITE REC-BCTL-MSG.
            MOVE SPACES TO COPY-LINE.
            MOVE CurFile   TO CL-FILE.
            MOVE COPY-DSN  TO CL-DSN.
            MOVE CopyCount TO CL-COUNT.
            MOVE CopyHash  TO CL-HASH.
            MOVE "COPIED" TO CL-STATUS.
            MOVE COPY-LINE TO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.

         COPY-FAILED.
            ADD 1 TO BadCount.
            MOVE SPACES TO COPY-LINE.
            MOVE CurFile   TO CL-FILE.
            MOVE COPY-DSN  TO CL-DSN.
            MOVE ZERO      TO CL-COUNT CL-HASH.
            STRING "*** OPEN FAILED " FILE-FS
               DELIMITED BY SIZE INTO CL-STATUS.
            MOVE COPY-LINE TO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.

         PRINT-PAGE-HEADER.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "MSTBKUP - NIGHTLY KSDS IMAGE COPIES"
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING PAGE.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "  RUN DATE: " RUN-CCYY "-" RUN-MM "-" RUN-DD
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "FILE      COPY DATASET                   "
               "   RECORDS  ID HASH     STATUS"
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.
