      * EMPLOYEES WOULD CHANGE BUCKETS, THE BEFORE/AFTER RECORD
      * COUNT PER BUCKET, AND THE MOVEMENTS BETWEEN BUCKETS (WITH
      * THE LARGEST ONE CALLED OUT), SO A SECTION REBALANCE CAN BE
      * SEEN BEFORE IT HAPPENS INSTEAD OF AFTER. AN EMPLOYEE PINNED
      * BY AN OVRMNT OVERRIDE IN FORCE TODAY STAYS IN THE PINNED
      * BUCKET UNDER EITHER MAP, SO IS COUNTED APART (PINNED COLUMN)
      * AND NEVER AS A MOVEMENT.
      *----------------------
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    SECTSIM.
      *------ PROPOSED OVERRIDES, SAME ONE-LETTER-PER-RECORD LAYOUT
            SELECT REC-SECTP ASSIGN TO RECSECTP
            ORGANIZATION IS SEQUENTIAL.
      *------ SURNAME CUTOVER LIST (SITEMST): A SITE ON IT
      *------ BUCKETS ON THE SURNAME'S LEADING LETTER (41), SO THE
      *------ SIMULATION COUNTS THE SAME LETTERS EXERC, ROSTAT,
      *------ AND SECTADV DO
            SELECT SITE-MST ASSIGN TO RECSITEM
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS SMS-CODE.
      *------ PER-ID BUCKET OVERRIDES (OVRMNT), TAKEN AHEAD OF THE
      *------ LETTER MAP THE SAME WAY EXERC TAKES THEM
            SELECT BUK-OVR ASSIGN TO BUKOVR
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS OVR-ID.
        DATA DIVISION.
        FILE SECTION.
         FD  REC-IN     RECORDING MODE F.
         01  REC-SECTP-MSG.
             05  SECTP-LETTER   PIC X(01).
             05  SECTP-BUCKET   PIC 99.
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
        WORKING-STORAGE SECTION.
         01 FLAGS.
             05 LASTREC PIC X VALUE SPACE.
             05 CurCnt  OCCURS 26 TIMES PIC 9(05) VALUE ZERO.
         01 PropCntTab.
             05 PropCnt OCCURS 26 TIMES PIC 9(05) VALUE ZERO.
         01 PinCntTab.
             05 PinCnt  OCCURS 26 TIMES PIC 9(05) VALUE ZERO.
      *------ MOVEMENT MATRIX: HOW MANY EMPLOYEES WOULD MOVE FROM
      *------ BUCKET (ROW) TO BUCKET (COLUMN) UNDER THE PROPOSAL
         01 MoveTab.
         01 RecCount      PIC 9(07) VALUE ZERO.
         01 SkipCount     PIC 9(07) VALUE ZERO.
         01 ChangeCount   PIC 9(07) VALUE ZERO.
         01 PinCount      PIC 9(07) VALUE ZERO.
      *------ A MAP CARD CAN LEGALLY CARRY A BUCKET OUTSIDE 01-26;
      *------ SUCH RECORDS ARE COUNTED HERE INSTEAD OF BEING STORED
      *------ PAST THE 26-ENTRY TABLES (SAME GUARD AS BUKDIST)
         01 BigCnt        PIC 9(05) VALUE ZERO.
         01 LetterWk      PIC X(01).
         01 SnamTab.
             05 SnamSite OCCURS 100 TIMES PIC X(02).
         01 SnamUsed   PIC 9(03) VALUE ZERO.
         01 SNX        PIC 9(03).
         01 SNAM-EOF-SW PIC X VALUE "N".
             88 SNAM-EOF      VALUE "Y".
         01 SITE-CUT-SW PIC X.
             88 SITE-CUT-OVER VALUE "Y".
         01 OVR-SW      PIC X.
             88 OVERRIDE-IN-FORCE VALUE "Y".
         01 RUN-STAMP   PIC X(08).

        PROCEDURE DIVISION.
         MAIN-LINE.
            PERFORM LOAD-SURNAME-SITES.
            PERFORM LOAD-CURRENT-MAP.
            PERFORM LOAD-PROPOSED-MAP.
            ACCEPT RUN-STAMP FROM DATE YYYYMMDD.
            OPEN INPUT BUK-OVR.
            OPEN INPUT REC-IN.
            PERFORM READ-NEXT-RECORD.
            CLOSE REC-IN.
            CLOSE BUK-OVR.
            PERFORM PRINT-SIMULATION.
            STOP RUN.

            PERFORM UNTIL LAST-REC
            PERFORM READ-RECORD
            IF NOT LAST-REC THEN
               PERFORM FIND-OVERRIDE
               IF OVERRIDE-IN-FORCE THEN
                  PERFORM COUNT-PINNED
               ELSE
                  PERFORM SIMULATE-RECORD
               END-IF
            END-IF
            END-PERFORM.

         FIND-ALPH-POST.
            ADD 1 TO POST.

      *------ SAME TEST AS EXERC'S FIND-OVERRIDE: ON FILE, ACTIVE,
      *------ AND NOT PAST ITS EXPIRY DATE (ID AT 11-18)
         FIND-OVERRIDE.
            MOVE "N" TO OVR-SW.
            MOVE REC-IN-MSG(11:8) TO OVR-ID.
            READ BUK-OVR
               INVALID KEY CONTINUE
               NOT INVALID KEY
                  IF OVR-ACTIVE = "Y" AND
                        OVR-EXPIRY NOT < RUN-STAMP THEN
                     SET OVERRIDE-IN-FORCE TO TRUE
                  END-IF
            END-READ.

         COUNT-PINNED.
            ADD 1 TO PinCount.
            IF OVR-BUCKET > 0 AND OVR-BUCKET < 27 THEN
               ADD 1 TO PinCnt(OVR-BUCKET)
            ELSE
               ADD 1 TO BadBukCnt
            END-IF.

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

         PRINT-SIMULATION.
            DISPLAY "SECTSIM - BUCKET-MAP CHANGE SIMULATION".
            DISPLAY "RECORDS SKIPPED........: " SkipCount.
            DISPLAY "OUT-OF-RANGE BUCKET....: " BadBukCnt.
            DISPLAY "WOULD CHANGE BUCKETS...: " ChangeCount.
            DISPLAY "PINNED BY OVERRIDE.....: " PinCount.
            DISPLAY " ".
            DISPLAY "BUCKET  CURRENT  PROPOSED  PINNED".
            PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > 26
               IF CurCnt(BX) > 0 OR PropCnt(BX) > 0
                     OR PinCnt(BX) > 0 THEN
                  DISPLAY BX "      " CurCnt(BX) "    " PropCnt(BX)
                     "     " PinCnt(BX)
               END-IF
            END-PERFORM.
            DISPLAY " ".
