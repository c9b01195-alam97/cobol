      *     THE WRONG FILE. RC 8 AND A RECALERT RECORD STOP THE
      *     NIGHT UNTIL THE SWAP IS COMPLETED.
      *
      * THE TWELVE DATASETS ARE OPENED BY NAME THROUGH THE DYNAMIC
      * ASSIGN PATTERN (NO DD CARDS), BECAUSE ON ANY GIVEN NIGHT
      * HALF OF THEM ARE LEGITIMATELY UNCATALOGED - A FIXED DD
      * WOULD FAIL ALLOCATION BEFORE THE PROGRAM EVER RAN. AN
      * EXACTLY THE SIGNAL THE TWO FUNCTIONS JUDGE ON. THE
      * PRODUCTION NAMES ARE THE DEFAULTS; A RECCTL CARD OF THE
      * FORM "REJLIVE <DSN>" (ROLES REJLIVE/REJNEW, FILLIVE/
      * FILNEW, GENLIVE/GENNEW, TABLIVE/TABNEW, BNDLIVE/BNDNEW,
      * SBNLIVE/SBNNEW) OVERRIDES ONE FOR
      * A TEST RUN.
      *----------------------
        IDENTIFICATION DIVISION.
            ORGANIZATION IS SEQUENTIAL FILE STATUS IS FILE-FS.
            SELECT REC-TABN ASSIGN TO DYNAMIC TAB-NEW-DSN
            ORGANIZATION IS SEQUENTIAL FILE STATUS IS FILE-FS.
            SELECT REC-BND  ASSIGN TO DYNAMIC BND-LIVE-DSN
            ORGANIZATION IS SEQUENTIAL FILE STATUS IS FILE-FS.
            SELECT REC-BNDN ASSIGN TO DYNAMIC BND-NEW-DSN
            ORGANIZATION IS SEQUENTIAL FILE STATUS IS FILE-FS.
            SELECT REC-SBN  ASSIGN TO DYNAMIC SBN-LIVE-DSN
            ORGANIZATION IS SEQUENTIAL FILE STATUS IS FILE-FS.
            SELECT REC-SBNN ASSIGN TO DYNAMIC SBN-NEW-DSN
            ORGANIZATION IS SEQUENTIAL FILE STATUS IS FILE-FS.
            SELECT REC-RPT  ASSIGN TO RECRPT
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-ALERT ASSIGN TO RECALERT
         01  REC-TAB-MSG        PIC X(73).
         FD  REC-TABN   RECORDING MODE F.
         01  REC-TABN-MSG       PIC X(73).
         FD  REC-BND    RECORDING MODE F.
         01  REC-BND-MSG        PIC X(60).
         FD  REC-BNDN   RECORDING MODE F.
         01  REC-BNDN-MSG       PIC X(60).
         FD  REC-SBN    RECORDING MODE F.
         01  REC-SBN-MSG        PIC X(24).
         FD  REC-SBNN   RECORDING MODE F.
         01  REC-SBNN-MSG       PIC X(24).
         FD  REC-RPT    RECORDING MODE F.
         01  REC-RPT-MSG   PIC X(80).
         FD  REC-ALERT  RECORDING MODE F.
         01 TAB-LIVE-DSN PIC X(44) VALUE "PROD.DAILY.MONTHCNT".
         01 TAB-NEW-DSN  PIC X(44) VALUE
            "PROD.DAILY.MONTHCNT.NEW".
         01 BND-LIVE-DSN PIC X(44) VALUE "PROD.DAILY.BANDCNT".
         01 BND-NEW-DSN  PIC X(44) VALUE "PROD.DAILY.BANDCNT.NEW".
         01 SBN-LIVE-DSN PIC X(44) VALUE "PROD.DAILY.SITEBAND".
         01 SBN-NEW-DSN  PIC X(44) VALUE
            "PROD.DAILY.SITEBAND.NEW".
      *------ STAGED BY EACH DATASET'S SWEEP, JUDGED IN ONE PLACE
         01 DsName     PIC X(10).
         01 LiveCnt    PIC 9(07).
            PERFORM CHECK-FILECNT.
            PERFORM CHECK-GENCNT.
            PERFORM CHECK-MONTHCNT.
            PERFORM CHECK-BANDCNT.
            PERFORM CHECK-SITEBAND.
            PERFORM PRINT-TRAILER-LINE.
            CLOSE REC-RPT.
            DISPLAY "HKVERIF: FUNCTION " Func ", " BadCount
                     WHEN "GENNEW  " MOVE CTL-VALUE TO GEN-NEW-DSN
                     WHEN "TABLIVE " MOVE CTL-VALUE TO TAB-LIVE-DSN
                     WHEN "TABNEW  " MOVE CTL-VALUE TO TAB-NEW-DSN
                     WHEN "BNDLIVE " MOVE CTL-VALUE TO BND-LIVE-DSN
                     WHEN "BNDNEW  " MOVE CTL-VALUE TO BND-NEW-DSN
                     WHEN "SBNLIVE " MOVE CTL-VALUE TO SBN-LIVE-DSN
                     WHEN "SBNNEW  " MOVE CTL-VALUE TO SBN-NEW-DSN
                     WHEN OTHER
                        DISPLAY "HKVERIF: UNKNOWN CONTROL CARD - "
                           CTL-KEYWORD
            END-IF.
            PERFORM JUDGE-ONE-DATASET.

         CHECK-BANDCNT.
            MOVE "BANDCNT" TO DsName.
            MOVE ZERO TO LiveCnt NewCnt.
            MOVE SPACES TO LiveMax NewMax.
            OPEN INPUT REC-BND.
            MOVE FILE-FS TO LIVE-FS.
            IF LIVE-FS = "00" THEN
               MOVE SPACE TO LASTREC
               PERFORM UNTIL LAST-REC
               READ REC-BND
                  AT END SET LAST-REC TO TRUE
                  NOT AT END
                     ADD 1 TO LiveCnt
                     MOVE REC-BND-MSG(44:8) TO DateWork
                     IF DateWork > LiveMax THEN
                        MOVE DateWork TO LiveMax
                     END-IF
               END-READ
               END-PERFORM
               CLOSE REC-BND
            END-IF.
            OPEN INPUT REC-BNDN.
            MOVE FILE-FS TO NEW-FS.
            IF NEW-FS = "00" THEN
               MOVE SPACE TO LASTREC
               PERFORM UNTIL LAST-REC
               READ REC-BNDN
                  AT END SET LAST-REC TO TRUE
                  NOT AT END
                     ADD 1 TO NewCnt
                     MOVE REC-BNDN-MSG(44:8) TO DateWork
                     IF DateWork > NewMax THEN
                        MOVE DateWork TO NewMax
                     END-IF
               END-READ
               END-PERFORM
               CLOSE REC-BNDN
            END-IF.
            PERFORM JUDGE-ONE-DATASET.

         CHECK-SITEBAND.
            MOVE "SITEBAND" TO DsName.
            MOVE ZERO TO LiveCnt NewCnt.
            MOVE SPACES TO LiveMax NewMax.
            OPEN INPUT REC-SBN.
            MOVE FILE-FS TO LIVE-FS.
            IF LIVE-FS = "00" THEN
               MOVE SPACE TO LASTREC
               PERFORM UNTIL LAST-REC
               READ REC-SBN
                  AT END SET LAST-REC TO TRUE
                  NOT AT END
                     ADD 1 TO LiveCnt
                     MOVE REC-SBN-MSG(12:8) TO DateWork
                     IF DateWork > LiveMax THEN
                        MOVE DateWork TO LiveMax
                     END-IF
               END-READ
               END-PERFORM
               CLOSE REC-SBN
            END-IF.
            OPEN INPUT REC-SBNN.
            MOVE FILE-FS TO NEW-FS.
            IF NEW-FS = "00" THEN
               MOVE SPACE TO LASTREC
               PERFORM UNTIL LAST-REC
               READ REC-SBNN
                  AT END SET LAST-REC TO TRUE
                  NOT AT END
                     ADD 1 TO NewCnt
                     MOVE REC-SBNN-MSG(12:8) TO DateWork
                     IF DateWork > NewMax THEN
                        MOVE DateWork TO NewMax
                     END-IF
               END-READ
               END-PERFORM
               CLOSE REC-SBNN
            END-IF.
            PERFORM JUDGE-ONE-DATASET.

         JUDGE-ONE-DATASET.
            IF REPAIR-MODE THEN
               PERFORM JUDGE-REPAIR
