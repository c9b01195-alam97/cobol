      * FROM, AND WRITES A CORRECTLY FORMED RECCTL RECORD ONLY
      * AFTER CONFIRMATION - INCLUDING RESETTING IT TO "N" AFTER A
      * CLEAN RUN. NO MORE HAND-KEYED RESTART BYTES THAT TRUNCATE
      * RECEXCPT OR SKIP THE WRONG NUMBER OF RECORDS. AN ARMED
      * CNTGEN OR ROSTAT RECORD ALSO CARRIES THE ARMING OPERATOR AND
      * DATE, WHICH DAILYRUN'S PREFLT STEP INSISTS ON BEFORE IT LETS
      * A ROSTAT RESTART GO AHEAD. EVERY CONFIRMED ARM OR RESET IS
      * ALSO APPENDED TO THE RECCKLOG ACTION TRAIL (OPERATOR,
      * PROGRAM, ACTION, STAMP) FOR THE ACCESS RECERTIFICATION.
      *----------------------
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    CKPTCON.
            RECORD KEY IS OPR-ID.
            SELECT REC-DENY ASSIGN TO RECDENY
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-CKLOG ASSIGN TO RECCKLOG
            ORGANIZATION IS SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
         FD  GEN-CKPT   RECORDING MODE F.
             05 GCK-FEM        PIC 9(07).
             05 GCK-MALE       PIC 9(07).
             05 GCK-UNK        PIC 9(07).
             05 GCK-BANDUSED   PIC 99.
             05 GCK-BAND OCCURS 20 TIMES.
                10 GCK-BAND-CODE PIC X(02).
                10 GCK-BAND-FEM  PIC 9(07).
                10 GCK-BAND-MALE PIC 9(07).
                10 GCK-BAND-UNK  PIC 9(07).
         FD  GEN-CTL    RECORDING MODE F.
         01  GEN-CTL-MSG.
             05 GCT-RESTART     PIC X(01).
             05 FILLER          PIC X(01).
             05 GCT-ARMED-BY    PIC X(08).
             05 GCT-ARMED-DATE  PIC X(08).
             05 FILLER          PIC X(06).
         FD  EXR-CKPT   RECORDING MODE F.
         01  EXR-CKPT-MSG.
             05 XCK-PAIR-NUM  PIC 9(04).
             05 RCK-FEM         PIC 9(07).
             05 RCK-MALE        PIC 9(07).
             05 RCK-UNK         PIC 9(07).
             05 RCK-BANDUSED    PIC 99.
             05 RCK-BAND OCCURS 20 TIMES.
                10 RCK-BAND-CODE PIC X(02).
                10 RCK-BAND-FEM  PIC 9(07).
                10 RCK-BAND-MALE PIC 9(07).
                10 RCK-BAND-UNK  PIC 9(07).
                10 RCK-GRID-MALE PIC 9(05).
                10 RCK-GRID-UNK  PIC 9(05).
             05 RCK-LETTER OCCURS 26 TIMES PIC 9(07).
             05 RCK-SITEUSED    PIC 9(03).
             05 RCK-SITE OCCURS 100 TIMES.
                10 RCK-SIT-CODE PIC X(02).
                10 RCK-SIT-FEM  PIC 9(07).
                10 RCK-SIT-MALE PIC 9(07).
                10 RCK-SIT-UNK  PIC 9(07).
                10 RCK-SIT-BAND OCCURS 20 TIMES PIC 9(07).
                10 RCK-SIT-MONTH OCCURS 12 TIMES PIC 9(05).
         FD  ROS-CTL    RECORDING MODE F.
      *------ AN ARMED RECORD CARRIES WHO ARMED IT AND WHEN, SO
      *------ PREFLT CAN TELL A CKPTCON "Y" FROM A HAND-KEYED ONE
         01  ROS-CTL-MSG.
             05 RCT-RESTART     PIC X(01).
             05 FILLER          PIC X(01).
             05 RCT-ARMED-BY    PIC X(08).
             05 RCT-ARMED-DATE  PIC X(08).
             05 FILLER          PIC X(06).
         FD  OPER-MST.
         01  OPER-MST-MSG.
             05  OPR-ID         PIC X(08).
             05  OPR-FUNC-RSB   PIC X(01).
             05  OPR-FUNC-COB   PIC X(01).
             05  OPR-FUNC-ALR   PIC X(01).
             05  OPR-FUNC-RMT   PIC X(01).
             05  OPR-FUNC-BKO   PIC X(01).
             05  FILLER         PIC X(04).
         FD  REC-DENY   RECORDING MODE F.
         01  REC-DENY-MSG.
             05  DENY-OPER      PIC X(08).
             05  DENY-REASON    PIC X(20).
             05  DENY-STAMP     PIC X(16).
             05  FILLER         PIC X(04).
      *------ ONE RECORD PER CONFIRMED CONTROL WRITE, SAME SHAPE AS
      *------ THE DENIAL RECORD
         FD  REC-CKLOG  RECORDING MODE F.
         01  REC-CKLOG-MSG.
             05  CKL-OPER       PIC X(08).
             05  CKL-PGM        PIC X(08).
             05  CKL-ACTION     PIC X(20).
             05  CKL-STAMP      PIC X(16).
             05  FILLER         PIC X(04).
        WORKING-STORAGE SECTION.
         01 GEN-CKPT-KEY  PIC 9(04) VALUE 1.
         01 EXR-CKPT-KEY  PIC 9(04) VALUE 1.
         01 SIGNON-SW     PIC X VALUE "N".
             88 SIGNED-ON      VALUE "Y".
         01 DenyReason    PIC X(20).
         01 ActPgm        PIC X(08).
         01 ActText       PIC X(20).
         01 RUN-STAMP.
             05 RUN-STAMP-DATE PIC 9(08).
             05 RUN-STAMP-TIME PIC 9(08).
            MOVE RUN-STAMP-TIME TO DENY-STAMP(9:8).
            WRITE REC-DENY-MSG.
            CLOSE REC-DENY.
      *----------------------
         LOG-ACTION.
            ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD.
            ACCEPT RUN-STAMP-TIME FROM TIME.
            OPEN EXTEND REC-CKLOG.
            MOVE SPACES TO REC-CKLOG-MSG.
            MOVE OperId  TO CKL-OPER.
            MOVE ActPgm  TO CKL-PGM.
            MOVE ActText TO CKL-ACTION.
            MOVE RUN-STAMP-DATE TO CKL-STAMP(1:8).
            MOVE RUN-STAMP-TIME TO CKL-STAMP(9:8).
            WRITE REC-CKLOG-MSG.
            CLOSE REC-CKLOG.
      *----------------------
         SHOW-GEN-CHECKPOINT.
            OPEN INPUT GEN-CKPT.
      *----------------------
         SHOW-GEN-BANDS.
            DISPLAY "  BAND  FEMALE   MALE     UNKNOWN".
            PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > GCK-BANDUSED
               DISPLAY "  " GCK-BAND-CODE(BX) "    "
                  GCK-BAND-FEM(BX) " "
                  GCK-BAND-MALE(BX) " " GCK-BAND-UNK(BX)
            END-PERFORM.
      *----------------------
               OPEN OUTPUT GEN-CTL
               MOVE SPACES TO GEN-CTL-MSG
               MOVE "Y" TO GCT-RESTART
               MOVE OperId TO GCT-ARMED-BY
               ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD
               MOVE RUN-STAMP-DATE TO GCT-ARMED-DATE
               WRITE GEN-CTL-MSG
               CLOSE GEN-CTL
               DISPLAY "CNTGEN RESTART ARMED"
               MOVE "CNTGEN" TO ActPgm
               MOVE "RESTART ARMED" TO ActText
               PERFORM LOG-ACTION
            ELSE
               DISPLAY "NOTHING WRITTEN"
            END-IF.
               WRITE GEN-CTL-MSG
               CLOSE GEN-CTL
               DISPLAY "CNTGEN CONTROL RESET TO N"
               MOVE "CNTGEN" TO ActPgm
               MOVE "CONTROL RESET" TO ActText
               PERFORM LOG-ACTION
            ELSE
               DISPLAY "NOTHING WRITTEN"
            END-IF.
                  WRITE EXR-CTL-MSG
                  CLOSE EXR-CTL
                  DISPLAY "EXERC LOOKUP ARMED"
                  MOVE "EXERC" TO ActPgm
                  MOVE "LOOKUP ARMED" TO ActText
                  PERFORM LOG-ACTION
               ELSE
                  DISPLAY "NOTHING WRITTEN"
               END-IF
                  WRITE EXR-CTL-MSG
                  CLOSE EXR-CTL
                  DISPLAY "EXERC RESTART ARMED"
                  MOVE "EXERC" TO ActPgm
                  MOVE "RESTART ARMED" TO ActText
                  PERFORM LOG-ACTION
               ELSE
                  DISPLAY "NOTHING WRITTEN"
               END-IF
               OPEN OUTPUT ROS-CTL
               MOVE SPACES TO ROS-CTL-MSG
               MOVE "Y" TO RCT-RESTART
               MOVE OperId TO RCT-ARMED-BY
               ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD
               MOVE RUN-STAMP-DATE TO RCT-ARMED-DATE
               WRITE ROS-CTL-MSG
               CLOSE ROS-CTL
               DISPLAY "ROSTAT RESTART ARMED"
               MOVE "ROSTAT" TO ActPgm
               MOVE "RESTART ARMED" TO ActText
               PERFORM LOG-ACTION
            ELSE
               DISPLAY "NOTHING WRITTEN"
            END-IF.
               WRITE ROS-CTL-MSG
               CLOSE ROS-CTL
               DISPLAY "ROSTAT CONTROL RESET TO N"
               MOVE "ROSTAT" TO ActPgm
               MOVE "CONTROL RESET" TO ActText
               PERFORM LOG-ACTION
            ELSE
               DISPLAY "NOTHING WRITTEN"
            END-IF.
               WRITE EXR-CTL-MSG
               CLOSE EXR-CTL
               DISPLAY "EXERC CONTROL RESET TO N"
               MOVE "EXERC" TO ActPgm
               MOVE "CONTROL RESET" TO ActText
               PERFORM LOG-ACTION
            ELSE
               DISPLAY "NOTHING WRITTEN"
            END-IF.
