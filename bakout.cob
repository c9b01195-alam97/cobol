      * ALREADY APPENDED: GIVEN THE RUN DATE ON THE RECCTL CARD,
      * EVERY RECORD STAMPED WITH THAT DATE IS REMOVED FROM
      * PROD.DAILY.FILECNT, GENCNT (THE RECSUMM TREND FILE),
      * MONTHCNT, SITECNT, BANDCNT, SITEBAND, THE SITESTAT STATUS
      * HISTORY, AND THE RUN LOG. RETAINED RECORDS GO TO
      * THE .NEW FILES (SWAPPED OVER THE LIVE ONES BY THE IDCAMS
      * STEP IN BAKOUT.JCL, SAME AS HOUSKP'S SWEEP), THE REMOVED
      * RECORDS GO TO THE DATED BACKOUT ARCHIVE, AND THE SUMMARY
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-SCNB ASSIGN TO RECSCNB
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-BND  ASSIGN TO RECBND
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-BNDK ASSIGN TO RECBNDK
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-BNDB ASSIGN TO RECBNDB
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-SBN  ASSIGN TO RECSBN
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-SBNK ASSIGN TO RECSBNK
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-SBNB ASSIGN TO RECSBNB
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-STH  ASSIGN TO RECSTH
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-STHK ASSIGN TO RECSTHK
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-STHB ASSIGN TO RECSTHB
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-RLG  ASSIGN TO RECRLG
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-RLGK ASSIGN TO RECRLGK
         01  REC-SCNK-MSG       PIC X(24).
         FD  REC-SCNB   RECORDING MODE F.
         01  REC-SCNB-MSG       PIC X(24).
         FD  REC-BND    RECORDING MODE F.
         01  REC-BND-MSG        PIC X(60).
         FD  REC-BNDK   RECORDING MODE F.
         01  REC-BNDK-MSG       PIC X(60).
         FD  REC-BNDB   RECORDING MODE F.
         01  REC-BNDB-MSG       PIC X(60).
         FD  REC-SBN    RECORDING MODE F.
         01  REC-SBN-MSG        PIC X(24).
         FD  REC-SBNK   RECORDING MODE F.
         01  REC-SBNK-MSG       PIC X(24).
         FD  REC-SBNB   RECORDING MODE F.
         01  REC-SBNB-MSG       PIC X(24).
         FD  REC-STH    RECORDING MODE F.
         01  REC-STH-MSG        PIC X(48).
         FD  REC-STHK   RECORDING MODE F.
         01  REC-STHK-MSG       PIC X(48).
         FD  REC-STHB   RECORDING MODE F.
         01  REC-STHB-MSG       PIC X(48).
         FD  REC-RLG    RECORDING MODE F.
         01  REC-RLG-MSG        PIC X(40).
         FD  REC-RLGK   RECORDING MODE F.
         01 TabOut  PIC 9(07) VALUE ZERO.
         01 ScnIn   PIC 9(07) VALUE ZERO.
         01 ScnOut  PIC 9(07) VALUE ZERO.
         01 BndIn   PIC 9(07) VALUE ZERO.
         01 BndOut  PIC 9(07) VALUE ZERO.
         01 SbnIn   PIC 9(07) VALUE ZERO.
         01 SbnOut  PIC 9(07) VALUE ZERO.
         01 SthIn   PIC 9(07) VALUE ZERO.
         01 SthOut  PIC 9(07) VALUE ZERO.
         01 RlgIn   PIC 9(07) VALUE ZERO.
         01 RlgOut  PIC 9(07) VALUE ZERO.
         01 KeepWk  PIC 9(07).
            PERFORM SWEEP-GENCNT.
            PERFORM SWEEP-MONTHCNT.
            PERFORM SWEEP-SITECNT.
            PERFORM SWEEP-BANDCNT.
            PERFORM SWEEP-SITEBAND.
            PERFORM SWEEP-SITESTAT.
            PERFORM SWEEP-RUNLOG.
            PERFORM PRINT-TRAILER-LINE.
            CLOSE REC-RPT.
            MOVE KeepWk TO SUM-KEEP.
            PERFORM PRINT-SUMMARY-LINE.

         SWEEP-BANDCNT.
            OPEN INPUT REC-BND.
            OPEN OUTPUT REC-BNDK.
            OPEN EXTEND REC-BNDB.
            MOVE SPACE TO LASTREC.
            PERFORM UNTIL LAST-REC
            READ REC-BND
               AT END SET LAST-REC TO TRUE
               NOT AT END
                  ADD 1 TO BndIn
                  MOVE REC-BND-MSG(44:8) TO DateWork
                  PERFORM JUDGE-DATE
                  IF KEEP-RECORD THEN
                     MOVE REC-BND-MSG TO REC-BNDK-MSG
                     WRITE REC-BNDK-MSG
                  ELSE
                     ADD 1 TO BndOut
                     MOVE REC-BND-MSG TO REC-BNDB-MSG
                     WRITE REC-BNDB-MSG
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE REC-BND.
            CLOSE REC-BNDK.
            CLOSE REC-BNDB.
            MOVE "BANDCNT" TO SUM-NAME.
            MOVE BndIn  TO SUM-IN.
            MOVE BndOut TO SUM-OUT.
            COMPUTE KeepWk = BndIn - BndOut.
            MOVE KeepWk TO SUM-KEEP.
            PERFORM PRINT-SUMMARY-LINE.

         SWEEP-SITEBAND.
            OPEN INPUT REC-SBN.
            OPEN OUTPUT REC-SBNK.
            OPEN EXTEND REC-SBNB.
            MOVE SPACE TO LASTREC.
            PERFORM UNTIL LAST-REC
            READ REC-SBN
               AT END SET LAST-REC TO TRUE
               NOT AT END
                  ADD 1 TO SbnIn
                  MOVE REC-SBN-MSG(12:8) TO DateWork
                  PERFORM JUDGE-DATE
                  IF KEEP-RECORD THEN
                     MOVE REC-SBN-MSG TO REC-SBNK-MSG
                     WRITE REC-SBNK-MSG
                  ELSE
                     ADD 1 TO SbnOut
                     MOVE REC-SBN-MSG TO REC-SBNB-MSG
                     WRITE REC-SBNB-MSG
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE REC-SBN.
            CLOSE REC-SBNK.
            CLOSE REC-SBNB.
            MOVE "SITEBAND" TO SUM-NAME.
            MOVE SbnIn  TO SUM-IN.
            MOVE SbnOut TO SUM-OUT.
            COMPUTE KeepWk = SbnIn - SbnOut.
            MOVE KeepWk TO SUM-KEEP.
            PERFORM PRINT-SUMMARY-LINE.

         SWEEP-SITESTAT.
            OPEN INPUT REC-STH.
            OPEN OUTPUT REC-STHK.
            OPEN EXTEND REC-STHB.
            MOVE SPACE TO LASTREC.
            PERFORM UNTIL LAST-REC
            READ REC-STH
               AT END SET LAST-REC TO TRUE
               NOT AT END
                  ADD 1 TO SthIn
                  MOVE REC-STH-MSG(38:8) TO DateWork
                  PERFORM JUDGE-DATE
                  IF KEEP-RECORD THEN
                     MOVE REC-STH-MSG TO REC-STHK-MSG
                     WRITE REC-STHK-MSG
                  ELSE
                     ADD 1 TO SthOut
                     MOVE REC-STH-MSG TO REC-STHB-MSG
                     WRITE REC-STHB-MSG
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE REC-STH.
            CLOSE REC-STHK.
            CLOSE REC-STHB.
            MOVE "SITESTATH" TO SUM-NAME.
            MOVE SthIn  TO SUM-IN.
            MOVE SthOut TO SUM-OUT.
            COMPUTE KeepWk = SthIn - SthOut.
            MOVE KeepWk TO SUM-KEEP.
            PERFORM PRINT-SUMMARY-LINE.

      *------ THE RUN LOG LOSES THE ABORTED NIGHT'S START AND END
      *------ RECORDS TOO, SO THE DUPLICATE-RUN GUARD AND RUNRPT
      *------ SEE THE RERUN AS THE NIGHT'S ONLY ATTEMPT
