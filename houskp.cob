      *----------------------
      * RETENTION AND ARCHIVE MANAGER FOR THE EVER-GROWING MOD
      * DATASETS (PROD.DAILY.REJECTS, FILECNT, GENCNT, MONTHCNT,
      * BANDCNT, SITEBAND),
      * RUN AFTER CTLRPT: RECORDS STAMPED OLDER THAN THE CUTOFF
      * DATE ON THE RECCTL CARD (YYYYMMDD - THE SCHEDULER SETS IT
      * TO TODAY MINUS THE RETENTION PERIOD) ARE COPIED TO THE
      * VARIANCE CHECKS (VOLGRD NEEDS FIVE RUNS). UNDATED RECORDS
      * FROM BEFORE THE STAMPS WERE ADDED ARE TREATED AS OLDEST AND
      * ARCHIVED. A HOUSEKEEPING SUMMARY PRINTS WHAT WAS ARCHIVED
      * AND WHAT REMAINS. THE YEAR-END CLOSE FILES (PROD.YEAREND.*,
      * SEE YEAREND) ARE PERMANENT AND ARE NEVER ARCHIVED OR
      * TRIMMED HERE - YEAREND COUNTS ITS REJECTS FROM THE ARCHIVE
      * AND LIVE FILES TOGETHER, SO A TRIM NEVER CHANGES THEM.
      *----------------------
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    HOUSKP.
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-TABA ASSIGN TO RECTABA
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-BND  ASSIGN TO RECBND
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-BNDK ASSIGN TO RECBNDK
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-BNDA ASSIGN TO RECBNDA
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-SBN  ASSIGN TO RECSBND
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-SBNK ASSIGN TO RECSBNDK
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-SBNA ASSIGN TO RECSBNDA
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-RPT  ASSIGN TO RECRPT
            ORGANIZATION IS SEQUENTIAL.
        DATA DIVISION.
         01  REC-TABK-MSG       PIC X(73).
         FD  REC-TABA   RECORDING MODE F.
         01  REC-TABA-MSG       PIC X(73).
         FD  REC-BND    RECORDING MODE F.
         01  REC-BND-MSG        PIC X(60).
         FD  REC-BNDK   RECORDING MODE F.
         01  REC-BNDK-MSG       PIC X(60).
         FD  REC-BNDA   RECORDING MODE F.
         01  REC-BNDA-MSG       PIC X(60).
         FD  REC-SBN    RECORDING MODE F.
         01  REC-SBN-MSG        PIC X(24).
         FD  REC-SBNK   RECORDING MODE F.
         01  REC-SBNK-MSG       PIC X(24).
         FD  REC-SBNA   RECORDING MODE F.
         01  REC-SBNA-MSG       PIC X(24).
         FD  REC-RPT    RECORDING MODE F.
         01  REC-RPT-MSG   PIC X(80).
        WORKING-STORAGE SECTION.
         01 GenArc  PIC 9(07) VALUE ZERO.
         01 TabIn   PIC 9(07) VALUE ZERO.
         01 TabArc  PIC 9(07) VALUE ZERO.
         01 BndIn   PIC 9(07) VALUE ZERO.
         01 BndArc  PIC 9(07) VALUE ZERO.
         01 SbnIn   PIC 9(07) VALUE ZERO.
         01 SbnArc  PIC 9(07) VALUE ZERO.
         01 KeepWk  PIC 9(07).
         01 RUN-STAMP.
             05 RUN-CCYY PIC 9(04).
            PERFORM SWEEP-FILECNT.
            PERFORM SWEEP-GENCNT.
            PERFORM SWEEP-MONTHCNT.
            PERFORM SWEEP-BANDCNT.
            PERFORM SWEEP-SITEBAND.
            PERFORM PRINT-TRAILER-LINE.
            CLOSE REC-RPT.
            STOP RUN.
            MOVE KeepWk TO SUM-KEEP.
            PERFORM PRINT-SUMMARY-LINE.

         SWEEP-BANDCNT.
            OPEN INPUT REC-BND.
            OPEN OUTPUT REC-BNDK.
            OPEN EXTEND REC-BNDA.
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
                     ADD 1 TO BndArc
                     MOVE REC-BND-MSG TO REC-BNDA-MSG
                     WRITE REC-BNDA-MSG
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE REC-BND.
            CLOSE REC-BNDK.
            CLOSE REC-BNDA.
            MOVE "BANDCNT" TO SUM-NAME.
            MOVE BndIn  TO SUM-IN.
            MOVE BndArc TO SUM-ARC.
            COMPUTE KeepWk = BndIn - BndArc.
            MOVE KeepWk TO SUM-KEEP.
            PERFORM PRINT-SUMMARY-LINE.

         SWEEP-SITEBAND.
            OPEN INPUT REC-SBN.
            OPEN OUTPUT REC-SBNK.
            OPEN EXTEND REC-SBNA.
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
                     ADD 1 TO SbnArc
                     MOVE REC-SBN-MSG TO REC-SBNA-MSG
                     WRITE REC-SBNA-MSG
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE REC-SBN.
            CLOSE REC-SBNK.
            CLOSE REC-SBNA.
            MOVE "SITEBAND" TO SUM-NAME.
            MOVE SbnIn  TO SUM-IN.
            MOVE SbnArc TO SUM-ARC.
            COMPUTE KeepWk = SbnIn - SbnArc.
            MOVE KeepWk TO SUM-KEEP.
            PERFORM PRINT-SUMMARY-LINE.

         PRINT-SUMMARY-LINE.
            MOVE SUMM-LINE TO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
