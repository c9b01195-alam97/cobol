            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-EXCPT ASSIGN TO RECEXCPT
            ORGANIZATION IS SEQUENTIAL.
      *------ DEPARTMENT BAND REFERENCE FILE (SEE BANDMNT) AND THE
      *------ PER-BAND COUNT HISTORY APPENDED ALONGSIDE RECSUMM
            SELECT REC-BAND ASSIGN TO RECBAND
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS BND-CODE.
            SELECT REC-BSUM ASSIGN TO RECBSUM
            ORGANIZATION IS SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
      *------ BYTE 22 IS GENDER; BYTES 23-24 ARE A 2-DIGIT AGE/
      *------ DEPARTMENT BAND CODE (ONE OF THE CODES ON THE RECBAND
      *------ REFERENCE FILE) SO THE M/F/UNK COUNTS CAN ALSO BE
      *------ BROKEN DOWN BY BAND
         FD  REC-IN     RECORDING MODE F.
      *------ WIDENED TO MATCH THE COMMON PROD.DAILY.ROSTER LRECL OF 80
      *------ SHARED WITH FILER AND TABL (SEE DAILYRUN.JCL)
             05 CKPT-FEM        PIC 9(07).
             05 CKPT-MALE       PIC 9(07).
             05 CKPT-UNK        PIC 9(07).
             05 CKPT-BANDUSED   PIC 99.
             05 CKPT-BAND OCCURS 20 TIMES.
                10 CKPT-BAND-CODE PIC X(02).
                10 CKPT-BAND-FEM  PIC 9(07).
                10 CKPT-BAND-MALE PIC 9(07).
                10 CKPT-BAND-UNK  PIC 9(07).
             05 SUMM-UNK        PIC 9(07).
             05 SUMM-RUNDATE    PIC X(08).
             05 FILLER          PIC X(10).
      *------ BANDCNT: ONE 60-BYTE RECORD PER BAND ON FILE PER RUN
      *------ (SAME LAYOUT ROSTAT WRITES)
         FD  REC-BSUM   RECORDING MODE F.
         01  REC-BSUM-MSG.
             05 BCNT-CODE       PIC X(02).
             05 BCNT-DESC       PIC X(20).
             05 BCNT-FEM        PIC 9(07).
             05 BCNT-MALE       PIC 9(07).
             05 BCNT-UNK        PIC 9(07).
             05 BCNT-RUNDATE    PIC X(08).
             05 FILLER          PIC X(09).
         FD  REC-BAND.
         01  REC-BAND-MSG.
             05  BND-CODE       PIC X(02).
             05  BND-DESC       PIC X(20).
             05  BND-ACTIVE     PIC X(01).
             05  BND-EFFDATE    PIC X(08).
             05  FILLER         PIC X(09).
      *------ COMMON RUN-LOG: ONE START AND ONE END RECORD PER RUN,
      *------ APPENDED TO THE SHARED PROD.DAILY.RUNLOG (SEE RUNRPT)
         FD  REC-RLOG   RECORDING MODE F.
         01 Fem  PIC 9(07).
         01 Male PIC 9(07).
         01 Unk  PIC 9(07).
      *------ ONE ROW PER AGE/DEPARTMENT BAND ON THE RECBAND FILE,
      *------ SAME THREE GENDER COLUMNS AS THE OVERALL TOTALS
         01 BandTab.
              02 BandRow OCCURS 20 TIMES INDEXED BY N.
                 03 BandCode  PIC X(02).
                 03 BandDesc  PIC X(20).
                 03 BandFem   PIC 9(07) VALUE ZERO.
                 03 BandMale  PIC 9(07) VALUE ZERO.
                 03 BandUnk   PIC 9(07) VALUE ZERO.
         01 BandUsed PIC 99 VALUE ZERO.
         01 RecBand  PIC 99.
         01 BAND-EOF-SW PIC X VALUE "N".
             88 BAND-EOF      VALUE "Y".
         01 BAND-FOUND-SW PIC X.
             88 BAND-FOUND    VALUE "Y".
         01 CKPT-KEY      PIC 9(04) VALUE 1.
         01 CKPT-INTERVAL PIC 9(07) VALUE 1000.
         01 RecCount      PIC 9(07) VALUE 0.
            MOVE 'JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC' TO MonthTab.
            PERFORM READ-PERIOD-CARD.
            ACCEPT RUN-STAMP FROM DATE YYYYMMDD.
            PERFORM LOAD-BANDS.
            OPEN INPUT REC-IN.
            OPEN INPUT REC-CTL.
            READ REC-CTL
               OPEN OUTPUT REC-EXCPT
               OPEN OUTPUT REC-CKPT
               MOVE 0 TO CKPT-COUNT CKPT-FEM CKPT-MALE CKPT-UNK
               MOVE BandUsed TO CKPT-BANDUSED
               SET N TO 1
               PERFORM 20 TIMES
                  MOVE BandCode(N) TO CKPT-BAND-CODE(N)
                  MOVE 0 TO CKPT-BAND-FEM(N) CKPT-BAND-MALE(N)
                             CKPT-BAND-UNK(N)
                  SET N UP BY 1
            MOVE CKPT-FEM   TO Fem.
            MOVE CKPT-MALE  TO Male.
            MOVE CKPT-UNK   TO Unk.
            PERFORM CHECK-CHECKPOINT-BANDS.
            SET N TO 1.
            PERFORM 20 TIMES
               MOVE CKPT-BAND-FEM(N)  TO BandFem(N)
               MOVE CKPT-BAND-MALE(N) TO BandMale(N)
               MOVE CKPT-BAND-UNK(N)  TO BandUnk(N)
               END-IF
            END-IF.

      *------ THE RESTORED BAND TALLIES ARE ONLY GOOD AGAINST THE
      *------ SAME BAND LIST (SAME RULE AS ROSTAT): A BAND ADDED OR
      *------ DROPPED BETWEEN THE FAILURE AND THE RESTART REFUSES
      *------ THE RESTART
         CHECK-CHECKPOINT-BANDS.
            MOVE "Y" TO BAND-FOUND-SW.
            IF CKPT-BANDUSED NOT = BandUsed THEN
               MOVE "N" TO BAND-FOUND-SW
            END-IF.
            PERFORM VARYING N FROM 1 BY 1 UNTIL N > BandUsed
               IF CKPT-BAND-CODE(N) NOT = BandCode(N) THEN
                  MOVE "N" TO BAND-FOUND-SW
               END-IF
            END-PERFORM.
            IF NOT BAND-FOUND THEN
               DISPLAY "*** ERROR: BAND FILE CHANGED SINCE THE"
                  " CHECKPOINT - RERUN WITHOUT RESTART ***"
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO ALERT-SEV
               MOVE "BAND FILE CHANGED SINCE CHECKPOINT - NO RESTART"
                  TO ALERT-TEXT
               PERFORM WRITE-ALERT
               PERFORM LOG-RUN-END
               STOP RUN
            END-IF.

         WRITE-CHECKPOINT.
            MOVE RecCount TO CKPT-COUNT.
            MOVE Fem      TO CKPT-FEM.
            MOVE Male     TO CKPT-MALE.
            MOVE Unk      TO CKPT-UNK.
            MOVE BandUsed TO CKPT-BANDUSED.
            SET N TO 1.
            PERFORM 20 TIMES
               MOVE BandCode(N) TO CKPT-BAND-CODE(N)
               MOVE BandFem(N)  TO CKPT-BAND-FEM(N)
               MOVE BandMale(N) TO CKPT-BAND-MALE(N)
               MOVE BandUnk(N)  TO CKPT-BAND-UNK(N)
               PERFORM WRITE-CHECKPOINT
            END-IF.

      *------ BAND CODES NOT ON THE BAND FILE ARE SIMPLY LEFT OUT OF
      *------ THE BREAKDOWN - THEY'RE STILL COUNTED ABOVE IN FEM/
      *------ MALE/UNK
         TALLY-BAND.
            MOVE "N" TO BAND-FOUND-SW.
            PERFORM VARYING N FROM 1 BY 1
                  UNTIL N > BandUsed OR BAND-FOUND
               IF BandCode(N) = REC-IN-MSG(23:2) THEN
                  SET BAND-FOUND TO TRUE
                  SET RecBand TO N
               END-IF
            END-PERFORM.
            IF BAND-FOUND THEN
               SET N TO RecBand
               IF REC-IN-MSG(22:1) = 'M' THEN
                  ADD 1 TO BandMale(N)
            MOVE RUN-STAMP TO SUMM-RUNDATE
            WRITE REC-SUMM-MSG
            CLOSE REC-SUMM
            PERFORM WRITE-BAND-SUMMARY
            IF TRAILER-SEEN AND RecCount NOT = EXPECTED-COUNT THEN
               DISPLAY "*** WARNING: RECORD COUNT MISMATCH - READ "
                  RecCount " EXPECTED " EXPECTED-COUNT " ***"
      *------ COUNTS DISPLAYED ABOVE
         PRINT-BAND-BREAKDOWN.
            DISPLAY " ".
            DISPLAY "BAND DEPARTMENT            FEMALE  MALE  UNKNOWN".
            PERFORM VARYING N FROM 1 BY 1 UNTIL N > BandUsed
               DISPLAY BandCode(N) "   " BandDesc(N) " " BandFem(N)
                  " " BandMale(N) " " BandUnk(N)
            END-PERFORM.

      *------ BANDCNT IS EXTENDED LIKE RECSUMM, ONE RECORD PER BAND
         WRITE-BAND-SUMMARY.
            OPEN EXTEND REC-BSUM.
            PERFORM VARYING N FROM 1 BY 1 UNTIL N > BandUsed
               MOVE SPACES       TO REC-BSUM-MSG
               MOVE BandCode(N)  TO BCNT-CODE
               MOVE BandDesc(N)  TO BCNT-DESC
               MOVE BandFem(N)   TO BCNT-FEM
               MOVE BandMale(N)  TO BCNT-MALE
               MOVE BandUnk(N)   TO BCNT-UNK
               MOVE RUN-STAMP    TO BCNT-RUNDATE
               WRITE REC-BSUM-MSG
            END-PERFORM.
            CLOSE REC-BSUM.

      *------ EVERY BAND ON FILE GETS A ROW, RETIRED ONES INCLUDED
         LOAD-BANDS.
            OPEN INPUT REC-BAND.
            PERFORM UNTIL BAND-EOF
            READ REC-BAND
               AT END SET BAND-EOF TO TRUE
               NOT AT END
                  IF BandUsed < 20 THEN
                     ADD 1 TO BandUsed
                     MOVE BND-CODE TO BandCode(BandUsed)
                     MOVE BND-DESC TO BandDesc(BandUsed)
                  ELSE
                     DISPLAY "*** WARNING: BAND " BND-CODE
                        " NOT TALLIED - BAND TABLE FULL ***"
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE REC-BAND.

         LOG-RUN-START.
            MOVE "CNTGEN  " TO RLOG-PGM.
