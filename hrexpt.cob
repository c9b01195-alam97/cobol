      * NUMBERS INSTEAD OF HAND RE-KEYING: ONE DATASET WITH A
      * HEADER ROW AND LABELED COLUMNS CARRYING CNTGEN'S GENDER
      * TOTALS (LATEST RECSUMM RECORD), TABL'S 12 MONTH TOTALS PLUS
      * ITS INVALID-MONTH COUNT (LATEST RECORD), MOGEN'S
      * MONTH-BY-GENDER GRID, AND ONE ROW PER DEPARTMENT BAND FROM
      * THE LATEST RUN ON BANDCNT, CARRYING THE DEPARTMENT'S NAME.
      *----------------------
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    HREXPT.
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-CSV   ASSIGN TO RECCSV
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-BCNT  ASSIGN TO RECBCNT
            ORGANIZATION IS SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
         FD  REC-GEN     RECORDING MODE F.
                10 MO-MALE   PIC 9(05).
                10 MO-UNK    PIC 9(05).
             05 MO-INVALID-MONTH PIC 9(05).
      *------ SAME LAYOUT ROSTAT AND CNTGEN APPEND (ONE RECORD PER
      *------ BAND PER RUN)
         FD  REC-BCNT   RECORDING MODE F.
         01  REC-BCNT-MSG.
             05 BCNT-CODE       PIC X(02).
             05 BCNT-DESC       PIC X(20).
             05 BCNT-FEM        PIC 9(07).
             05 BCNT-MALE       PIC 9(07).
             05 BCNT-UNK        PIC 9(07).
             05 BCNT-RUNDATE    PIC X(08).
             05 FILLER          PIC X(09).
         FD  REC-CSV    RECORDING MODE F.
         01  REC-CSV-MSG   PIC X(80).
        WORKING-STORAGE SECTION.
             VALUE "JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC".
         01 I          PIC 99.
         01 CSV-WORK   PIC X(80).
      *------ TONIGHT'S BAND ROWS: THE RECORDS FOR THE LATEST RUN
      *------ DATE ON BANDCNT, THE LAST ONE WINNING FOR A CODE
         01 BCNT-EOF-SW PIC X VALUE "N".
             88 BCNT-EOF     VALUE "Y".
         01 BandTab.
             05 BandRow OCCURS 20 TIMES.
                10 BandCode  PIC X(02).
                10 BandDesc  PIC X(20).
                10 BandFem   PIC 9(07).
                10 BandMale  PIC 9(07).
                10 BandUnk   PIC 9(07).
         01 BandUsed   PIC 99 VALUE ZERO.
         01 BandDate   PIC X(08) VALUE SPACES.
         01 BX         PIC 99.
         01 CurBand    PIC 99.

        PROCEDURE DIVISION.
         OPEN-FILES.
            CLOSE REC-GEN.
            CLOSE REC-TABL.
            CLOSE REC-MOGEN.
            PERFORM LOAD-BAND-COUNTS.
            PERFORM WRITE-EXPORT-ROWS.
            CLOSE REC-CSV.
            STOP RUN.
               AT END SET TABL-EOF TO TRUE
            END-READ.

         LOAD-BAND-COUNTS.
            OPEN INPUT REC-BCNT.
            PERFORM UNTIL BCNT-EOF
            READ REC-BCNT
               AT END SET BCNT-EOF TO TRUE
               NOT AT END
                  IF BCNT-RUNDATE > BandDate THEN
                     MOVE BCNT-RUNDATE TO BandDate
                     MOVE ZERO TO BandUsed
                  END-IF
                  IF BCNT-RUNDATE = BandDate THEN
                     PERFORM HOLD-BAND-COUNT
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE REC-BCNT.

         HOLD-BAND-COUNT.
            MOVE ZERO TO CurBand.
            PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BandUsed
               IF BandCode(BX) = BCNT-CODE THEN
                  MOVE BX TO CurBand
               END-IF
            END-PERFORM.
            IF CurBand = 0 AND BandUsed < 20 THEN
               ADD 1 TO BandUsed
               MOVE BandUsed TO CurBand
            END-IF.
            IF CurBand > 0 THEN
               MOVE BCNT-CODE TO BandCode(CurBand)
               MOVE BCNT-DESC TO BandDesc(CurBand)
               MOVE BCNT-FEM  TO BandFem(CurBand)
               MOVE BCNT-MALE TO BandMale(CurBand)
               MOVE BCNT-UNK  TO BandUnk(CurBand)
            END-IF.

         ZERO-TABL-COUNTS.
            PERFORM VARYING I FROM 1 BY 1 UNTIL I > 12
               MOVE ZERO TO TABL-MONTH-TOTAL(I)
            END-PERFORM.
            MOVE ZERO TO MO-INVALID-MONTH.

      *------ HEADER ROW, ONE GENDER ROW FROM CNTGEN, ONE ROW PER
      *------ BAND (CODE IN THE SECOND COLUMN, DEPARTMENT NAME IN
      *------ THE LAST), TWELVE MONTH ROWS PAIRING MOGEN'S GRID WITH
      *------ TABL'S MONTH TOTAL, AND ONE INVALID-MONTH ROW FROM BOTH
      *------ PROGRAMS
         WRITE-EXPORT-ROWS.
            MOVE SPACES TO REC-CSV-MSG.
            STRING "TYPE,MONTH,FEMALE,MALE,UNKNOWN,TABL_TOTAL,"
               "DESCRIPTION"
               DELIMITED BY SIZE INTO REC-CSV-MSG.
            WRITE REC-CSV-MSG.
            MOVE SPACES TO REC-CSV-MSG.
               GEN-UNK ","
               DELIMITED BY SIZE INTO REC-CSV-MSG.
            WRITE REC-CSV-MSG.
            PERFORM WRITE-BAND-ROW
               VARYING BX FROM 1 BY 1 UNTIL BX > BandUsed.
            PERFORM WRITE-MONTH-ROW
               VARYING I FROM 1 BY 1 UNTIL I > 12.
            MOVE SPACES TO REC-CSV-MSG.
               DELIMITED BY SIZE INTO REC-CSV-MSG.
            WRITE REC-CSV-MSG.

         WRITE-BAND-ROW.
            MOVE SPACES TO REC-CSV-MSG.
            STRING "BAND," BandCode(BX) "," BandFem(BX) ","
               BandMale(BX) "," BandUnk(BX) ",,"
               DELIMITED BY SIZE
               BandDesc(BX) DELIMITED BY "  "
               INTO REC-CSV-MSG.
            WRITE REC-CSV-MSG.

         WRITE-MONTH-ROW.
            MOVE SPACES TO REC-CSV-MSG.
            STRING "MONTH," MonthNameTab((I * 3) - 2 : 3) ","
