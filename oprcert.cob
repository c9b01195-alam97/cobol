      *----------------------
      * QUARTERLY OPERATOR ACCESS RECERTIFICATION. EVERY OPERMST
      * PROFILE IS LISTED WITH ITS ACTIVE FLAG AND EACH FUNCTION
      * BYTE IT HOLDS, AND BESIDE EACH FUNCTION THE LAST DATE THE
      * OPERATOR ACTUALLY USED IT, TAKEN FROM THAT FUNCTION'S OWN
      * TRAIL:
      *   INQ - THE BUKINQ / NAMEINQ INQUIRY TRAIL (RECIAUD)
      *   CKP - THE CKPTCON ACTION TRAIL (RECCKLOG)
      *   RSB - THE RESUB CORRECTION LOG (RECCLOG)
      *   COB - THE COB CONSOLE SESSION LOG (RECLOG), WHICH CARRIES
      *         THE SIGNED-ON OPERATOR'S PROFILE NAME, NOT THE ID
      *   ALR - THE ALRTCON ACKNOWLEDGMENT TRAIL (RECACKS)
      *   RMT - THE ROSTMST AUDIT OF ROSTENT TRANSACTIONS (RECAUDIT)
      *   BKO - THE OVRMNT OVERRIDE TRAIL (RECOLOG)
      * WITH THE NUMBER OF REFUSED SIGN-ONS ON RECDENY. A FUNCTION
      * HELD BUT UNUSED FOR MORE THAN THE RECCTL DAYS (COLS 1-3,
      * DEFAULT 090), AND AN OPERATOR WITH NO ACTIVITY ON ANY TRAIL,
      * IS FLAGGED FOR REMOVAL. EACH PROFILE ENDS WITH A SIGN-OFF
      * AREA FOR THE OPERATOR'S MANAGER. A BAD CARD ENDS RC 8; A
      * FULL OPERATOR TABLE ENDS RC 4.
      *----------------------
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    OPRCERT.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT REC-CTL   ASSIGN TO RECCTL
            ORGANIZATION IS SEQUENTIAL.
            SELECT OPER-MST  ASSIGN TO OPERMST
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS OPR-ID.
            SELECT REC-IAUD  ASSIGN TO RECIAUD
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-CKLOG ASSIGN TO RECCKLOG
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-CLOG  ASSIGN TO RECCLOG
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-LOG   ASSIGN TO RECLOG
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-ACKS  ASSIGN TO RECACKS
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-AUDIT ASSIGN TO RECAUDIT
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-OLOG  ASSIGN TO RECOLOG
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-DENY  ASSIGN TO RECDENY
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-RPT   ASSIGN TO RECRPT
            ORGANIZATION IS SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
         FD  REC-CTL    RECORDING MODE F.
         01  REC-CTL-MSG.
             05 CTL-DAYS        PIC X(03).
             05 FILLER          PIC X(21).
         FD  OPER-MST.
         01  OPER-MST-MSG.
             05  OPR-ID         PIC X(08).
             05  OPR-NAME       PIC X(20).
             05  OPR-ACTIVE     PIC X(01).
             05  OPR-FUNCS.
                 10  OPR-FUNC-INQ   PIC X(01).
                 10  OPR-FUNC-CKP   PIC X(01).
                 10  OPR-FUNC-RSB   PIC X(01).
                 10  OPR-FUNC-COB   PIC X(01).
                 10  OPR-FUNC-ALR   PIC X(01).
                 10  OPR-FUNC-RMT   PIC X(01).
                 10  OPR-FUNC-BKO   PIC X(01).
             05  FILLER         PIC X(04).
         FD  REC-IAUD   RECORDING MODE F.
         01  REC-IAUD-MSG.
             05 IAUD-OPER      PIC X(20).
             05 IAUD-ID        PIC X(08).
             05 IAUD-FOUND     PIC X(01).
             05 IAUD-TIMESTAMP PIC X(20).
             05 FILLER         PIC X(01).
         FD  REC-CKLOG  RECORDING MODE F.
         01  REC-CKLOG-MSG.
             05  CKL-OPER       PIC X(08).
             05  CKL-PGM        PIC X(08).
             05  CKL-ACTION     PIC X(20).
             05  CKL-STAMP      PIC X(16).
             05  FILLER         PIC X(04).
         FD  REC-CLOG   RECORDING MODE F.
         01  REC-CLOG-MSG.
             05  CLOG-DATE      PIC 9(08).
             05  CLOG-TIME      PIC 9(08).
             05  CLOG-OPER      PIC X(08).
             05  CLOG-ID        PIC X(08).
             05  CLOG-FIELD     PIC X(06).
             05  CLOG-OLD       PIC X(03).
             05  CLOG-NEW       PIC X(03).
             05  FILLER         PIC X(04).
         FD  REC-LOG    RECORDING MODE F.
         01  REC-LOG-MSG.
             05 LOG-FNAME     PIC X(20).
             05 LOG-START-CNT PIC 99.
             05 LOG-TIMESTAMP PIC X(20).
             05 FILLER        PIC X(01).
         FD  REC-ACKS   RECORDING MODE F.
         01  REC-ACKS-MSG.
             05 ACK-PGM         PIC X(08).
             05 ACK-DATE        PIC X(08).
             05 ACK-TIME        PIC X(08).
             05 ACK-OPER        PIC X(08).
             05 ACK-STAMP       PIC X(16).
             05 ACK-DISP        PIC X(30).
             05 FILLER          PIC X(02).
         FD  REC-AUDIT  RECORDING MODE F.
         01  REC-AUDIT-MSG.
             05  AUD-ACTION     PIC X(01).
             05  AUD-ID         PIC X(08).
             05  AUD-RUNDATE    PIC X(08).
             05  AUD-BEFORE     PIC X(80).
             05  AUD-AFTER      PIC X(80).
             05  AUD-EFFDATE    PIC X(08).
             05  AUD-OPER       PIC X(08).
         FD  REC-OLOG   RECORDING MODE F.
         01  REC-OLOG-MSG.
             05  OLOG-DATE      PIC 9(08).
             05  OLOG-TIME      PIC 9(08).
             05  OLOG-OPER      PIC X(08).
             05  OLOG-ACTION    PIC X(01).
             05  OLOG-ID        PIC X(08).
             05  OLOG-BEFORE    PIC X(100).
             05  OLOG-AFTER     PIC X(100).
             05  FILLER         PIC X(07).
         FD  REC-DENY   RECORDING MODE F.
         01  REC-DENY-MSG.
             05  DENY-OPER      PIC X(08).
             05  DENY-PGM       PIC X(08).
             05  DENY-REASON    PIC X(20).
             05  DENY-STAMP     PIC X(16).
             05  FILLER         PIC X(04).
         FD  REC-RPT    RECORDING MODE F.
         01  REC-RPT-MSG   PIC X(80).
        WORKING-STORAGE SECTION.
         01 FLAGS.
             05 LASTREC PIC X VALUE SPACE.
                88 LAST-REC  VALUE "N".
             05 FOUND-SW    PIC X.
                88 OPER-FOUND VALUE "Y".
             05 ACTIVITY-SW PIC X.
                88 ANY-ACTIVITY VALUE "Y".
         01 UnusedDays PIC 9(03) VALUE 90.
      *------ FUNCTION CODES IN OPERMST BYTE ORDER
         01 FuncNames  PIC X(21) VALUE "INQCKPRSBCOBALRRMTBKO".
         01 FuncSource.
             05 FILLER PIC X(20) VALUE "INQUIRY TRAIL".
             05 FILLER PIC X(20) VALUE "CKPTCON ACTIONS".
             05 FILLER PIC X(20) VALUE "CORRECTION LOG".
             05 FILLER PIC X(20) VALUE "COB SESSION LOG".
             05 FILLER PIC X(20) VALUE "ACKNOWLEDGMENTS".
             05 FILLER PIC X(20) VALUE "ROSTMST AUDIT".
             05 FILLER PIC X(20) VALUE "OVERRIDE LOG".
         01 FuncSourceTab REDEFINES FuncSource.
             05 FuncSrc OCCURS 7 TIMES PIC X(20).
         01 OperTab.
             05 OperRow OCCURS 500 TIMES.
                10 OP-ID       PIC X(08).
                10 OP-NAME     PIC X(20).
                10 OP-ACTIVE   PIC X(01).
                10 OP-HOLDS    PIC X(07).
                10 OP-LAST OCCURS 7 TIMES PIC X(08).
                10 OP-DENIED   PIC 9(05).
         01 OperUsed   PIC 9(03) VALUE ZERO.
         01 OX         PIC 9(03).
         01 FX         PIC 9(01).
         01 SeekOper   PIC X(08).
         01 SeekName   PIC X(20).
         01 UseDate    PIC X(08).
         01 TableFull  PIC 9(05) VALUE ZERO.
         01 FlagFuncs  PIC 9(05) VALUE ZERO.
         01 FlagOpers  PIC 9(05) VALUE ZERO.
         01 Quarter    PIC 9(01).
         01 IdleDays   PIC 9(05).
         01 DaysEd     PIC ZZZZ9.
      *------ DAY-SERIAL ARITHMETIC (SAME AS ALRTESC) SO THE DAYS
      *------ SINCE LAST USE ARE RIGHT ACROSS MONTH AND YEAR ENDS
         01 CumDays.
             05 FILLER PIC 9(03) VALUE 000.
             05 FILLER PIC 9(03) VALUE 031.
             05 FILLER PIC 9(03) VALUE 059.
             05 FILLER PIC 9(03) VALUE 090.
             05 FILLER PIC 9(03) VALUE 120.
             05 FILLER PIC 9(03) VALUE 151.
             05 FILLER PIC 9(03) VALUE 181.
             05 FILLER PIC 9(03) VALUE 212.
             05 FILLER PIC 9(03) VALUE 243.
             05 FILLER PIC 9(03) VALUE 273.
             05 FILLER PIC 9(03) VALUE 304.
             05 FILLER PIC 9(03) VALUE 334.
         01 CumDaysTab REDEFINES CumDays.
             05 CumDay OCCURS 12 TIMES PIC 9(03).
         01 SerYYYY   PIC 9(04).
         01 SerMM     PIC 99.
         01 SerDD     PIC 99.
         01 SerWork   PIC 9(04).
         01 SerLeap   PIC 9(04).
         01 SerDiv    PIC 9(04).
         01 SerialDays PIC 9(07).
         01 NowSerial PIC 9(07).
         01 LINE-CNT   PIC 9(03) VALUE ZERO.
         01 PAGE-NUM   PIC 9(03) VALUE ZERO.
         01 RUN-STAMP.
             05 RUN-CCYY PIC 9(04).
             05 RUN-MM   PIC 9(02).
             05 RUN-DD   PIC 9(02).
         01 FUNC-LINE.
             05 FILLER      PIC X(04) VALUE SPACES.
             05 FL-FUNC     PIC X(03).
             05 FILLER      PIC X(05) VALUE SPACES.
             05 FL-HELD     PIC X(01).
             05 FILLER      PIC X(04) VALUE SPACES.
             05 FL-LAST     PIC X(10).
             05 FILLER      PIC X(02) VALUE SPACES.
             05 FL-DAYS     PIC X(05).
             05 FILLER      PIC X(02) VALUE SPACES.
             05 FL-SOURCE   PIC X(15).
             05 FILLER      PIC X(02) VALUE SPACES.
             05 FL-FLAG     PIC X(27).

        PROCEDURE DIVISION.
         MAIN-LINE.
            ACCEPT RUN-STAMP FROM DATE YYYYMMDD.
            MOVE RUN-CCYY TO SerYYYY.
            MOVE RUN-MM   TO SerMM.
            MOVE RUN-DD   TO SerDD.
            PERFORM DATE-TO-SERIAL.
            MOVE SerialDays TO NowSerial.
            COMPUTE Quarter = (RUN-MM + 2) / 3.
            PERFORM READ-CONTROL-CARD.
            PERFORM LOAD-OPERATORS.
            PERFORM SCAN-INQUIRY-TRAIL.
            PERFORM SCAN-CKPTCON-TRAIL.
            PERFORM SCAN-CORRECTION-LOG.
            PERFORM SCAN-SESSION-LOG.
            PERFORM SCAN-ACK-TRAIL.
            PERFORM SCAN-ROSTMST-AUDIT.
            PERFORM SCAN-OVERRIDE-LOG.
            PERFORM SCAN-DENIALS.
            OPEN OUTPUT REC-RPT.
            PERFORM PRINT-PAGE-HEADER.
            PERFORM VARYING OX FROM 1 BY 1 UNTIL OX > OperUsed
               PERFORM PRINT-ONE-OPERATOR
            END-PERFORM.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "OPERATORS: " OperUsed "   FUNCTIONS FLAGGED: "
               FlagFuncs "   NO ACTIVITY: " FlagOpers
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.
            CLOSE REC-RPT.
            DISPLAY "OPRCERT: " OperUsed " OPERATOR(S), " FlagFuncs
               " FUNCTION(S) AND " FlagOpers
               " OPERATOR(S) FLAGGED FOR REMOVAL".
            IF TableFull > 0 THEN
               DISPLAY "OPRCERT: OPERATOR TABLE FULL - " TableFull
                  " PROFILE(S) NOT CERTIFIED"
               MOVE 4 TO RETURN-CODE
            END-IF.
            STOP RUN.

         READ-CONTROL-CARD.
            OPEN INPUT REC-CTL.
            READ REC-CTL
               AT END MOVE SPACES TO REC-CTL-MSG
            END-READ.
            IF CTL-DAYS NOT = SPACES THEN
               IF CTL-DAYS IS NOT NUMERIC OR CTL-DAYS = "000" THEN
                  DISPLAY "OPRCERT: UNUSED DAYS ON RECCTL MUST BE "
                     "001-999 - NO REPORT"
                  CLOSE REC-CTL
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF
               MOVE CTL-DAYS TO UnusedDays
            END-IF.
            CLOSE REC-CTL.

         LOAD-OPERATORS.
            OPEN INPUT OPER-MST.
            MOVE SPACE TO LASTREC.
            PERFORM UNTIL LAST-REC
            READ OPER-MST NEXT RECORD
               AT END SET LAST-REC TO TRUE
               NOT AT END
                  IF OperUsed < 500 THEN
                     ADD 1 TO OperUsed
                     MOVE OPR-ID     TO OP-ID(OperUsed)
                     MOVE OPR-NAME   TO OP-NAME(OperUsed)
                     MOVE OPR-ACTIVE TO OP-ACTIVE(OperUsed)
                     MOVE OPR-FUNCS  TO OP-HOLDS(OperUsed)
                     MOVE ZERO TO OP-DENIED(OperUsed)
                     PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > 7
                        MOVE SPACES TO OP-LAST(OperUsed, FX)
                     END-PERFORM
                  ELSE
                     ADD 1 TO TableFull
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE OPER-MST.

         FIND-OPERATOR.
            MOVE "N" TO FOUND-SW.
            PERFORM VARYING OX FROM 1 BY 1
                  UNTIL OX > OperUsed OR OPER-FOUND
               IF OP-ID(OX) = SeekOper THEN
                  SET OPER-FOUND TO TRUE
               END-IF
            END-PERFORM.
            IF OPER-FOUND THEN
               SUBTRACT 1 FROM OX
            END-IF.

      *------ KEEP THE LATEST DATE SEEN FOR THIS OPERATOR/FUNCTION
         NOTE-USE.
            PERFORM FIND-OPERATOR.
            IF OPER-FOUND AND UseDate IS NUMERIC THEN
               IF OP-LAST(OX, FX) = SPACES OR
                     UseDate > OP-LAST(OX, FX) THEN
                  MOVE UseDate TO OP-LAST(OX, FX)
               END-IF
            END-IF.

      *------ THE INQUIRY TRAIL'S OPERATOR FIELD IS THE ID IN 1-8
      *------ AND THE NAME AFTER IT
         SCAN-INQUIRY-TRAIL.
            MOVE 1 TO FX.
            OPEN INPUT REC-IAUD.
            MOVE SPACE TO LASTREC.
            PERFORM UNTIL LAST-REC
            READ REC-IAUD
               AT END SET LAST-REC TO TRUE
               NOT AT END
                  MOVE IAUD-OPER(1:8) TO SeekOper
                  MOVE IAUD-TIMESTAMP(1:8) TO UseDate
                  PERFORM NOTE-USE
            END-READ
            END-PERFORM.
            CLOSE REC-IAUD.

         SCAN-CKPTCON-TRAIL.
            MOVE 2 TO FX.
            OPEN INPUT REC-CKLOG.
            MOVE SPACE TO LASTREC.
            PERFORM UNTIL LAST-REC
            READ REC-CKLOG
               AT END SET LAST-REC TO TRUE
               NOT AT END
                  MOVE CKL-OPER TO SeekOper
                  MOVE CKL-STAMP(1:8) TO UseDate
                  PERFORM NOTE-USE
            END-READ
            END-PERFORM.
            CLOSE REC-CKLOG.

         SCAN-CORRECTION-LOG.
            MOVE 3 TO FX.
            OPEN INPUT REC-CLOG.
            MOVE SPACE TO LASTREC.
            PERFORM UNTIL LAST-REC
            READ REC-CLOG
               AT END SET LAST-REC TO TRUE
               NOT AT END
                  MOVE CLOG-OPER TO SeekOper
                  MOVE CLOG-DATE TO UseDate
                  PERFORM NOTE-USE
            END-READ
            END-PERFORM.
            CLOSE REC-CLOG.

      *------ COB LOGS THE PROFILE NAME OF THE SIGNED-ON OPERATOR,
      *------ SO ITS SESSIONS ARE MATCHED ON OPR-NAME
         SCAN-SESSION-LOG.
            MOVE 4 TO FX.
            OPEN INPUT REC-LOG.
            MOVE SPACE TO LASTREC.
            PERFORM UNTIL LAST-REC
            READ REC-LOG
               AT END SET LAST-REC TO TRUE
               NOT AT END
                  MOVE LOG-FNAME TO SeekName
                  MOVE SPACES TO SeekOper
                  MOVE LOG-TIMESTAMP(1:8) TO UseDate
                  PERFORM VARYING OX FROM 1 BY 1 UNTIL OX > OperUsed
                     IF OP-NAME(OX) = SeekName THEN
                        MOVE OP-ID(OX) TO SeekOper
                     END-IF
                  END-PERFORM
                  PERFORM NOTE-USE
            END-READ
            END-PERFORM.
            CLOSE REC-LOG.

      *------ THE ACKNOWLEDGMENT'S OWN STAMP, NOT THE ALERT'S DATE
         SCAN-ACK-TRAIL.
            MOVE 5 TO FX.
            OPEN INPUT REC-ACKS.
            MOVE SPACE TO LASTREC.
            PERFORM UNTIL LAST-REC
            READ REC-ACKS
               AT END SET LAST-REC TO TRUE
               NOT AT END
                  MOVE ACK-OPER TO SeekOper
                  MOVE ACK-STAMP(1:8) TO UseDate
                  PERFORM NOTE-USE
            END-READ
            END-PERFORM.
            CLOSE REC-ACKS.

      *------ ROSTENT TRANSACTIONS CARRY THE KEYING OPERATOR ONTO
      *------ THE ROSTMST AUDIT; THE POSTING DATE STANDS FOR THE USE
         SCAN-ROSTMST-AUDIT.
            MOVE 6 TO FX.
            OPEN INPUT REC-AUDIT.
            MOVE SPACE TO LASTREC.
            PERFORM UNTIL LAST-REC
            READ REC-AUDIT
               AT END SET LAST-REC TO TRUE
               NOT AT END
                  MOVE AUD-OPER TO SeekOper
                  MOVE AUD-RUNDATE TO UseDate
                  PERFORM NOTE-USE
            END-READ
            END-PERFORM.
            CLOSE REC-AUDIT.

      *------ EXERC'S OWN LAPSE ENTRIES CARRY "EXERC" AS THE
      *------ OPERATOR AND SO MATCH NO PROFILE
         SCAN-OVERRIDE-LOG.
            MOVE 7 TO FX.
            OPEN INPUT REC-OLOG.
            MOVE SPACE TO LASTREC.
            PERFORM UNTIL LAST-REC
            READ REC-OLOG
               AT END SET LAST-REC TO TRUE
               NOT AT END
                  MOVE OLOG-OPER TO SeekOper
                  MOVE OLOG-DATE TO UseDate
                  PERFORM NOTE-USE
            END-READ
            END-PERFORM.
            CLOSE REC-OLOG.

         SCAN-DENIALS.
            OPEN INPUT REC-DENY.
            MOVE SPACE TO LASTREC.
            PERFORM UNTIL LAST-REC
            READ REC-DENY
               AT END SET LAST-REC TO TRUE
               NOT AT END
                  MOVE DENY-OPER TO SeekOper
                  PERFORM FIND-OPERATOR
                  IF OPER-FOUND THEN
                     ADD 1 TO OP-DENIED(OX)
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE REC-DENY.

         PRINT-ONE-OPERATOR.
            IF LINE-CNT > 40 THEN
               PERFORM PRINT-PAGE-HEADER
            END-IF.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "OPERATOR " OP-ID(OX) "  " OP-NAME(OX)
               "  ACTIVE: " OP-ACTIVE(OX)
               "  REFUSED SIGN-ONS: " OP-DENIED(OX)
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "    FUNC  HELD   LAST USED    DAYS   SOURCE"
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
            ADD 3 TO LINE-CNT.
            MOVE "N" TO ACTIVITY-SW.
            PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > 7
               PERFORM PRINT-ONE-FUNCTION
            END-PERFORM.
            IF NOT ANY-ACTIVITY THEN
               ADD 1 TO FlagOpers
               MOVE SPACES TO REC-RPT-MSG
               STRING "    *** NO ACTIVITY ON ANY TRAIL - REMOVE THE"
                  " OPERATOR PROFILE"
                  DELIMITED BY SIZE INTO REC-RPT-MSG
               WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES
               ADD 1 TO LINE-CNT
            END-IF.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "    MANAGER SIGN-OFF:  KEEP AS IS ___  REMOVE FLAG"
               "GED ___  REMOVE ALL ___"
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "    NAME ____________________  SIGNATURE ________"
               "__________  DATE ________"
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.
            ADD 4 TO LINE-CNT.

      *------ A HELD FUNCTION NEVER USED, OR IDLE PAST THE CARD'S
      *------ DAYS, IS FLAGGED; ONE NOT HELD IS SHOWN FOR THE RECORD
         PRINT-ONE-FUNCTION.
            MOVE SPACES TO FUNC-LINE.
            MOVE FuncNames((FX - 1) * 3 + 1:3) TO FL-FUNC.
            MOVE OP-HOLDS(OX)(FX:1) TO FL-HELD.
            MOVE FuncSrc(FX) TO FL-SOURCE.
            IF OP-LAST(OX, FX) = SPACES THEN
               MOVE "NEVER" TO FL-LAST
               MOVE "    -" TO FL-DAYS
               IF OP-HOLDS(OX)(FX:1) = "Y" THEN
                  MOVE "*** NEVER USED - REMOVE" TO FL-FLAG
                  ADD 1 TO FlagFuncs
               END-IF
            ELSE
               MOVE "Y" TO ACTIVITY-SW
               STRING OP-LAST(OX, FX)(1:4) "-" OP-LAST(OX, FX)(5:2)
                  "-" OP-LAST(OX, FX)(7:2)
                  DELIMITED BY SIZE INTO FL-LAST
               MOVE OP-LAST(OX, FX)(1:4) TO SerYYYY
               MOVE OP-LAST(OX, FX)(5:2) TO SerMM
               MOVE OP-LAST(OX, FX)(7:2) TO SerDD
               PERFORM DATE-TO-SERIAL
               IF SerialDays > NowSerial THEN
                  MOVE ZERO TO IdleDays
               ELSE
                  COMPUTE IdleDays = NowSerial - SerialDays
               END-IF
               MOVE IdleDays TO DaysEd
               MOVE DaysEd TO FL-DAYS
               IF OP-HOLDS(OX)(FX:1) = "Y" AND
                     IdleDays > UnusedDays THEN
                  MOVE "*** UNUSED - REMOVE" TO FL-FLAG
                  ADD 1 TO FlagFuncs
               END-IF
            END-IF.
            MOVE FUNC-LINE TO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
            ADD 1 TO LINE-CNT.

      *------ STANDARD CIVIL-DATE SERIAL: YEAR DAYS PLUS LEAP DAYS
      *------ PLUS THE CUMULATIVE MONTH TABLE, WITH JAN/FEB COUNTED
      *------ AGAINST THE PRIOR YEAR'S LEAP TOTAL
         DATE-TO-SERIAL.
            IF SerMM < 1 OR SerMM > 12 THEN
               MOVE 1 TO SerMM
            END-IF.
            IF SerMM > 2 THEN
               MOVE SerYYYY TO SerWork
            ELSE
               COMPUTE SerWork = SerYYYY - 1
            END-IF.
            DIVIDE SerWork BY 4 GIVING SerLeap.
            DIVIDE SerWork BY 100 GIVING SerDiv.
            SUBTRACT SerDiv FROM SerLeap.
            DIVIDE SerWork BY 400 GIVING SerDiv.
            ADD SerDiv TO SerLeap.
            COMPUTE SerialDays = (SerYYYY * 365) + SerLeap
               + CumDay(SerMM) + SerDD.

         PRINT-PAGE-HEADER.
            ADD 1 TO PAGE-NUM.
            MOVE 0 TO LINE-CNT.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "OPRCERT - OPERATOR ACCESS RECERTIFICATION  "
               RUN-CCYY " Q" Quarter "   PAGE " PAGE-NUM
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING PAGE.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "  RUN DATE: " RUN-CCYY "-" RUN-MM "-" RUN-DD
               "   FLAGGED WHEN UNUSED OVER " UnusedDays " DAYS"
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
