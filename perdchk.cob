      *----------------------
      * PERIOD-END CHECK, RUN AT THE END OF DAILYRUN (ONLY ALRTDSP
      * FOLLOWS, TO SEND ITS ALERTS OUT THE SAME NIGHT): DECIDES FROM
      * THE PROCESSING CALENDAR (SEE CALMNT) WHETHER TONIGHT IS THE
      * LAST PROCESSING DAY OF ITS WEEK, MONTH, QUARTER, OR YEAR -
      * I.E. WHETHER THE NEXT SCHEDULED DATE ON THE CALENDAR FALLS
      * IN A DIFFERENT ONE. FOR EACH PERIOD THAT ENDS TONIGHT IT
      * WRITES A TRIGGER RECORD ON RECTRIG (PERIOD, FIRST AND LAST
      * PROCESSING DATE, THE JOBS TO RELEASE) FOR THE SCHEDULER,
      * AND WRITES THE PERIOD-SELECTION CARDS OF THOSE JOBS WITH
      * THE FIRST AND LAST PROCESSING DATES OF THE PERIOD, SO A
      * PERIOD JOB ALWAYS COVERS EXACTLY THE PROCESSING DAYS IN IT:
      *    WEEK     DUPDET   (NO CARD)
      *    MONTH    MONTHEND CHGBACK FROM/TO, TURNRPT MONTH,
      *                      ANNIVRPT NEXT MONTH (MILESTONES KEPT),
      *                      MONSUM/PLANRPT FROM/TO (TOLERANCE KEPT)
      *    QUARTER  SITESCRD CURRENT AND PRIOR QUARTER
      *             XFERRPT  FROM/TO (THE CALENDAR QUARTER)
      *             OPRCERT  (NO CARD)
      *    YEAR     YEAREND  THE YEAR CCYY, PLUS ALL OF THE ABOVE
      *                      THAT END WITH IT
      * RECTRIG IS REWRITTEN EVERY NIGHT, SO AN EMPTY FILE MEANS
      * NOTHING TO RELEASE. A NIGHT THAT IS NOT ON THE CALENDAR
      * TRIGGERS NOTHING. A CALENDAR WITH NO DATE AFTER TONIGHT
      * CANNOT BE JUDGED: NOTHING IS TRIGGERED, RC 8 AND AN ALERT -
      * LOAD THE NEXT DATES WITH CALMNT AND RERUN THE STEP. AN
      * OPTIONAL RECCTL DATE (COLS 1-8) STANDS IN FOR TONIGHT ON
      * A RERUN AFTER MIDNIGHT; ONCE A RUN HAS JUDGED THAT NIGHT THE
      * DATE IS BLANKED ON THE CARD, SO THE NEXT NIGHT RUNS ON ITS
      * OWN DATE. A RUN THAT ENDS RC 8 LEAVES IT FOR THE RERUN.
      *----------------------
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    PERDCHK.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT REC-CTL   ASSIGN TO RECCTL
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-CAL   ASSIGN TO RECCAL
            ORGANIZATION IS SEQUENTIAL.
      *------ ONE RECORD PER PERIOD ENDING TONIGHT, FOR THE SCHEDULER
            SELECT REC-TRIG  ASSIGN TO RECTRIG
            ORGANIZATION IS SEQUENTIAL.
      *------ THE PERIOD JOBS' SELECTION CARDS, READ THEN REWRITTEN
            SELECT CARD-CHGB ASSIGN TO RECCHGB
            ORGANIZATION IS SEQUENTIAL.
            SELECT CARD-TURN ASSIGN TO RECTURN
            ORGANIZATION IS SEQUENTIAL.
            SELECT CARD-ANNV ASSIGN TO RECANNV
            ORGANIZATION IS SEQUENTIAL.
            SELECT CARD-MONS ASSIGN TO RECMONS
            ORGANIZATION IS SEQUENTIAL.
            SELECT CARD-SCRD ASSIGN TO RECSCRD
            ORGANIZATION IS SEQUENTIAL.
            SELECT CARD-XFER ASSIGN TO RECXFER
            ORGANIZATION IS SEQUENTIAL.
            SELECT CARD-YEND ASSIGN TO RECYEND
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-RPT   ASSIGN TO RECRPT
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-ALERT ASSIGN TO RECALERT
            ORGANIZATION IS SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
         FD  REC-CTL    RECORDING MODE F.
         01  REC-CTL-MSG.
             05 CTL-DATE        PIC X(08).
             05 FILLER          PIC X(16).
         FD  REC-CAL    RECORDING MODE F.
         01  REC-CAL-MSG.
             05 CAL-DATE        PIC X(08).
             05 FILLER          PIC X(08).
         FD  REC-TRIG   RECORDING MODE F.
         01  REC-TRIG-MSG.
             05 TRG-PERIOD      PIC X(08).
             05 FILLER          PIC X(01).
             05 TRG-FROM        PIC X(08).
             05 FILLER          PIC X(01).
             05 TRG-TO          PIC X(08).
             05 FILLER          PIC X(01).
             05 TRG-JOBS        PIC X(35).
             05 TRG-STAMP       PIC X(16).
             05 FILLER          PIC X(02).
         FD  CARD-CHGB  RECORDING MODE F.
         01  CARD-CHGB-MSG      PIC X(80).
         FD  CARD-TURN  RECORDING MODE F.
         01  CARD-TURN-MSG      PIC X(80).
         FD  CARD-ANNV  RECORDING MODE F.
         01  CARD-ANNV-MSG      PIC X(80).
         FD  CARD-MONS  RECORDING MODE F.
         01  CARD-MONS-MSG      PIC X(24).
         FD  CARD-SCRD  RECORDING MODE F.
         01  CARD-SCRD-MSG      PIC X(40).
         FD  CARD-XFER  RECORDING MODE F.
         01  CARD-XFER-MSG      PIC X(80).
         FD  CARD-YEND  RECORDING MODE F.
         01  CARD-YEND-MSG      PIC X(24).
         FD  REC-RPT    RECORDING MODE F.
         01  REC-RPT-MSG   PIC X(80).
         FD  REC-ALERT  RECORDING MODE F.
         01  REC-ALERT-MSG  PIC X(100).
        WORKING-STORAGE SECTION.
         01 FLAGS.
             05 LASTREC PIC X VALUE SPACE.
                88 LAST-REC  VALUE "N".
             05 ENDS-SW     PIC X.
                88 PERIOD-ENDS VALUE "Y".
             05 CTL-DATE-SW PIC X VALUE "N".
                88 CTL-DATE-USED VALUE "Y".
         01 CalTab.
             05 CalDate OCCURS 1500 TIMES PIC X(08).
         01 CalUsed    PIC 9(04) VALUE ZERO.
         01 CalLost    PIC 9(05) VALUE ZERO.
         01 CX         PIC 9(04).
         01 TodayX     PIC 9(04) VALUE ZERO.
         01 Tonight    PIC X(08).
         01 NextDate   PIC X(08).
         01 FirstDate  PIC X(08).
         01 PriFirst   PIC X(08).
         01 PriLast    PIC X(08).
         01 PriLow     PIC X(08).
         01 PriHigh    PIC X(08).
         01 PeriodName PIC X(08).
         01 PeriodJobs PIC X(35).
         01 Triggered  PIC 9(02) VALUE ZERO.
      *------ ONE WORK AREA PER CARD: THE OLD CARD IS READ INTO IT,
      *------ THE PERIOD FIELDS ARE SET, AND IT IS WRITTEN BACK
         01 CardWork   PIC X(80).
         01 CardWork40 REDEFINES CardWork.
             05 CW-CUR-FROM    PIC X(08).
             05 CW-CUR-TO      PIC X(08).
             05 CW-PRI-FROM    PIC X(08).
             05 CW-PRI-TO      PIC X(08).
             05 FILLER         PIC X(48).
      *------ A DATE BROKEN DOWN FOR THE PERIOD COMPARISONS
         01 KeyDate.
             05 KeyCCYY   PIC 9(04).
             05 KeyMM     PIC 9(02).
             05 KeyDD     PIC 9(02).
         01 KeyDateX REDEFINES KeyDate PIC X(08).
         01 KeyQtr    PIC 9(01).
         01 KeyWeek   PIC 9(07).
         01 TonCCYY   PIC 9(04).
         01 TonMM     PIC 9(02).
         01 TonQtr    PIC 9(01).
         01 TonWeek   PIC 9(07).
         01 PeriodKey PIC X(12).
         01 TonKey    PIC X(12).
         01 NextKey   PIC X(12).
         01 PeriodType PIC X(01).
             88 BY-WEEK     VALUE "W".
             88 BY-MONTH    VALUE "M".
             88 BY-QUARTER  VALUE "Q".
             88 BY-YEAR     VALUE "Y".
         01 NextMonth PIC 9(06).
         01 PriCCYY   PIC 9(04).
         01 PriQtr    PIC 9(01).
         01 PriMonth  PIC 9(02).
         01 QtrMonth  PIC 9(02).
      *------ DAY-SERIAL ARITHMETIC (SAME AS ALRTESC); SERIAL + 5
      *------ DIVIDED BY 7 NUMBERS THE MONDAY-TO-SUNDAY WEEKS
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
         01 SerDate.
             05 SerYYYY   PIC 9(04).
             05 SerMM     PIC 99.
             05 SerDD     PIC 99.
         01 SerDateX REDEFINES SerDate PIC X(08).
         01 SerWork   PIC 9(04).
         01 SerLeap   PIC 9(04).
         01 SerDiv    PIC 9(04).
         01 SerialDays PIC 9(07).
         01 RUN-STAMP.
             05 RUN-STAMP-DATE PIC 9(08).
             05 RUN-STAMP-TIME PIC 9(08).
         01 RUN-DATE-PARTS REDEFINES RUN-STAMP.
             05 RUN-CCYY PIC 9(04).
             05 RUN-MM   PIC 9(02).
             05 RUN-DD   PIC 9(02).
             05 FILLER   PIC 9(08).
         01 ALERT-REC.
             05 ALERT-SEV       PIC 9(01).
             05 ALERT-PGM       PIC X(08).
             05 ALERT-DATE      PIC 9(08).
             05 ALERT-TIME      PIC 9(08).
             05 ALERT-READ      PIC 9(07).
             05 ALERT-REJ       PIC 9(05).
             05 ALERT-TEXT      PIC X(60).
             05 FILLER          PIC X(03).

        PROCEDURE DIVISION.
         MAIN-LINE.
            ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD.
            ACCEPT RUN-STAMP-TIME FROM TIME.
            MOVE RUN-STAMP-DATE TO Tonight.
            PERFORM READ-CONTROL-CARD.
            PERFORM LOAD-CALENDAR.
            OPEN OUTPUT REC-RPT.
            OPEN OUTPUT REC-TRIG.
            PERFORM PRINT-PAGE-HEADER.
            PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CalUsed
               IF CalDate(CX) = Tonight THEN
                  MOVE CX TO TodayX
               END-IF
            END-PERFORM.
            IF TodayX = 0 THEN
               MOVE SPACES TO REC-RPT-MSG
               STRING "  " Tonight " IS NOT A SCHEDULED PROCESSING"
                  " DAY - NO PERIOD ENDS TONIGHT"
                  DELIMITED BY SIZE INTO REC-RPT-MSG
               WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES
            ELSE IF TodayX = CalUsed THEN
               MOVE SPACES TO REC-RPT-MSG
               STRING "  *** THE CALENDAR HAS NO PROCESSING DATE AFTER "
                  Tonight " - NOTHING TRIGGERED ***"
                  DELIMITED BY SIZE INTO REC-RPT-MSG
               WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO ALERT-SEV
               MOVE SPACES TO ALERT-TEXT
               STRING "CALENDAR ENDS " Tonight " - LOAD NEXT DATES"
                  " (CALMNT), RERUN PERDCHK"
                  DELIMITED BY SIZE INTO ALERT-TEXT
               PERFORM WRITE-ALERT
            ELSE
               COMPUTE CX = TodayX + 1
               MOVE CalDate(CX) TO NextDate
               MOVE Tonight TO KeyDateX
               PERFORM BREAK-DOWN-DATE
               MOVE KeyCCYY TO TonCCYY
               MOVE KeyMM   TO TonMM
               MOVE KeyQtr  TO TonQtr
               MOVE KeyWeek TO TonWeek
               PERFORM CHECK-WEEK
               PERFORM CHECK-MONTH
               PERFORM CHECK-QUARTER
               PERFORM CHECK-YEAR
            END-IF.
            IF TodayX > 0 AND TodayX < CalUsed AND Triggered = 0 THEN
               MOVE SPACES TO REC-RPT-MSG
               STRING "  NEXT PROCESSING DAY " NextDate
                  " IS IN THE SAME WEEK AND MONTH - NO RELEASE"
                  DELIMITED BY SIZE INTO REC-RPT-MSG
               WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES
            END-IF.
            IF CalLost > 0 THEN
               MOVE SPACES TO REC-RPT-MSG
               STRING "  *** " CalLost " CALENDAR DATE(S) PAST THE"
                  " TABLE LIMIT WERE NOT LOADED ***"
                  DELIMITED BY SIZE INTO REC-RPT-MSG
               WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES
               IF RETURN-CODE < 4 THEN
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF.
            CLOSE REC-TRIG.
            CLOSE REC-RPT.
            IF CTL-DATE-USED AND RETURN-CODE < 8 THEN
               PERFORM CLEAR-CONTROL-CARD
            END-IF.
            DISPLAY "PERDCHK: " Tonight " - " Triggered
               " PERIOD(S) END TONIGHT".
            STOP RUN.

         READ-CONTROL-CARD.
            OPEN INPUT REC-CTL.
            READ REC-CTL
               AT END MOVE SPACES TO REC-CTL-MSG
            END-READ.
            IF CTL-DATE IS NUMERIC THEN
               MOVE CTL-DATE TO Tonight
               SET CTL-DATE-USED TO TRUE
            END-IF.
            CLOSE REC-CTL.

      *------ THE STAND-IN DATE IS GOOD FOR THE ONE NIGHT IT WAS
      *------ KEYED FOR; THE REST OF THE CARD IS LEFT AS IT WAS
         CLEAR-CONTROL-CARD.
            OPEN I-O REC-CTL.
            READ REC-CTL
               AT END CONTINUE
               NOT AT END
                  MOVE SPACES TO CTL-DATE
                  REWRITE REC-CTL-MSG
                  DISPLAY "PERDCHK: RECCTL DATE " Tonight " USED"
                     " AND CLEARED"
            END-READ.
            CLOSE REC-CTL.

         LOAD-CALENDAR.
            OPEN INPUT REC-CAL.
            MOVE SPACE TO LASTREC.
            PERFORM UNTIL LAST-REC
            READ REC-CAL
               AT END SET LAST-REC TO TRUE
               NOT AT END
                  IF CalUsed < 1500 THEN
                     ADD 1 TO CalUsed
                     MOVE CAL-DATE TO CalDate(CalUsed)
                  ELSE
                     ADD 1 TO CalLost
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE REC-CAL.

      *------ YEAR, MONTH, QUARTER, AND WEEK NUMBER OF KeyDate
         BREAK-DOWN-DATE.
            COMPUTE KeyQtr = (KeyMM + 2) / 3.
            MOVE KeyDateX TO SerDateX.
            PERFORM DATE-TO-SERIAL.
            COMPUTE KeyWeek = (SerialDays + 5) / 7.

      *------ THE PERIOD KEY OF KeyDate FOR THE PERIOD TYPE IN HAND;
      *------ TWO DATES ARE IN THE SAME PERIOD WHEN THE KEYS MATCH
         MAKE-PERIOD-KEY.
            PERFORM BREAK-DOWN-DATE.
            MOVE SPACES TO PeriodKey.
            IF BY-WEEK THEN
               MOVE KeyWeek TO PeriodKey(1:7)
            END-IF.
            IF BY-MONTH THEN
               MOVE KeyDateX(1:6) TO PeriodKey(1:6)
            END-IF.
            IF BY-QUARTER THEN
               MOVE KeyCCYY TO PeriodKey(1:4)
               MOVE KeyQtr  TO PeriodKey(5:1)
            END-IF.
            IF BY-YEAR THEN
               MOVE KeyCCYY TO PeriodKey(1:4)
            END-IF.

      *------ DOES THE PERIOD END TONIGHT, AND IF SO, WHICH
      *------ PROCESSING DAY OPENED IT (WALK BACK DOWN THE CALENDAR)
         TEST-PERIOD-END.
            MOVE "N" TO ENDS-SW.
            MOVE Tonight TO KeyDateX.
            PERFORM MAKE-PERIOD-KEY.
            MOVE PeriodKey TO TonKey.
            MOVE NextDate TO KeyDateX.
            PERFORM MAKE-PERIOD-KEY.
            MOVE PeriodKey TO NextKey.
            IF NextKey NOT = TonKey THEN
               SET PERIOD-ENDS TO TRUE
               MOVE Tonight TO FirstDate
               MOVE TodayX TO CX
               PERFORM UNTIL CX < 2
                  SUBTRACT 1 FROM CX
                  MOVE CalDate(CX) TO KeyDateX
                  PERFORM MAKE-PERIOD-KEY
                  IF PeriodKey = TonKey THEN
                     MOVE CalDate(CX) TO FirstDate
                  ELSE
                     MOVE 1 TO CX
                  END-IF
               END-PERFORM
            END-IF.

         CHECK-WEEK.
            MOVE "W" TO PeriodType.
            PERFORM TEST-PERIOD-END.
            IF PERIOD-ENDS THEN
               MOVE "WEEK" TO PeriodName
               MOVE "DUPDET" TO PeriodJobs
               PERFORM WRITE-TRIGGER
            END-IF.

         CHECK-MONTH.
            MOVE "M" TO PeriodType.
            PERFORM TEST-PERIOD-END.
            IF PERIOD-ENDS THEN
               MOVE "MONTH" TO PeriodName
               MOVE "MONTHEND" TO PeriodJobs
               PERFORM WRITE-TRIGGER
               PERFORM WRITE-MONTH-CARDS
            END-IF.

         CHECK-QUARTER.
            MOVE "Q" TO PeriodType.
            PERFORM TEST-PERIOD-END.
            IF PERIOD-ENDS THEN
               MOVE "QUARTER" TO PeriodName
               MOVE "SITESCRD XFERRPT OPRCERT" TO PeriodJobs
               PERFORM WRITE-TRIGGER
               PERFORM WRITE-QUARTER-CARDS
            END-IF.

      *------ THE MONTH AND QUARTER JOBS RIDE ON THEIR OWN TRIGGERS
      *------ THAT END WITH THE YEAR; THIS ONE RELEASES THE CLOSE
         CHECK-YEAR.
            MOVE "Y" TO PeriodType.
            PERFORM TEST-PERIOD-END.
            IF PERIOD-ENDS THEN
               MOVE "YEAR" TO PeriodName
               MOVE "YEAREND" TO PeriodJobs
               PERFORM WRITE-TRIGGER
               PERFORM WRITE-YEAR-CARD
            END-IF.

         WRITE-TRIGGER.
            ADD 1 TO Triggered.
            MOVE SPACES TO REC-TRIG-MSG.
            MOVE PeriodName TO TRG-PERIOD.
            MOVE FirstDate  TO TRG-FROM.
            MOVE Tonight    TO TRG-TO.
            MOVE PeriodJobs TO TRG-JOBS.
            MOVE RUN-STAMP  TO TRG-STAMP.
            WRITE REC-TRIG-MSG.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "  " PeriodName " " FirstDate " - " Tonight
               "  RELEASE: " PeriodJobs
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.

      *------ CHGBACK FROM/TO, TURNRPT THE MONTH, ANNIVRPT THE MONTH
      *------ AFTER (ITS MILESTONES IN COLS 7-16 ARE LEFT AS THEY ARE),
      *------ AND THE MONSUM/PLANRPT FROM/TO (PLANRPT'S MONTH-END
      *------ TOLERANCE IN COLS 17-19 IS LEFT AS IT IS)
         WRITE-MONTH-CARDS.
            MOVE SPACES TO CardWork.
            OPEN INPUT CARD-CHGB.
            READ CARD-CHGB INTO CardWork
               AT END MOVE SPACES TO CardWork
            END-READ.
            CLOSE CARD-CHGB.
            MOVE FirstDate TO CardWork(1:8).
            MOVE Tonight   TO CardWork(9:8).
            OPEN OUTPUT CARD-CHGB.
            WRITE CARD-CHGB-MSG FROM CardWork.
            CLOSE CARD-CHGB.
            MOVE "CHGBACK " TO PeriodName.
            PERFORM PRINT-CARD-LINE.
            MOVE SPACES TO CardWork.
            OPEN INPUT CARD-TURN.
            READ CARD-TURN INTO CardWork
               AT END MOVE SPACES TO CardWork
            END-READ.
            CLOSE CARD-TURN.
            MOVE Tonight(1:6) TO CardWork(1:6).
            OPEN OUTPUT CARD-TURN.
            WRITE CARD-TURN-MSG FROM CardWork.
            CLOSE CARD-TURN.
            MOVE "TURNRPT " TO PeriodName.
            PERFORM PRINT-CARD-LINE.
            MOVE Tonight(1:6) TO NextMonth.
            IF TonMM = 12 THEN
               ADD 89 TO NextMonth
            ELSE
               ADD 1 TO NextMonth
            END-IF.
            MOVE SPACES TO CardWork.
            OPEN INPUT CARD-ANNV.
            READ CARD-ANNV INTO CardWork
               AT END MOVE SPACES TO CardWork
            END-READ.
            CLOSE CARD-ANNV.
            MOVE NextMonth TO CardWork(1:6).
            OPEN OUTPUT CARD-ANNV.
            WRITE CARD-ANNV-MSG FROM CardWork.
            CLOSE CARD-ANNV.
            MOVE "ANNIVRPT" TO PeriodName.
            PERFORM PRINT-CARD-LINE.
            MOVE SPACES TO CardWork.
            OPEN INPUT CARD-MONS.
            READ CARD-MONS INTO CardWork
               AT END MOVE SPACES TO CardWork
            END-READ.
            CLOSE CARD-MONS.
            MOVE FirstDate TO CardWork(1:8).
            MOVE Tonight   TO CardWork(9:8).
            OPEN OUTPUT CARD-MONS.
            WRITE CARD-MONS-MSG FROM CardWork.
            CLOSE CARD-MONS.
            MOVE "MONSUM  " TO PeriodName.
            PERFORM PRINT-CARD-LINE.

      *------ SITESCRD COMPARES AGAINST THE QUARTER BEFORE: ITS FIRST
      *------ AND LAST PROCESSING DAYS ON THE CALENDAR, OR THE WHOLE
      *------ CALENDAR QUARTER WHEN THE CALENDAR DOES NOT REACH BACK.
      *------ XFERRPT SELECTS ON EFFECTIVE DATE, WHICH NEED NOT BE A
      *------ PROCESSING DAY, SO ITS CARD CARRIES THE WHOLE CALENDAR
      *------ QUARTER: THE 1ST OF ITS FIRST MONTH TO THE LAST DAY OF
      *------ ITS LAST MONTH
         WRITE-QUARTER-CARDS.
            IF TonQtr = 1 THEN
               COMPUTE PriCCYY = TonCCYY - 1
               MOVE 4 TO PriQtr
            ELSE
               MOVE TonCCYY TO PriCCYY
               COMPUTE PriQtr = TonQtr - 1
            END-IF.
            COMPUTE PriMonth = (PriQtr * 3) - 2.
            MOVE PriCCYY  TO PriFirst(1:4).
            MOVE PriMonth TO PriFirst(5:2).
            MOVE "01"     TO PriFirst(7:2).
            COMPUTE PriMonth = PriQtr * 3.
            MOVE PriCCYY  TO PriLast(1:4).
            MOVE PriMonth TO PriLast(5:2).
            MOVE "31"     TO PriLast(7:2).
            MOVE PriFirst TO PriLow.
            MOVE PriLast  TO PriHigh.
            MOVE "N" TO ENDS-SW.
            PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > TodayX
               IF CalDate(CX) NOT < PriLow AND
                     CalDate(CX) NOT > PriHigh THEN
                  IF NOT PERIOD-ENDS THEN
                     MOVE CalDate(CX) TO PriFirst
                     SET PERIOD-ENDS TO TRUE
                  END-IF
                  MOVE CalDate(CX) TO PriLast
               END-IF
            END-PERFORM.
            MOVE SPACES TO CardWork.
            OPEN INPUT CARD-SCRD.
            READ CARD-SCRD INTO CardWork
               AT END MOVE SPACES TO CardWork
            END-READ.
            CLOSE CARD-SCRD.
            MOVE FirstDate TO CW-CUR-FROM.
            MOVE Tonight   TO CW-CUR-TO.
            MOVE PriFirst  TO CW-PRI-FROM.
            MOVE PriLast   TO CW-PRI-TO.
            OPEN OUTPUT CARD-SCRD.
            WRITE CARD-SCRD-MSG FROM CardWork.
            CLOSE CARD-SCRD.
            MOVE "SITESCRD" TO PeriodName.
            PERFORM PRINT-CARD-LINE.
            MOVE SPACES TO CardWork.
            OPEN INPUT CARD-XFER.
            READ CARD-XFER INTO CardWork
               AT END MOVE SPACES TO CardWork
            END-READ.
            CLOSE CARD-XFER.
            COMPUTE QtrMonth = (TonQtr * 3) - 2.
            MOVE TonCCYY  TO CardWork(1:4).
            MOVE QtrMonth TO CardWork(5:2).
            MOVE "01"     TO CardWork(7:2).
            COMPUTE QtrMonth = TonQtr * 3.
            MOVE TonCCYY  TO CardWork(9:4).
            MOVE QtrMonth TO CardWork(13:2).
            IF QtrMonth = 6 OR QtrMonth = 9 THEN
               MOVE "30"  TO CardWork(15:2)
            ELSE
               MOVE "31"  TO CardWork(15:2)
            END-IF.
            OPEN OUTPUT CARD-XFER.
            WRITE CARD-XFER-MSG FROM CardWork.
            CLOSE CARD-XFER.
            MOVE "XFERRPT " TO PeriodName.
            PERFORM PRINT-CARD-LINE.

         WRITE-YEAR-CARD.
            MOVE SPACES TO CardWork.
            MOVE TonCCYY TO CardWork(1:4).
            OPEN OUTPUT CARD-YEND.
            WRITE CARD-YEND-MSG FROM CardWork.
            CLOSE CARD-YEND.
            MOVE "YEAREND " TO PeriodName.
            PERFORM PRINT-CARD-LINE.

         PRINT-CARD-LINE.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "      CARD WRITTEN FOR " PeriodName ": "
               CardWork(1:40)
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.

      *------ STANDARD CIVIL-DATE SERIAL: YEAR DAYS PLUS LEAP DAYS
      *------ PLUS THE CUMULATIVE MONTH TABLE, WITH JAN/FEB COUNTED
      *------ AGAINST THE PRIOR YEAR'S LEAP TOTAL
         DATE-TO-SERIAL.
            IF SerDateX IS NOT NUMERIC THEN
               MOVE ZERO TO SerDate
            END-IF.
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

         WRITE-ALERT.
            MOVE "PERDCHK " TO ALERT-PGM.
            MOVE CalUsed TO ALERT-READ.
            MOVE ZERO TO ALERT-REJ.
            ACCEPT ALERT-DATE FROM DATE YYYYMMDD.
            ACCEPT ALERT-TIME FROM TIME.
            OPEN EXTEND REC-ALERT.
            MOVE ALERT-REC TO REC-ALERT-MSG.
            WRITE REC-ALERT-MSG.
            CLOSE REC-ALERT.

         PRINT-PAGE-HEADER.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "PERDCHK - PERIOD-END CHECK FOR PROCESSING DAY "
               Tonight
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING PAGE.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "  RUN DATE: " RUN-CCYY "-" RUN-MM "-" RUN-DD
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
            MOVE SPACES TO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
