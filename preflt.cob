      *----------------------
      * PARAMETER-CARD PREFLIGHT, THE FIRST STEP OF DAILYRUN. EVERY
      * FIELD OF EVERY LIVE DAILYRUN PARM CARD IS REGISTERED ON
      * PROD.DAILY.PARMREG (LOADED AND AMENDED THROUGH PARMREG.JCL):
      * THE CARD DATASET, THE FIELD'S NAME, COLUMNS AND FORMAT,
      * WHETHER A BLANK IS ALLOWED (THE OWNING PROGRAM THEN APPLIES
      * ITS DEFAULT), THE NUMERIC RANGE OR ALLOWED CODES, AND ANY
      * CROSS-CHECK RULE. THIS STEP READS EACH CARD AS IT STANDS
      * TONIGHT AND CHECKS EVERY REGISTERED FIELD, SO A MIS-KEYED
      * CARD STOPS THE NIGHT BEFORE IT RUNS RATHER THAN SURFACING
      * AS A WRONG RESULT AFTERWARDS. THE CROSS-CHECK RULES ARE:
      *   CUTOFF - A HOUSEKEEPING CUTOFF MUST BE IN THE PAST AND
      *     MUST LEAVE AT LEAST FIVE PROCESSING DATES (FROM THE
      *     CALENDAR CALMNT MAINTAINS) ON THE LIVE FILES, THE
      *     HISTORY VOLGRD AVERAGES OVER.
      *   ARMED - A "Y" RESTART FLAG IS ONLY ACCEPTED WHEN CKPTCON
      *     ARMED IT: THE RECORD MUST CARRY THE ARMING OPERATOR
      *     (COLS 3-10) AND A DATE NOT LATER THAN TONIGHT
      *     (COLS 11-18). A HAND-KEYED "Y" FAILS.
      * THE CARD DATASETS ARE OPENED BY NAME THROUGH THE DYNAMIC
      * ASSIGN PATTERN (SAME AS HKVERIF), SO A NEWLY REGISTERED
      * CARD NEEDS NO JCL CHANGE AND A MISSING ONE COMES BACK AS
      * FILE STATUS 35. ONE PREFLIGHT PAGE LISTS EVERY FIELD; ANY
      * FAILURE WRITES A RECALERT RECORD AND ENDS RC 8 SO THE
      * COND=(7,GT) TESTS SKIP THE REST OF THE STREAM.
      *----------------------
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    PREFLT.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      *------ ONE RECORD PER REGISTERED CARD FIELD
            SELECT REC-REG  ASSIGN TO RECREG
            ORGANIZATION IS SEQUENTIAL.
      *------ THE CARD NAMED BY THE CURRENT REGISTRY RECORD
            SELECT REC-CARD ASSIGN TO DYNAMIC CARD-DSN
            ORGANIZATION IS SEQUENTIAL FILE STATUS IS FILE-FS.
      *------ PROCESSING CALENDAR (SEE CALMNT), ASCENDING DATES
            SELECT REC-CAL  ASSIGN TO RECCAL
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-RPT  ASSIGN TO RECRPT
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-ALERT ASSIGN TO RECALERT
            ORGANIZATION IS SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
         FD  REC-REG    RECORDING MODE F.
         01  REC-REG-MSG.
             05 REG-DSN         PIC X(30).
             05 REG-FIELD       PIC X(10).
             05 REG-START       PIC 9(02).
             05 REG-LEN         PIC 9(02).
      *------ NUM, DATE (CCYYMMDD), CODE, OR BLNK (MUST BE BLANK ON
      *------ THIS CARD - E.G. A MONTH-END-ONLY OPTION)
             05 REG-FORMAT      PIC X(04).
             05 REG-BLANK       PIC X(01).
             05 REG-MIN         PIC 9(07).
             05 REG-MAX         PIC 9(07).
      *------ CODE FORMAT: ONE-BYTE FIELD - ANY CHARACTER LISTED;
      *------ LONGER FIELD - EXACTLY THE VALUE LISTED
             05 REG-VALUES      PIC X(08).
             05 REG-RULE        PIC X(08).
             05 FILLER          PIC X(01).
         FD  REC-CARD   RECORDING MODE F.
         01  REC-CARD-MSG       PIC X(24).
         FD  REC-CAL    RECORDING MODE F.
         01  REC-CAL-MSG.
             05 CAL-DATE        PIC X(08).
             05 FILLER          PIC X(08).
         FD  REC-RPT    RECORDING MODE F.
         01  REC-RPT-MSG   PIC X(80).
         FD  REC-ALERT  RECORDING MODE F.
         01  REC-ALERT-MSG      PIC X(100).
        WORKING-STORAGE SECTION.
         01 FLAGS.
             05 REG-EOF-SW PIC X VALUE "N".
                88 REG-EOF  VALUE "Y".
             05 CAL-EOF-SW PIC X VALUE "N".
                88 CAL-EOF  VALUE "Y".
             05 TODAY-SW   PIC X VALUE "N".
                88 TODAY-ON-CAL VALUE "Y".
             05 HIT-SW     PIC X VALUE "N".
                88 CODE-HIT VALUE "Y".
         01 FILE-FS    PIC X(02).
         01 CARD-DSN   PIC X(44).
      *------ THE CARD IS KEPT HERE: THE RECORD AREA IS NOT
      *------ RELIABLE ONCE THE FILE IS CLOSED
         01 CardWork.
             05 CardArmedFlag PIC X(01).
             05 FILLER        PIC X(01).
             05 CardArmedBy   PIC X(08).
             05 CardArmedDate PIC X(08).
             05 FILLER        PIC X(06).
         01 FieldTxt   PIC X(10).
         01 Verdict    PIC X(25).
         01 EndCol     PIC 9(02).
         01 CX         PIC 9(02).
         01 DigitX     PIC X(01).
         01 DigitN REDEFINES DigitX PIC 9(01).
         01 NumWork    PIC 9(10).
         01 DATE-CHK.
             05 CHK-CCYY   PIC 9(04).
             05 CHK-MM     PIC 9(02).
             05 CHK-DD     PIC 9(02).
         01 DateChkX REDEFINES DATE-CHK PIC X(08).
         01 MonthDays  PIC X(24) VALUE "312831303130313130313031".
         01 MaxDay     PIC 9(02).
         01 LeapQ      PIC 9(04).
         01 LeapR      PIC 9(03).
      *------ VOLGRD AVERAGES ITS FIVE MOST RECENT RUNS
         01 RunsNeeded PIC 9(03) VALUE 5.
         01 CalFrom    PIC X(08).
         01 KeptRuns   PIC 9(03).
         01 CalRead    PIC 9(05) VALUE ZERO.
         01 FieldCnt   PIC 9(03) VALUE ZERO.
         01 BadCount   PIC 9(03) VALUE ZERO.
         01 RUN-STAMP.
             05 RUN-CCYY PIC 9(04).
             05 RUN-MM   PIC 9(02).
             05 RUN-DD   PIC 9(02).
         01 RunStampX REDEFINES RUN-STAMP PIC X(08).
         01 ALERT-REC.
             05 ALERT-SEV       PIC 9(01).
             05 ALERT-PGM       PIC X(08).
             05 ALERT-DATE      PIC 9(08).
             05 ALERT-TIME      PIC 9(08).
             05 ALERT-READ      PIC 9(07).
             05 ALERT-REJ       PIC 9(05).
             05 ALERT-TEXT      PIC X(60).
             05 FILLER          PIC X(03) VALUE SPACES.

        PROCEDURE DIVISION.
         MAIN-LINE.
            ACCEPT RUN-STAMP FROM DATE YYYYMMDD.
      *------ ONE PASS UP FRONT: IS TONIGHT A PROCESSING DATE AT ALL
            MOVE RunStampX TO CalFrom.
            PERFORM SCAN-CALENDAR.
            OPEN OUTPUT REC-RPT.
            PERFORM PRINT-PAGE-HEADER.
            OPEN INPUT REC-REG.
            PERFORM UNTIL REG-EOF
            READ REC-REG
               AT END SET REG-EOF TO TRUE
               NOT AT END
                  ADD 1 TO FieldCnt
                  PERFORM CHECK-ONE-FIELD
            END-READ
            END-PERFORM.
            CLOSE REC-REG.
      *------ AN EMPTY REGISTRY CHECKS NOTHING - THAT IS A FAILURE,
      *------ NOT A CLEAN BILL
            IF FieldCnt = 0 THEN
               ADD 1 TO BadCount
               MOVE SPACES TO REC-RPT-MSG
               STRING "  *** NO FIELDS REGISTERED ON RECREG"
                  DELIMITED BY SIZE INTO REC-RPT-MSG
               WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES
            END-IF.
            PERFORM PRINT-TRAILER-LINE.
            CLOSE REC-RPT.
            DISPLAY "PREFLT: " FieldCnt " FIELD(S) CHECKED, "
               BadCount " FAILED".
            IF BadCount > 0 THEN
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO ALERT-SEV
               MOVE SPACES TO ALERT-TEXT
               STRING "PARM CARD PREFLIGHT FAILED - NIGHT STOPPED, "
                  "SEE RECRPT"
                  DELIMITED BY SIZE INTO ALERT-TEXT
               PERFORM WRITE-ALERT
            END-IF.
            STOP RUN.

         WRITE-ALERT.
            MOVE "PREFLT  " TO ALERT-PGM.
            MOVE FieldCnt TO ALERT-READ.
            MOVE BadCount TO ALERT-REJ.
            ACCEPT ALERT-DATE FROM DATE YYYYMMDD.
            ACCEPT ALERT-TIME FROM TIME.
            OPEN EXTEND REC-ALERT.
            MOVE ALERT-REC TO REC-ALERT-MSG.
            WRITE REC-ALERT-MSG.
            CLOSE REC-ALERT.

      *------ COUNTS THE PROCESSING DATES FROM CalFrom UP TO (NOT
      *------ INCLUDING) TONIGHT, AND NOTES WHETHER TONIGHT IS ON
      *------ THE CALENDAR
         SCAN-CALENDAR.
            MOVE ZERO TO KeptRuns CalRead.
            MOVE "N" TO TODAY-SW.
            MOVE "N" TO CAL-EOF-SW.
            OPEN INPUT REC-CAL.
            PERFORM UNTIL CAL-EOF
            READ REC-CAL
               AT END SET CAL-EOF TO TRUE
               NOT AT END
                  ADD 1 TO CalRead
                  IF CAL-DATE = RunStampX THEN
                     MOVE "Y" TO TODAY-SW
                  END-IF
                  IF CAL-DATE NOT < CalFrom AND
                     CAL-DATE < RunStampX AND KeptRuns < 999 THEN
                     ADD 1 TO KeptRuns
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE REC-CAL.

      *------ FETCH THE REGISTERED CARD, CUT OUT THE FIELD, JUDGE
      *------ IT, AND PRINT ONE LINE FOR IT
         CHECK-ONE-FIELD.
            MOVE SPACES TO Verdict FieldTxt CardWork.
            MOVE ZERO TO EndCol.
            IF REG-START IS NOT NUMERIC OR REG-LEN IS NOT NUMERIC
               OR REG-START = 0 OR REG-LEN = 0 OR REG-LEN > 10 THEN
               MOVE "FAIL - BAD REGISTRY ROW" TO Verdict
            ELSE
               COMPUTE EndCol = REG-START + REG-LEN - 1
               IF EndCol > 24 THEN
                  MOVE "FAIL - BAD REGISTRY ROW" TO Verdict
               END-IF
            END-IF.
            IF Verdict = SPACES THEN
               PERFORM READ-REGISTERED-CARD
            END-IF.
            IF Verdict = SPACES THEN
               MOVE CardWork(REG-START:REG-LEN) TO FieldTxt
               PERFORM JUDGE-FIELD
            END-IF.
            IF Verdict(1:4) = "FAIL" THEN
               ADD 1 TO BadCount
            END-IF.
            PERFORM PRINT-FIELD-LINE.

      *------ AN EMPTY CARD DATASET READS AS A BLANK CARD - EVERY
      *------ OWNING PROGRAM TREATS IT THAT WAY
         READ-REGISTERED-CARD.
            MOVE REG-DSN TO CARD-DSN.
            OPEN INPUT REC-CARD.
            IF FILE-FS = "35" THEN
               MOVE "FAIL - CARD MISSING" TO Verdict
            ELSE
               IF FILE-FS NOT = "00" THEN
                  STRING "FAIL - CARD STATUS " FILE-FS
                     DELIMITED BY SIZE INTO Verdict
               ELSE
                  READ REC-CARD
                     AT END MOVE SPACES TO REC-CARD-MSG
                  END-READ
                  MOVE REC-CARD-MSG TO CardWork
                  CLOSE REC-CARD
               END-IF
            END-IF.

         JUDGE-FIELD.
            IF FieldTxt = SPACES THEN
               IF REG-BLANK = "Y" THEN
                  MOVE "OK - DEFAULT APPLIES" TO Verdict
               ELSE
                  MOVE "FAIL - BLANK" TO Verdict
               END-IF
            ELSE
               EVALUATE REG-FORMAT
                  WHEN "NUM " PERFORM JUDGE-NUMERIC
                  WHEN "DATE" PERFORM JUDGE-DATE
                  WHEN "CODE" PERFORM JUDGE-CODE
                  WHEN "BLNK" MOVE "FAIL - MUST BE BLANK" TO Verdict
                  WHEN OTHER
                     MOVE "FAIL - BAD REGISTRY ROW" TO Verdict
               END-EVALUATE
            END-IF.
            IF Verdict = SPACES THEN
               EVALUATE REG-RULE
                  WHEN "CUTOFF  " PERFORM RULE-CUTOFF
                  WHEN "ARMED   " PERFORM RULE-ARMED
                  WHEN SPACES CONTINUE
                  WHEN OTHER
                     MOVE "FAIL - BAD REGISTRY ROW" TO Verdict
               END-EVALUATE
            END-IF.
            IF Verdict = SPACES THEN
               MOVE "OK" TO Verdict
            END-IF.

         JUDGE-NUMERIC.
            IF FieldTxt(1:REG-LEN) IS NOT NUMERIC THEN
               MOVE "FAIL - NOT NUMERIC" TO Verdict
            ELSE
               MOVE ZERO TO NumWork
               PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > REG-LEN
                  MOVE FieldTxt(CX:1) TO DigitX
                  COMPUTE NumWork = NumWork * 10 + DigitN
               END-PERFORM
               IF NumWork < REG-MIN OR NumWork > REG-MAX THEN
                  MOVE "FAIL - OUT OF RANGE" TO Verdict
               END-IF
            END-IF.

         JUDGE-DATE.
            IF REG-LEN NOT = 8 THEN
               MOVE "FAIL - BAD REGISTRY ROW" TO Verdict
            ELSE
               IF FieldTxt(1:8) IS NOT NUMERIC THEN
                  MOVE "FAIL - NOT A DATE" TO Verdict
               ELSE
                  MOVE FieldTxt(1:8) TO DateChkX
                  PERFORM CHECK-CALENDAR-DATE
               END-IF
            END-IF.

         CHECK-CALENDAR-DATE.
            IF CHK-MM < 1 OR CHK-MM > 12 OR CHK-DD < 1 THEN
               MOVE "FAIL - NOT A DATE" TO Verdict
            ELSE
               MOVE MonthDays(CHK-MM * 2 - 1:2) TO MaxDay
               IF CHK-MM = 2 THEN
                  DIVIDE CHK-CCYY BY 4 GIVING LeapQ REMAINDER LeapR
                  IF LeapR = 0 THEN
                     MOVE 29 TO MaxDay
                     DIVIDE CHK-CCYY BY 100 GIVING LeapQ
                        REMAINDER LeapR
                     IF LeapR = 0 THEN
                        DIVIDE CHK-CCYY BY 400 GIVING LeapQ
                           REMAINDER LeapR
                        IF LeapR NOT = 0 THEN
                           MOVE 28 TO MaxDay
                        END-IF
                     END-IF
                  END-IF
               END-IF
               IF CHK-DD > MaxDay THEN
                  MOVE "FAIL - NOT A DATE" TO Verdict
               END-IF
            END-IF.

         JUDGE-CODE.
            MOVE "N" TO HIT-SW.
            IF REG-LEN = 1 THEN
               PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > 8
                  IF REG-VALUES(CX:1) NOT = SPACE AND
                     REG-VALUES(CX:1) = FieldTxt(1:1) THEN
                     MOVE "Y" TO HIT-SW
                  END-IF
               END-PERFORM
            ELSE
               IF REG-LEN NOT > 8 THEN
                  IF FieldTxt(1:REG-LEN) = REG-VALUES(1:REG-LEN) THEN
                     MOVE "Y" TO HIT-SW
                  END-IF
               END-IF
            END-IF.
            IF NOT CODE-HIT THEN
               MOVE "FAIL - NOT ALLOWED" TO Verdict
            END-IF.

      *------ RECORDS DATED ON OR AFTER THE CUTOFF STAY ON THE LIVE
      *------ FILES; COUNT THE PROCESSING DATES THAT LEAVES BEHIND
         RULE-CUTOFF.
            IF DateChkX NOT < RunStampX THEN
               MOVE "FAIL - NOT IN THE PAST" TO Verdict
            ELSE
               MOVE DateChkX TO CalFrom
               PERFORM SCAN-CALENDAR
               IF CalRead = 0 THEN
                  MOVE "FAIL - NO CALENDAR" TO Verdict
               ELSE
                  IF KeptRuns < RunsNeeded THEN
                     STRING "FAIL - LEAVES " KeptRuns " RUNS"
                        DELIMITED BY SIZE INTO Verdict
                  ELSE
                     STRING "OK - LEAVES " KeptRuns " RUNS"
                        DELIMITED BY SIZE INTO Verdict
                  END-IF
               END-IF
            END-IF.

      *------ ONLY A "Y" NEEDS THE CKPTCON STAMP; AN "N" IS ALWAYS
      *------ SAFE
         RULE-ARMED.
            IF FieldTxt(1:1) = "Y" THEN
               IF CardArmedBy = SPACES OR
                  CardArmedDate IS NOT NUMERIC OR
                  CardArmedDate > RunStampX THEN
                  MOVE "FAIL - NOT CKPTCON-ARMED" TO Verdict
               ELSE
                  STRING "OK - ARMED BY " CardArmedBy
                     DELIMITED BY SIZE INTO Verdict
               END-IF
            END-IF.

         PRINT-FIELD-LINE.
            MOVE SPACES TO REC-RPT-MSG.
            STRING " " REG-DSN(1:25) " " REG-FIELD " " REG-START
               "-" EndCol " " FieldTxt " " Verdict
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.

         PRINT-TRAILER-LINE.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "FIELDS CHECKED: " FieldCnt "   FAILED: " BadCount
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.
            MOVE SPACES TO REC-RPT-MSG.
            IF BadCount > 0 THEN
               STRING "*** PREFLIGHT FAILED - CORRECT THE CARD(S) "
                  "ABOVE AND RESUBMIT DAILYRUN"
                  DELIMITED BY SIZE INTO REC-RPT-MSG
            ELSE
               STRING "PREFLIGHT CLEAN - STREAM RELEASED"
                  DELIMITED BY SIZE INTO REC-RPT-MSG
            END-IF.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.

         PRINT-PAGE-HEADER.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "PREFLT - DAILYRUN PARAMETER-CARD PREFLIGHT"
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING PAGE.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "  RUN DATE: " RUN-CCYY "-" RUN-MM "-" RUN-DD
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
            MOVE SPACES TO REC-RPT-MSG.
            IF TODAY-ON-CAL THEN
               STRING "  RUN DATE IS A SCHEDULED PROCESSING DATE"
                  DELIMITED BY SIZE INTO REC-RPT-MSG
            ELSE
               STRING "  NOTE: RUN DATE IS NOT ON THE PROCESSING "
                  "CALENDAR (OFF-SCHEDULE RUN)"
                  DELIMITED BY SIZE INTO REC-RPT-MSG
            END-IF.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
            MOVE SPACES TO REC-RPT-MSG.
            STRING " CARD DATASET              FIELD      COLS  "
               "VALUE      RESULT"
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.
