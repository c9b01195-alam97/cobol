      * A TRANSACTION IS RELEASED AND APPLIED THE NIGHT ITS DATE
      * ARRIVES. THE PENDING REPORT SHOWS WHAT WAS RELEASED TONIGHT
      * AND WHAT IS STILL WAITING.
      *
      * BYTES 90-97 NAME WHO ENTERED THE TRANSACTION - THE
      * OPERATOR SIGNED ON TO THE ROSTENT ENTRY SCREEN, OR THE
      * GENERATING PROGRAM (PAYTERM) FOR A FED TRANSACTION - AND
      * RIDE ALONG ONTO THE PENDING FILE WITH THE REST OF IT. THE
      * 89-BYTE FILES FROM BEFORE THE OPERATOR WAS CARRIED ARE
      * CONVERTED ONCE BY TRANCNV BEFORE THIS VERSION FIRST RUNS.
      *
      * EACH AUDIT RECORD ALSO CARRIES THE EFFECTIVE DATE THE
      * TRANSACTION WAS APPLIED UNDER (THE RUN DATE WHEN IT HAD
      * NONE), SO A BACKDATED PAYROLL TERMINATION GOES OUT ON THE
      * CHGFEED CHANGE FEEDS WITH ITS REAL DATE.
      *
      * AN ADD OR CHANGE WHOSE ID FAILS THE MODULUS 11 CHECK DIGIT
      * (SEE IDISSUE) IS REJECTED UNLESS THE ID IS A PRE-SCHEME ONE
      * STILL GRANDFATHERED ON RECIDGF. A DELETE IS NOT HELD TO THE
      * CHECK, SO A REISSUED ID CAN STILL BE TAKEN OFF THE MASTER.
      *----------------------
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    ROSTMST.
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-EXCPT ASSIGN TO RECEXCPT
            ORGANIZATION IS SEQUENTIAL.
      *------ PRE-SCHEME IDS EXEMPT FROM THE CHECK-DIGIT EDIT UNTIL
      *------ REISSUED (SEE IDGRAND AND IDISSUE)
            SELECT REC-IDGF ASSIGN TO RECIDGF
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS GF-ID.
      *------ STANDARDIZED OPERATOR ALERT, APPENDED TO THE SHARED
      *------ PROD.DAILY.ALERTS DATASET ON EVERY RC 4/8 CONDITION
            SELECT REC-ALERT ASSIGN TO RECALERT
      *------ EFFECTIVE DATE (YYYYMMDD): BLANK OR NON-NUMERIC MEANS
      *------ APPLY TONIGHT, A FUTURE DATE PARKS THE TRANSACTION
             05  TRN-EFFDATE    PIC X(08).
      *------ OPERATOR (OR GENERATING PROGRAM) THAT ENTERED IT
             05  TRN-OPER       PIC X(08).
      *------ PARKED TRANSACTIONS, SAME 97-BYTE TRANSACTION LAYOUT
         FD  REC-PENDI  RECORDING MODE F.
         01  REC-PENDI-MSG      PIC X(97).
         FD  REC-PENDO  RECORDING MODE F.
         01  REC-PENDO-MSG      PIC X(97).
         FD  REC-RPT    RECORDING MODE F.
         01  REC-RPT-MSG   PIC X(80).
      *------ ONE AUDIT RECORD PER APPLIED TRANSACTION: WHAT THE
             05  AUD-RUNDATE    PIC X(08).
             05  AUD-BEFORE     PIC X(80).
             05  AUD-AFTER      PIC X(80).
      *------ THE TRANSACTION'S EFFECTIVE DATE, OR THE RUN DATE
      *------ WHEN IT CARRIED NONE (SEE CHGFEED)
             05  AUD-EFFDATE    PIC X(08).
      *------ THE TRANSACTION'S OPERATOR, OR THE PROGRAM THAT
      *------ GENERATED IT (PAYTERM FOR A PAYROLL TERMINATION)
             05  AUD-OPER       PIC X(08).
         FD  REC-ROSTR  RECORDING MODE F.
         01  REC-ROSTR-MSG      PIC X(80).
      *------ SHARED REJECTS FORMAT: PROGRAM NAME, REASON, AND THE
             05  REC-EXCPT-SEQ     PIC 9(05).
      *------ STANDARD REASON CODE (SEE THE RECRSN REFERENCE FILE)
             05  REC-EXCPT-CODE    PIC X(04).
         FD  REC-IDGF.
         01  REC-IDGF-MSG.
             05  GF-ID          PIC X(08).
             05  GF-STATUS      PIC X(01).
                 88  GF-GRANDFATHERED VALUE "G".
             05  GF-NEWID       PIC X(08).
             05  GF-LISTDATE    PIC X(08).
             05  GF-REISSDATE   PIC X(08).
             05  FILLER         PIC X(07).
         FD  REC-ALERT  RECORDING MODE F.
         01  REC-ALERT-MSG      PIC X(100).
        WORKING-STORAGE SECTION.
                88 FROM-PENDING VALUE "Y".
             05 MST-EOF-SW  PIC X VALUE "N".
                88 MST-EOF   VALUE "Y".
             05 CKD-SW      PIC X.
                88 CHECK-DIGIT-OK VALUE "Y".
         01 TranCount  PIC 9(07) VALUE ZERO.
         01 PendInCnt  PIC 9(07) VALUE ZERO.
         01 RelCount   PIC 9(07) VALUE ZERO.
      *------ DIGITS ON THE ADD, SAME AS TRLGEN
         01 ExtrHash   PIC 9(10) VALUE ZERO.
         01 IdWk       PIC 9(08).
      *------ CHECK-DIGIT WORK AREA: THE ID AS EIGHT SINGLE DIGITS
         01 ChkId      PIC X(08).
         01 ChkIdDigits REDEFINES ChkId.
             05 ChkDig  PIC 9(01) OCCURS 8 TIMES.
         01 ChkSum     PIC 9(04).
         01 ChkQuot    PIC 9(04).
         01 ChkRem     PIC 9(02).
         01 ChkCalc    PIC 9(02).
      *------ RETURN-CODE CONVENTION: 0 NORMAL, 4 WARNING (RECORDS
      *------ WERE REJECTED), 8 ERROR (SAME CONVENTION USED BY
      *------ FILER, CNTGEN, TABL, EXERC)
            OPEN OUTPUT REC-EXCPT.
            OPEN OUTPUT REC-PENDO.
            OPEN OUTPUT REC-RPT.
            OPEN INPUT REC-IDGF.
            PERFORM PRINT-PAGE-HEADER.
      *------ LAST NIGHT'S PARKED TRANSACTIONS GO THROUGH THE SAME
      *------ EFFECTIVE-DATE GATE FIRST, SO ONE WHOSE DATE HAS
            CLOSE REC-AUDIT.
            CLOSE REC-EXCPT.
            CLOSE REC-PENDO.
            CLOSE REC-IDGF.
            PERFORM PRINT-PENDING-TOTALS.
            CLOSE REC-RPT.
            PERFORM CUT-EXTRACT.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.

         APPLY-ONE-TRAN.
            MOVE "Y" TO CKD-SW.
            IF TRN-ADD OR TRN-CHANGE THEN
               MOVE TRN-ID TO ChkId
               PERFORM CHECK-ID-DIGIT
            END-IF.
            IF NOT CHECK-DIGIT-OK THEN
               MOVE "ID CHECK DIGIT FAILED" TO REC-EXCPT-RSN
               MOVE "IDCD" TO REC-EXCPT-CODE
               PERFORM WRITE-EXCEPTION
            ELSE
            IF TRN-ADD THEN
               PERFORM APPLY-ADD
            ELSE
                     PERFORM WRITE-EXCEPTION
                  END-IF
               END-IF
            END-IF
            END-IF.

      *------ MODULUS 11 ON POSITIONS 1-7, WEIGHTED 8 DOWN TO 2; THE
      *------ CHECK DIGIT IS 11 LESS THE REMAINDER (11 GIVES 0, AND
      *------ 10 IS NEVER ISSUED, SO NO ID CAN VERIFY WITH IT). AN ID
      *------ THAT FAILS STILL PASSES WHILE GRANDFATHERED ON RECIDGF
         CHECK-ID-DIGIT.
            MOVE "N" TO CKD-SW.
            IF ChkId IS NUMERIC THEN
               COMPUTE ChkSum = ChkDig (1) * 8 + ChkDig (2) * 7
                  + ChkDig (3) * 6 + ChkDig (4) * 5 + ChkDig (5) * 4
                  + ChkDig (6) * 3 + ChkDig (7) * 2
               DIVIDE ChkSum BY 11 GIVING ChkQuot REMAINDER ChkRem
               COMPUTE ChkCalc = 11 - ChkRem
               IF ChkCalc = 11 THEN
                  MOVE ZERO TO ChkCalc
               END-IF
               IF ChkCalc = ChkDig (8) THEN
                  MOVE "Y" TO CKD-SW
               END-IF
            END-IF.
            IF NOT CHECK-DIGIT-OK THEN
               MOVE ChkId TO GF-ID
               READ REC-IDGF
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                     IF GF-GRANDFATHERED THEN
                        MOVE "Y" TO CKD-SW
                     END-IF
               END-READ
            END-IF.

         APPLY-ADD.
            MOVE TRN-ACTION TO AUD-ACTION.
            MOVE TRN-ID     TO AUD-ID.
            MOVE RUN-STAMP  TO AUD-RUNDATE.
            MOVE TRN-OPER   TO AUD-OPER.
            IF TRN-EFFDATE IS NUMERIC THEN
               MOVE TRN-EFFDATE TO AUD-EFFDATE
            ELSE
               MOVE RUN-STAMP TO AUD-EFFDATE
            END-IF.
            WRITE REC-AUDIT-MSG.

         WRITE-EXCEPTION.
