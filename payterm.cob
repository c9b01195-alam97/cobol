      * FILE AND APPLIES THE NIGHT IT ARRIVES. NOBODY RE-KEYS THE
      * DELETES, AND THE MATCH REPORT NAMES EVERY PAYROLL RECORD
      * WITH NO MASTER MATCH FOR A HUMAN LOOK.
      *
      * THE DELETES GO ON RECTRAN AS THEIR OWN SELF-BALANCED BATCH
      * (SEE ROSTPRF): THE MATCH PASS COUNTS AND HASHES THEM, THE
      * BATCH HEADER IS WRITTEN WITH THOSE TOTALS AND PAYTERM AS
      * KEYER, AND A SECOND PASS OVER THE PAYROLL FILE WRITES THE
      * DELETES BEHIND IT.
      *
      * A PAYROLL ID THAT FAILS THE MODULUS 11 CHECK DIGIT (SEE
      * IDISSUE), AND IS NOT A PRE-SCHEME ID STILL GRANDFATHERED ON
      * RECIDGF, IS NEVER MATCHED - IT IS A KEYING ERROR ON THE
      * PAYROLL SIDE, NOT AN EMPLOYEE. IT IS REJECTED TO THE SHARED
      * REJECTS FILE UNDER THE STANDARD REASON CODE IDCD, AS ROSTED
      * AND ROSTMST REJECT IT, AND COUNTED APART FROM A NON-NUMERIC
      * PAYROLL ID.
      *----------------------
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    PAYTERM.
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS MST-ID.
      *------ THE SAME 97-BYTE TRANSACTION LAYOUT ROSTMST READS,
      *------ OPENED EXTEND SO HAND-KEYED CARDS AND THIS FEED SHARE
      *------ ONE TRANSACTION FILE
            SELECT REC-TRAN ASSIGN TO RECTRAN
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-RPT ASSIGN TO RECRPT
            ORGANIZATION IS SEQUENTIAL.
      *------ PRE-SCHEME IDS EXEMPT FROM THE CHECK-DIGIT EDIT UNTIL
      *------ REISSUED (SEE IDGRAND AND IDISSUE)
            SELECT REC-IDGF ASSIGN TO RECIDGF
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS GF-ID.
      *------ SHARED REJECTS FILE, APPENDED (SEE INXLOAD)
            SELECT REC-EXCPT ASSIGN TO RECEXCPT
            ORGANIZATION IS SEQUENTIAL.
      *------ STANDARDIZED OPERATOR ALERT, APPENDED TO THE SHARED
      *------ PROD.DAILY.ALERTS DATASET ON EVERY RC 4/8 CONDITION
            SELECT REC-ALERT ASSIGN TO RECALERT
             05  TRN-ACTION     PIC X(01).
             05  TRN-DATA       PIC X(80).
             05  TRN-EFFDATE    PIC X(08).
             05  TRN-OPER       PIC X(08).
         01  BAT-HEADER-MSG.
             05  BAT-ACTION     PIC X(01).
             05  BAT-NUMBER     PIC X(08).
             05  BAT-KEYER      PIC X(08).
             05  BAT-ADDS       PIC 9(05).
             05  BAT-CHGS       PIC 9(05).
             05  BAT-DELS       PIC 9(05).
             05  BAT-HASH       PIC 9(10).
             05  FILLER         PIC X(55).
         FD  REC-IDGF.
         01  REC-IDGF-MSG.
             05  GF-ID          PIC X(08).
             05  GF-STATUS      PIC X(01).
                 88  GF-GRANDFATHERED VALUE "G".
             05  GF-NEWID       PIC X(08).
             05  GF-LISTDATE    PIC X(08).
             05  GF-REISSDATE   PIC X(08).
             05  FILLER         PIC X(07).
      *------ SHARED REJECTS FORMAT (SEE ROSTED). THE IMAGE IS
      *------ BUILT IN ROSTER POSITIONS - THE PAYROLL ID IN 11-18 AND
      *------ THE PAYROLL NAME IN THE SURNAME COLUMNS 41-60 - SO THE
      *------ REJECTS READERS FIND THE ID WHERE THEY LOOK FOR IT
         FD  REC-EXCPT  RECORDING MODE F.
         01  REC-EXCPT-MSG.
             05  REC-EXCPT-PGM  PIC X(08).
             05  REC-EXCPT-RSN  PIC X(30).
             05  REC-EXCPT-DATA PIC X(80).
             05  REC-EXCPT-RUNDATE PIC X(08).
             05  REC-EXCPT-SEQ     PIC 9(05).
             05  REC-EXCPT-CODE    PIC X(04).
         FD  REC-RPT    RECORDING MODE F.
         01  REC-RPT-MSG   PIC X(80).
         FD  REC-ALERT  RECORDING MODE F.
         01 FLAGS.
             05 LASTREC PIC X VALUE SPACE.
                88 LAST-REC  VALUE "N".
             05 CKD-SW  PIC X.
                88 CHECK-DIGIT-OK VALUE "Y".
         01 PayCount  PIC 9(07) VALUE ZERO.
         01 AppCount  PIC 9(07) VALUE ZERO.
         01 UnmCount  PIC 9(07) VALUE ZERO.
         01 BadCount  PIC 9(07) VALUE ZERO.
         01 CkdCount  PIC 9(07) VALUE ZERO.
         01 DelHash   PIC 9(10) VALUE ZERO.
         01 IdWk      PIC 9(08).
      *------ CHECK-DIGIT WORK AREA: THE ID AS EIGHT SINGLE DIGITS
         01 ChkId      PIC X(08).
         01 ChkIdDigits REDEFINES ChkId.
             05 ChkDig  PIC 9(01) OCCURS 8 TIMES.
         01 ChkSum     PIC 9(04).
         01 ChkQuot    PIC 9(04).
         01 ChkRem     PIC 9(02).
         01 ChkCalc    PIC 9(02).
         01 RUN-STAMP.
             05 RUN-CCYY PIC 9(04).
             05 RUN-MM   PIC 9(02).
            ACCEPT RUN-STAMP FROM DATE YYYYMMDD.
            OPEN INPUT REC-PAYT.
            OPEN INPUT REC-MST.
            OPEN INPUT REC-IDGF.
            OPEN EXTEND REC-EXCPT.
            OPEN OUTPUT REC-RPT.
            PERFORM PRINT-PAGE-HEADER.
            PERFORM UNTIL LAST-REC
            END-READ
            END-PERFORM.
            CLOSE REC-PAYT.
            CLOSE REC-EXCPT.
            PERFORM PRINT-TOTALS.
            CLOSE REC-RPT.
            IF AppCount > 0 THEN
               PERFORM WRITE-DELETE-BATCH
            END-IF.
            CLOSE REC-MST.
            CLOSE REC-IDGF.
            DISPLAY "PAYTERM: " PayCount " TERMINATION(S) READ, "
               AppCount " TRANSACTION(S) GENERATED, " UnmCount
               " UNMATCHED, " BadCount " BAD RECORD(S), " CkdCount
               " CHECK DIGIT REJECT(S)".
            IF UnmCount > 0 OR BadCount > 0 OR CkdCount > 0 THEN
               MOVE 4 TO RETURN-CODE
               MOVE 4 TO ALERT-SEV
               MOVE SPACES TO ALERT-TEXT
         WRITE-ALERT.
            MOVE "PAYTERM " TO ALERT-PGM.
            MOVE PayCount TO ALERT-READ.
            COMPUTE ALERT-REJ = UnmCount + BadCount + CkdCount.
            ACCEPT ALERT-DATE FROM DATE YYYYMMDD.
            ACCEPT ALERT-TIME FROM TIME.
            OPEN EXTEND REC-ALERT.
            MOVE PAY-ID       TO TL-ID.
            MOVE PAY-NAME     TO TL-NAME.
            MOVE PAY-TERMDATE TO TL-TERMDATE.
            MOVE PAY-ID TO ChkId.
            PERFORM CHECK-ID-DIGIT.
            IF PAY-ID IS NOT NUMERIC THEN
               ADD 1 TO BadCount
               MOVE "*** BAD ID ON PAYROLL RECORD" TO TL-STATUS
            ELSE IF NOT CHECK-DIGIT-OK THEN
               ADD 1 TO CkdCount
               MOVE "*** IDCD ID CHECK DIGIT FAILED" TO TL-STATUS
               PERFORM WRITE-EXCEPTION
            ELSE
               MOVE PAY-ID TO MST-ID
               READ REC-MST
                     ADD 1 TO UnmCount
                     MOVE "*** NOT ON MASTER" TO TL-STATUS
                  NOT INVALID KEY
                     ADD 1 TO AppCount
                     MOVE PAY-ID TO IdWk
                     ADD IdWk TO DelHash
                     MOVE "DELETE GENERATED" TO TL-STATUS
               END-READ
            END-IF
            END-IF.
            MOVE MATCH-LINE TO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.

      *------ THE HEADER DECLARES EXACTLY THE DELETES THE MATCH PASS
      *------ FOUND; THE BATCH NUMBER IS "PT" AND THE RUN DATE
      *------ (YYMMDD), ONE BATCH PER NIGHT. THE SECOND PASS APPLIES
      *------ THE SAME ID TESTS AS THE MATCH PASS SO THE DELETES
      *------ WRITTEN AGREE WITH THE HEADER
         WRITE-DELETE-BATCH.
            OPEN EXTEND REC-TRAN.
            MOVE SPACES     TO BAT-HEADER-MSG.
            MOVE "H"        TO BAT-ACTION.
            MOVE "PT"       TO BAT-NUMBER(1:2).
            MOVE RUN-STAMP(3:6) TO BAT-NUMBER(3:6).
            MOVE "PAYTERM " TO BAT-KEYER.
            MOVE ZERO       TO BAT-ADDS BAT-CHGS.
            MOVE AppCount   TO BAT-DELS.
            MOVE DelHash    TO BAT-HASH.
            WRITE BAT-HEADER-MSG.
            MOVE SPACE TO LASTREC.
            OPEN INPUT REC-PAYT.
            PERFORM UNTIL LAST-REC
            READ REC-PAYT
               AT END SET LAST-REC TO TRUE
               NOT AT END
                  MOVE PAY-ID TO ChkId
                  PERFORM CHECK-ID-DIGIT
                  IF PAY-ID IS NUMERIC AND CHECK-DIGIT-OK THEN
                     MOVE PAY-ID TO MST-ID
      *------ AN ID NOT ON THE MASTER WAS ALREADY REPORTED
      *------ UNMATCHED BY THE MATCH PASS
                     READ REC-MST
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                           PERFORM GENERATE-DELETE-TRAN
                     END-READ
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE REC-PAYT.
            CLOSE REC-TRAN.

      *------ THE DELETE CARRIES THE MASTER'S OWN IMAGE (ROSTMST
      *------ ONLY NEEDS THE ID COLUMNS) AND THE PAYROLL DATE AS
      *------ ITS EFFECTIVE DATE - A FUTURE TERMINATION PARKS ON
            ELSE
               MOVE SPACES TO TRN-EFFDATE
            END-IF.
            MOVE "PAYTERM " TO TRN-OPER.
            WRITE REC-TRAN-MSG.

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

         WRITE-EXCEPTION.
            MOVE SPACES TO REC-EXCPT-MSG.
            MOVE "PAYTERM" TO REC-EXCPT-PGM.
            MOVE "ID CHECK DIGIT FAILED" TO REC-EXCPT-RSN.
            MOVE PAY-ID   TO REC-EXCPT-DATA(11:8).
            MOVE PAY-NAME TO REC-EXCPT-DATA(41:20).
            MOVE RUN-STAMP TO REC-EXCPT-RUNDATE.
            MOVE CkdCount TO REC-EXCPT-SEQ.
            MOVE "IDCD" TO REC-EXCPT-CODE.
            WRITE REC-EXCPT-MSG.

         PRINT-TOTALS.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "READ: " PayCount "   GENERATED: " AppCount
               "   UNMATCHED: " UnmCount "   BAD: " BadCount
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "CHECK DIGIT REJECTS (IDCD, SEE RECEXCPT): "
               CkdCount
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.

         PRINT-PAGE-HEADER.
            MOVE SPACES TO REC-RPT-MSG.
