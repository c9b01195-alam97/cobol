      *----------------------
      * ONE-TIME GRANDFATHER LISTING FOR THE CHECK-DIGIT ID SCHEME:
      * SWEEPS THE ROSTMST MASTER AND, FOR EVERY ID WHOSE POSITION-8
      * CHECK DIGIT DOES NOT VERIFY (SEE IDISSUE FOR THE MODULUS 11
      * RULE), WRITES A GRANDFATHER RECORD (STATUS G) TO THE RECIDGF
      * KSDS AND A LINE TO THE LISTING. A GRANDFATHERED ID KEEPS
      * PASSING THE ROSTED, ROSTMST, ROSTENT, AND PAYTERM EDITS
      * UNTIL IDISSUE REISSUES IT (STATUS R). A PRE-SCHEME ID THAT
      * HAPPENS TO VERIFY NEEDS NO ENTRY AND IS ONLY COUNTED. THE
      * RECIDGF CLUSTER IS DEFINED EMPTY BY THE IDCAMS STEP AHEAD OF
      * THIS ONE; RUN ONCE, BEFORE THE FIRST NIGHT WITH THE EDITS.
      *
      * A PRE-SCHEME ID CAN ALSO BE WAITING TO REACH THE MASTER: AN
      * ADD PARKED ON THE ROSTMST PENDING FILE (RECPENDI) WITH A
      * FUTURE EFFECTIVE DATE, OR ONE ALREADY QUEUED ON ROSTTRAN
      * (RECTRAN). A SECOND PASS GRANDFATHERS EVERY NUMERIC ADD ID ON
      * THOSE TWO FILES, WHETHER OR NOT IT VERIFIES - ONE THAT
      * VERIFIES IS THEN ALSO KEPT FROM BEING ISSUED A SECOND TIME,
      * SINCE IDISSUE CHECKS ONLY THE MASTER AND THIS FILE. AN ID
      * ALREADY ON THE FILE IS ALREADY COVERED AND IS ONLY COUNTED.
      *----------------------
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    IDGRAND.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT REC-MST ASSIGN TO RECMST
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS MST-ID.
            SELECT REC-IDGF ASSIGN TO RECIDGF
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS GF-ID.
      *------ ROSTMST TRANSACTIONS NOT YET APPLIED: PARKED, AND QUEUED
            SELECT REC-PEND ASSIGN TO RECPENDI
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-TRAN ASSIGN TO RECTRAN
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-RPT ASSIGN TO RECRPT
            ORGANIZATION IS SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
         FD  REC-MST.
         01  REC-MST-MSG.
             05  MST-NAME       PIC X(10).
             05  MST-ID         PIC X(08).
             05  FILLER         PIC X(03).
             05  MST-GENDER     PIC X(01).
             05  MST-BAND       PIC X(02).
             05  FILLER         PIC X(14).
             05  MST-SITE       PIC X(02).
             05  MST-SURNAME    PIC X(20).
             05  FILLER         PIC X(20).
         FD  REC-IDGF.
         01  REC-IDGF-MSG.
             05  GF-ID          PIC X(08).
             05  GF-STATUS      PIC X(01).
             05  GF-NEWID       PIC X(08).
             05  GF-LISTDATE    PIC X(08).
             05  GF-REISSDATE   PIC X(08).
             05  FILLER         PIC X(07).
      *------ BOTH IN THE 97-BYTE ROSTMST TRANSACTION LAYOUT
         FD  REC-PEND   RECORDING MODE F.
         01  REC-PEND-MSG       PIC X(97).
         FD  REC-TRAN   RECORDING MODE F.
         01  REC-TRAN-MSG       PIC X(97).
         FD  REC-RPT    RECORDING MODE F.
         01  REC-RPT-MSG   PIC X(80).
        WORKING-STORAGE SECTION.
         01 FLAGS.
             05 MST-EOF-SW  PIC X VALUE "N".
                88 MST-EOF   VALUE "Y".
             05 CKD-SW      PIC X.
                88 CHECK-DIGIT-OK VALUE "Y".
             05 TRAN-EOF-SW PIC X.
                88 TRAN-EOF  VALUE "Y".
         01 MstCount   PIC 9(07) VALUE ZERO.
         01 GoodCount  PIC 9(07) VALUE ZERO.
         01 GrandCount PIC 9(07) VALUE ZERO.
         01 QueuedAdds PIC 9(07) VALUE ZERO.
         01 QueuedNew  PIC 9(07) VALUE ZERO.
         01 QueuedHeld PIC 9(07) VALUE ZERO.
      *------ ONE PENDING OR QUEUED TRANSACTION, READ INTO HERE
         01 TRAN-IMAGE.
             05  TI-ACTION      PIC X(01).
                 88  TI-ADD        VALUE "A".
             05  TI-NAME        PIC X(10).
             05  TI-ID          PIC X(08).
             05  FILLER         PIC X(03).
             05  TI-GENDER      PIC X(01).
             05  TI-BAND        PIC X(02).
             05  FILLER         PIC X(14).
             05  TI-SITE        PIC X(02).
             05  TI-SURNAME     PIC X(20).
             05  FILLER         PIC X(20).
             05  TI-EFFDATE     PIC X(08).
             05  TI-OPER        PIC X(08).
         01 TranSource PIC X(08).
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
             05 RUN-DD   PIC 9(02).
         01 GRAND-LINE.
             05 GL-ID       PIC X(08).
             05 FILLER      PIC X(02) VALUE SPACES.
             05 GL-NAME     PIC X(10).
             05 FILLER      PIC X(01) VALUE SPACES.
             05 GL-SURNAME  PIC X(20).
             05 FILLER      PIC X(02) VALUE SPACES.
             05 GL-SITE     PIC X(02).
             05 FILLER      PIC X(03) VALUE SPACES.
             05 GL-BAND     PIC X(02).
             05 FILLER      PIC X(03) VALUE SPACES.
             05 GL-FROM     PIC X(08).
             05 FILLER      PIC X(19) VALUE SPACES.

        PROCEDURE DIVISION.
         MAIN-LINE.
            ACCEPT RUN-STAMP FROM DATE YYYYMMDD.
            OPEN INPUT REC-MST.
            OPEN OUTPUT REC-IDGF.
            OPEN OUTPUT REC-RPT.
            PERFORM PRINT-PAGE-HEADER.
            PERFORM UNTIL MST-EOF
            READ REC-MST NEXT RECORD
               AT END SET MST-EOF TO TRUE
               NOT AT END
                  ADD 1 TO MstCount
                  MOVE MST-ID TO ChkId
                  PERFORM CHECK-ID-DIGIT
                  IF CHECK-DIGIT-OK THEN
                     ADD 1 TO GoodCount
                  ELSE
                     PERFORM GRANDFATHER-ONE-ID
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE REC-MST.
            CLOSE REC-IDGF.
            OPEN I-O REC-IDGF.
            MOVE "PENDING " TO TranSource.
            OPEN INPUT REC-PEND.
            MOVE "N" TO TRAN-EOF-SW.
            PERFORM UNTIL TRAN-EOF
            READ REC-PEND INTO TRAN-IMAGE
               AT END SET TRAN-EOF TO TRUE
               NOT AT END
                  PERFORM HOLD-QUEUED-ADD
            END-READ
            END-PERFORM.
            CLOSE REC-PEND.
            MOVE "ROSTTRAN" TO TranSource.
            OPEN INPUT REC-TRAN.
            MOVE "N" TO TRAN-EOF-SW.
            PERFORM UNTIL TRAN-EOF
            READ REC-TRAN INTO TRAN-IMAGE
               AT END SET TRAN-EOF TO TRUE
               NOT AT END
                  PERFORM HOLD-QUEUED-ADD
            END-READ
            END-PERFORM.
            CLOSE REC-TRAN.
            CLOSE REC-IDGF.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "MASTER IDS: " MstCount "   ALREADY VERIFY: "
               GoodCount "   GRANDFATHERED: " GrandCount
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "PENDING/QUEUED ADDS: " QueuedAdds
               "   GRANDFATHERED: " QueuedNew
               "   ALREADY ON FILE: " QueuedHeld
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
            CLOSE REC-RPT.
            DISPLAY "IDGRAND: " GrandCount " OF " MstCount
               " MASTER ID(S) GRANDFATHERED, " QueuedNew
               " PENDING/QUEUED ADD ID(S)".
            STOP RUN.

      *------ THE MASTER IS READ IN KEY ORDER, SO THE GRANDFATHER
      *------ FILE LOADS IN KEY ORDER TOO
         GRANDFATHER-ONE-ID.
            ADD 1 TO GrandCount.
            MOVE SPACES    TO REC-IDGF-MSG.
            MOVE MST-ID    TO GF-ID.
            MOVE "G"       TO GF-STATUS.
            MOVE RUN-STAMP TO GF-LISTDATE.
            WRITE REC-IDGF-MSG.
            MOVE SPACES      TO GRAND-LINE.
            MOVE MST-ID      TO GL-ID.
            MOVE MST-NAME    TO GL-NAME.
            MOVE MST-SURNAME TO GL-SURNAME.
            MOVE MST-SITE    TO GL-SITE.
            MOVE MST-BAND    TO GL-BAND.
            MOVE "MASTER  "  TO GL-FROM.
            MOVE GRAND-LINE TO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.

      *------ AN ADD NOT YET ON THE MASTER: A DUPLICATE KEY MEANS THE
      *------ ID IS ALREADY GRANDFATHERED (FROM THE MASTER, OR AN
      *------ EARLIER TRANSACTION), WHICH IS ALL THAT IS NEEDED
         HOLD-QUEUED-ADD.
            IF TI-ADD AND TI-ID IS NUMERIC THEN
               ADD 1 TO QueuedAdds
               MOVE SPACES    TO REC-IDGF-MSG
               MOVE TI-ID     TO GF-ID
               MOVE "G"       TO GF-STATUS
               MOVE RUN-STAMP TO GF-LISTDATE
               WRITE REC-IDGF-MSG
                  INVALID KEY
                     ADD 1 TO QueuedHeld
                  NOT INVALID KEY
                     ADD 1 TO QueuedNew
                     PERFORM LIST-QUEUED-ADD
               END-WRITE
            END-IF.

         LIST-QUEUED-ADD.
            MOVE SPACES     TO GRAND-LINE.
            MOVE TI-ID      TO GL-ID.
            MOVE TI-NAME    TO GL-NAME.
            MOVE TI-SURNAME TO GL-SURNAME.
            MOVE TI-SITE    TO GL-SITE.
            MOVE TI-BAND    TO GL-BAND.
            MOVE TranSource TO GL-FROM.
            MOVE GRAND-LINE TO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.

      *------ MODULUS 11 ON POSITIONS 1-7, WEIGHTED 8 DOWN TO 2; THE
      *------ CHECK DIGIT IS 11 LESS THE REMAINDER (11 GIVES 0, AND
      *------ 10 IS NEVER ISSUED, SO NO ID CAN VERIFY WITH IT)
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

         PRINT-PAGE-HEADER.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "IDGRAND - PRE-SCHEME IDS GRANDFATHERED"
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING PAGE.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "  RUN DATE: " RUN-CCYY "-" RUN-MM "-" RUN-DD
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "ID        NAME       SURNAME               SITE"
               " BAND FROM"
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.
