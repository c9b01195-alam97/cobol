      *----------------------
      * ONE-TIME CONVERSION OF THE ROSTMST TRANSACTION FILES:
      * PROD.DAILY.ROSTTRAN AND THE ROSTMST PENDING FILE WERE
      * CATALOGED AT LRECL 89 (ACTION, ROSTER IMAGE, EFFECTIVE
      * DATE). THE TRANSACTION NOW ALSO CARRIES WHO ENTERED IT IN
      * BYTES 90-97 (THE ROSTENT OPERATOR, OR PAYTERM FOR A FED
      * DELETE), AND THE 97-BYTE WRITERS AND READERS CANNOT COEXIST
      * WITH THE OLD RECORDS OR THE OLD CATALOG DCB. THIS UTILITY
      * COPIES BOTH FILES TO FRESH 97-BYTE DATASETS WITH THE
      * OPERATOR LEFT BLANK - NOTHING ON FILE SAYS WHO KEYED THEM.
      *
      * TRANSACTIONS WAITING ON ROSTTRAN PREDATE THE BATCH PROOF,
      * SO NONE HAS A BATCH HEADER IN FRONT OF IT AND ROSTPRF WOULD
      * HOLD THEM ALL AS ONE UNBATCHED GROUP. THEY ARE WRITTEN
      * BEHIND ONE HEADER OF THEIR OWN (BATCH CV + RUN DATE YYMMDD,
      * KEYER TRANCNV) DECLARING THE COUNTS AND ID HASH FOUND, SO
      * THEY POST ON THE FIRST NIGHT; A RECORD WITH AN ACTION CODE
      * OTHER THAN A, C, OR D STILL PUTS THE BATCH OUT OF BALANCE
      * AND ROSTPRF HOLDS IT FOR THE KEYER AS IT WOULD ANY OTHER.
      * THE PENDING FILE IS READ BY ROSTMST DIRECTLY, NOT THROUGH
      * THE PROOF, AND IS COPIED WITHOUT A HEADER.
      * AFTER A CLEAN RUN, RENAME BOTH .NEW DATASETS OVER THE LIVE
      * ONES.
      *----------------------
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    TRANCNV.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT TRAN-OLD ASSIGN TO RECTRNO
            ORGANIZATION IS SEQUENTIAL.
            SELECT TRAN-NEW ASSIGN TO RECTRNN
            ORGANIZATION IS SEQUENTIAL.
            SELECT PEND-OLD ASSIGN TO RECPNDO
            ORGANIZATION IS SEQUENTIAL.
            SELECT PEND-NEW ASSIGN TO RECPNDN
            ORGANIZATION IS SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
         FD  TRAN-OLD   RECORDING MODE F.
         01  TRAN-OLD-MSG.
             05  OLD-ACTION     PIC X(01).
                 88  OLD-ADD       VALUE "A".
                 88  OLD-CHANGE    VALUE "C".
                 88  OLD-DELETE    VALUE "D".
             05  FILLER         PIC X(10).
             05  OLD-ID         PIC X(08).
             05  FILLER         PIC X(70).
         FD  TRAN-NEW   RECORDING MODE F.
         01  TRAN-NEW-MSG.
             05  NEW-BODY       PIC X(89).
             05  NEW-OPER       PIC X(08).
      *------ THE ROSTPRF BATCH HEADER, AS PAYTERM AND ROSTENT
      *------ WRITE IT
         01  BAT-HEADER-MSG.
             05  BAT-ACTION     PIC X(01).
             05  BAT-NUMBER     PIC X(08).
             05  BAT-KEYER      PIC X(08).
             05  BAT-ADDS       PIC 9(05).
             05  BAT-CHGS       PIC 9(05).
             05  BAT-DELS       PIC 9(05).
             05  BAT-HASH       PIC 9(10).
             05  FILLER         PIC X(55).
         FD  PEND-OLD   RECORDING MODE F.
         01  PEND-OLD-MSG       PIC X(89).
         FD  PEND-NEW   RECORDING MODE F.
         01  PEND-NEW-MSG.
             05  PND-BODY       PIC X(89).
             05  PND-OPER       PIC X(08).
        WORKING-STORAGE SECTION.
         01 FLAGS.
             05 LASTREC PIC X VALUE SPACE.
                88 LAST-REC  VALUE "N".
         01 TranCount PIC 9(07) VALUE ZERO.
         01 PendCount PIC 9(07) VALUE ZERO.
         01 AddCount  PIC 9(05) VALUE ZERO.
         01 ChgCount  PIC 9(05) VALUE ZERO.
         01 DelCount  PIC 9(05) VALUE ZERO.
         01 IdHash    PIC 9(10) VALUE ZERO.
         01 IdWk      PIC 9(08).
         01 RUN-STAMP.
             05 RUN-CCYY PIC 9(04).
             05 RUN-MM   PIC 9(02).
             05 RUN-DD   PIC 9(02).

        PROCEDURE DIVISION.
         MAIN-LINE.
            ACCEPT RUN-STAMP FROM DATE YYYYMMDD.
            PERFORM TALLY-TRANSACTIONS.
            PERFORM CONVERT-TRANSACTIONS.
            PERFORM CONVERT-PENDING.
            DISPLAY "TRANCNV: " TranCount " TRANSACTION(S) AND "
               PendCount " PENDING TRANSACTION(S) CONVERTED TO THE"
               " OPERATOR LAYOUT".
            STOP RUN.

      *------ FIRST PASS: WHAT THE GENERATED BATCH HEADER DECLARES,
      *------ COUNTED AND HASHED THE WAY ROSTPRF PROVES IT
         TALLY-TRANSACTIONS.
            OPEN INPUT TRAN-OLD.
            MOVE SPACE TO LASTREC.
            PERFORM UNTIL LAST-REC
            READ TRAN-OLD
               AT END SET LAST-REC TO TRUE
               NOT AT END
                  ADD 1 TO TranCount
                  IF OLD-ADD THEN
                     ADD 1 TO AddCount
                  END-IF
                  IF OLD-CHANGE THEN
                     ADD 1 TO ChgCount
                  END-IF
                  IF OLD-DELETE THEN
                     ADD 1 TO DelCount
                  END-IF
                  IF OLD-ID IS NUMERIC THEN
                     MOVE OLD-ID TO IdWk
                     ADD IdWk TO IdHash
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE TRAN-OLD.

      *------ SECOND PASS: THE HEADER (WHEN THERE IS ANYTHING TO
      *------ POST), THEN EVERY TRANSACTION PADDED TO 97 BYTES
         CONVERT-TRANSACTIONS.
            OPEN OUTPUT TRAN-NEW.
            IF TranCount > 0 THEN
               MOVE SPACES TO BAT-HEADER-MSG
               MOVE "H"            TO BAT-ACTION
               MOVE "CV"           TO BAT-NUMBER(1:2)
               MOVE RUN-STAMP(3:6) TO BAT-NUMBER(3:6)
               MOVE "TRANCNV "     TO BAT-KEYER
               MOVE AddCount       TO BAT-ADDS
               MOVE ChgCount       TO BAT-CHGS
               MOVE DelCount       TO BAT-DELS
               MOVE IdHash         TO BAT-HASH
               WRITE BAT-HEADER-MSG
               DISPLAY "TRANCNV: BATCH " BAT-NUMBER " - " AddCount
                  " ADD(S), " ChgCount " CHANGE(S), " DelCount
                  " DELETE(S), ID HASH " IdHash
            END-IF.
            OPEN INPUT TRAN-OLD.
            MOVE SPACE TO LASTREC.
            PERFORM UNTIL LAST-REC
            READ TRAN-OLD
               AT END SET LAST-REC TO TRUE
               NOT AT END
                  MOVE TRAN-OLD-MSG TO NEW-BODY
                  MOVE SPACES TO NEW-OPER
                  WRITE TRAN-NEW-MSG
            END-READ
            END-PERFORM.
            CLOSE TRAN-OLD.
            CLOSE TRAN-NEW.

         CONVERT-PENDING.
            OPEN INPUT PEND-OLD.
            OPEN OUTPUT PEND-NEW.
            MOVE SPACE TO LASTREC.
            PERFORM UNTIL LAST-REC
            READ PEND-OLD
               AT END SET LAST-REC TO TRUE
               NOT AT END
                  ADD 1 TO PendCount
                  MOVE PEND-OLD-MSG TO PND-BODY
                  MOVE SPACES TO PND-OPER
                  WRITE PEND-NEW-MSG
            END-READ
            END-PERFORM.
            CLOSE PEND-OLD.
            CLOSE PEND-NEW.
