      * THE CHAIN BUKINQ'S HISTORY INQUIRY AND THE BUKMOVE
      * MOVEMENT REPORT READ. THE GRIEVANCE COMMITTEE'S "WHEN DID
      * THIS EMPLOYEE MOVE BUCKETS" IS NOW ANSWERABLE.
      *
      * AN ID EXERC PINNED BY AN OVRMNT OVERRIDE ARRIVES MARKED "O"
      * ON REC-OUT; THE MARK IS CARRIED ONTO THE MASTER AND ONTO ANY
      * HISTORY RECORD IT RAISES, AND PINNED IDS ARE COUNTED APART
      * FROM THOSE THE LETTER MAP PLACED.
      *----------------------
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    BUKLOAD.
             05  FILLER          PIC X(01).
             05  REC-OUT-BUCKET  PIC 99.
             05  REC-OUT-RUNDATE PIC X(08).
             05  REC-OUT-OVR     PIC X(01).
                 88 REC-OUT-PINNED VALUE "O".
             05  FILLER          PIC X(02).
      *------ SAME 32-BYTE LAYOUT AS EXERC'S REC-OUT, KEYED ON THE ID
         FD  BUK-MST.
         01  BUK-MST-MSG.
             05  FILLER          PIC X(01).
             05  BUK-MST-BUCKET  PIC 99.
             05  BUK-MST-RUNDATE PIC X(08).
             05  BUK-MST-OVR     PIC X(01).
             05  FILLER          PIC X(02).
         FD  BUK-PREV.
         01  BUK-PREV-MSG.
             05  BUK-PREV-NAME    PIC X(10).
             05  FILLER           PIC X(01).
             05  BUK-PREV-BUCKET  PIC 99.
             05  BUK-PREV-RUNDATE PIC X(08).
             05  BUK-PREV-OVR     PIC X(01).
             05  FILLER           PIC X(02).
      *------ ONE RECORD PER FIRST ASSIGNMENT OR BUCKET CHANGE,
      *------ KEYED ON ID PLUS RUN DATE (OLD BUCKET 00 = FIRST;
      *------ BH-OVR "O" = THE NEW BUCKET WAS PINNED BY AN OVERRIDE)
         FD  REC-BHIST  RECORDING MODE F.
         01  REC-BHIST-MSG.
             05  BH-ID          PIC X(08).
             05  BH-OLD-BUCKET  PIC 99.
             05  BH-NEW-BUCKET  PIC 99.
             05  BH-NAME        PIC X(10).
             05  BH-OVR         PIC X(01).
             05  FILLER         PIC X(01).
        WORKING-STORAGE SECTION.
         01 FLAGS.
             05 LASTREC PIC X VALUE SPACE.
         01 ReplCount     PIC 9(07) VALUE ZERO.
         01 NewCount      PIC 9(07) VALUE ZERO.
         01 MoveCount     PIC 9(07) VALUE ZERO.
         01 PinCount      PIC 9(07) VALUE ZERO.
         01 PinHist       PIC 9(07) VALUE ZERO.
         01 OldBucket     PIC 99.

        PROCEDURE DIVISION.
               LoadCount " LOADED, " ReplCount " REPLACED".
            DISPLAY "BUKLOAD: " NewCount " FIRST ASSIGNMENT(S), "
               MoveCount " BUCKET CHANGE(S) ON THE HISTORY".
            DISPLAY "BUKLOAD: " PinCount " PINNED BY OVERRIDE, "
               PinHist " OF THE HISTORY RECORD(S) PINNED".
            STOP RUN.

         READ-PAIR.
      *------ NEWEST ASSIGNMENT WINS: A KEY ALREADY ON THE KSDS IS
      *------ REWRITTEN WITH THE RECORD SEEN LATER IN THE SWEEP
         LOAD-ONE-RECORD.
            IF REC-OUT-PINNED THEN
               ADD 1 TO PinCount
            END-IF.
            MOVE REC-OUT-MSG TO BUK-MST-MSG.
            WRITE BUK-MST-MSG
               INVALID KEY
            MOVE OldBucket       TO BH-OLD-BUCKET.
            MOVE REC-OUT-BUCKET  TO BH-NEW-BUCKET.
            MOVE REC-OUT-NAME    TO BH-NAME.
            MOVE REC-OUT-OVR     TO BH-OVR.
            IF REC-OUT-PINNED THEN
               ADD 1 TO PinHist
            END-IF.
            WRITE REC-BHIST-MSG.
