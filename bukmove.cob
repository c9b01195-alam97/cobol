      * BUKLOAD APPENDS: HOW MANY IDS CHANGED BUCKETS (AND HOW MANY
      * WERE FIRST ASSIGNMENTS, OLD BUCKET 00) PER RUN DATE, WITH
      * THE PERIOD TOTALS - THE STANDING ANSWER TO "HOW MUCH DOES
      * THE BUCKET MAP ACTUALLY CHURN". THE PINNED COLUMN COUNTS
      * THOSE OF THE DAY'S RECORDS WHOSE NEW BUCKET CAME FROM AN
      * OVRMNT OVERRIDE RATHER THAN THE LETTER MAP.
      *----------------------
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    BUKMOVE.
             05  BH-OLD-BUCKET  PIC 99.
             05  BH-NEW-BUCKET  PIC 99.
             05  BH-NAME        PIC X(10).
             05  BH-OVR         PIC X(01).
                 88 BH-PINNED   VALUE "O".
             05  FILLER         PIC X(01).
         FD  REC-RPT    RECORDING MODE F.
         01  REC-RPT-MSG   PIC X(80).
        WORKING-STORAGE SECTION.
                10 DAY-DATE  PIC X(08).
                10 DAY-NEW   PIC 9(05).
                10 DAY-MOVE  PIC 9(05).
                10 DAY-PIN   PIC 9(05).
         01 DayUsed   PIC 99 VALUE ZERO.
         01 HistCount PIC 9(07) VALUE ZERO.
         01 NewTotal  PIC 9(07) VALUE ZERO.
         01 MoveTotal PIC 9(07) VALUE ZERO.
         01 PinTotal  PIC 9(07) VALUE ZERO.
         01 RUN-STAMP.
             05 RUN-CCYY PIC 9(04).
             05 RUN-MM   PIC 9(02).
             05 ML-NEW      PIC 9(05).
             05 FILLER      PIC X(02) VALUE SPACES.
             05 ML-MOVE     PIC 9(05).
             05 FILLER      PIC X(02) VALUE SPACES.
             05 ML-PIN      PIC 9(05).
             05 FILLER      PIC X(49) VALUE SPACES.

        PROCEDURE DIVISION.
         OPEN-FILES.
               MOVE DAY-DATE(DX) TO ML-DATE
               MOVE DAY-NEW(DX)  TO ML-NEW
               MOVE DAY-MOVE(DX) TO ML-MOVE
               MOVE DAY-PIN(DX)  TO ML-PIN
               MOVE MOVE-LINE TO REC-RPT-MSG
               WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES
            END-PERFORM.
            STRING "HISTORY RECORDS: " HistCount
               "   FIRST ASSIGNMENTS: " NewTotal
               "   MOVES: " MoveTotal
               "   PINNED: " PinTotal
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.
            CLOSE REC-RPT.
               ADD 1 TO DayUsed
               SET DX TO DayUsed
               MOVE BH-RUNDATE TO DAY-DATE(DX)
               MOVE ZERO TO DAY-NEW(DX) DAY-MOVE(DX) DAY-PIN(DX)
               PERFORM COUNT-INTO-SLOT
            END-IF.

               ADD 1 TO DAY-MOVE(DX)
               ADD 1 TO MoveTotal
            END-IF.
            IF BH-PINNED THEN
               ADD 1 TO DAY-PIN(DX)
               ADD 1 TO PinTotal
            END-IF.

         PRINT-PAGE-HEADER.
            MOVE SPACES TO REC-RPT-MSG.
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "DATE      NEW    MOVED  PINNED"
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.
