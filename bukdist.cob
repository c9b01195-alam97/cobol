      * KNOWN RECOUT DATASET) AND PRINTS A 26-ROW DISTRIBUTION, ONE
      * ROW PER ALPH BUCKET, POOLED ACROSS ALL OF THEM, SO BUCKET SKEW
      * (MOST NAMES CLUSTERING INTO A HANDFUL OF LETTERS) IS VISIBLE
      * WITHOUT A ONE-OFF QUERY. IDS EXERC PINNED BY AN OVRMNT
      * OVERRIDE (MARKED "O" ON REC-OUT) ARE COUNTED IN THEIR OWN
      * PINNED COLUMN, NOT IN THE LETTER-MAP COUNT, SO THE SKEW THE
      * MAP ITSELF PRODUCES STAYS VISIBLE.
      *----------------------
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    BUKDIST.
             05  FILLER          PIC X(01).
             05  REC-OUT-BUCKET  PIC 99.
             05  REC-OUT-RUNDATE PIC X(08).
             05  REC-OUT-OVR     PIC X(01).
                 88 REC-OUT-PINNED VALUE "O".
             05  FILLER          PIC X(02).
         FD  REC-RPT    RECORDING MODE F.
         01  REC-RPT-MSG   PIC X(80).
        WORKING-STORAGE SECTION.
         01 BucketTab.
              02 BucketCnt OCCURS 26 TIMES INDEXED BY B
                 PIC 9(05) VALUE ZERO.
         01 PinTab.
              02 PinCnt OCCURS 26 TIMES INDEXED BY P
                 PIC 9(05) VALUE ZERO.
         01 PinTotal      PIC 9(07) VALUE ZERO.
         01 RUN-STAMP.
             05 RUN-CCYY PIC 9(04).
             05 RUN-MM   PIC 9(02).
         TALLY-BUCKET.
            IF NOT LAST-REC AND REC-OUT-BUCKET > 0
               AND REC-OUT-BUCKET < 27 THEN
               IF REC-OUT-PINNED THEN
                  SET P TO REC-OUT-BUCKET
                  ADD 1 TO PinCnt(P)
                  ADD 1 TO PinTotal
               ELSE
                  SET B TO REC-OUT-BUCKET
                  ADD 1 TO BucketCnt(B)
               END-IF
            END-IF.

      *------ BUCKET NUMBERS NO LONGER MAP ONE-FOR-ONE TO A-Z SINCE
      *------ EXERC'S RECSECT CAN GROUP SEVERAL LETTERS INTO ONE
      *------ BUCKET, SO THIS REPORT SHOWS THE BUCKET NUMBER ONLY;
      *------ COUNT IS WHAT THE MAP PLACED, PINNED WHAT AN OVERRIDE DID
         PRINT-DISTRIBUTION.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "BUKDIST - NAME BUCKET DISTRIBUTION REPORT"
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "Bucket  Count  Pinned"
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.
            SET B TO 1.
            SET P TO 1.
            PERFORM 26 TIMES
               MOVE SPACES TO REC-RPT-MSG
               MOVE B TO BucketNum
               STRING BucketNum "       " BucketCnt(B) "  " PinCnt(P)
                  DELIMITED BY SIZE INTO REC-RPT-MSG
               WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES
               SET B UP BY 1
               SET P UP BY 1
            END-PERFORM.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "PINNED BY OVERRIDE: " PinTotal
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.
