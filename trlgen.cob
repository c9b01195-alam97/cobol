      * SWAPPED OR DUPLICATED RECORDS BETWEEN THE EXTRACT STEP AND
      * THE NIGHTLY RUN. AN EXISTING TRAILER ON THE INPUT IS
      * DROPPED AND REPLACED WITH A FRESHLY COMPUTED ONE.
      *
      * FOR A SITE WHOSE OWN EXTRACT CANNOT WRITE THE "HEADER  "
      * RECORD SITEMRG REQUIRES, A RECCTL CARD (SITE CODE IN COLS
      * 1-2) HAS TRLGEN STAMP ONE AHEAD OF THE DATA: SITE CODE
      * 9-10, TODAY'S DATE 12-19, AND THE NEXT TRANSMISSION
      * SEQUENCE 21-26 FROM THE SITE'S ONE-RECORD RECSEQ COUNTER.
      * AN "R" IN COL 4 RE-STAMPS THE LAST SEQUENCE INSTEAD, FOR A
      * FILE REGENERATED BEFORE THE FIRST COPY WAS EVER SENT. THE
      * COUNTER IS ONLY ADVANCED ONCE THE TRAILER IS WRITTEN. WITH
      * RECCTL DUMMY NOTHING IS STAMPED AND A HEADER ALREADY ON THE
      * INPUT IS COPIED THROUGH (NEVER COUNTED OR HASHED).
      *----------------------
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    TRLGEN.
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-OUT ASSIGN TO RECOUT
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-CTL ASSIGN TO RECCTL
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-SEQ ASSIGN TO RECSEQ
            ORGANIZATION IS SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
         FD  REC-IN     RECORDING MODE F.
         01  REC-IN-MSG         PIC X(80).
         FD  REC-OUT    RECORDING MODE F.
         01  REC-OUT-MSG        PIC X(80).
         FD  REC-CTL    RECORDING MODE F.
         01  REC-CTL-MSG.
             05 CTL-SITE        PIC X(02).
             05 FILLER          PIC X(01).
             05 CTL-RESTAMP     PIC X(01).
             05 FILLER          PIC X(20).
         FD  REC-SEQ    RECORDING MODE F.
         01  REC-SEQ-MSG.
             05 SEQ-SITE        PIC X(02).
             05 SEQ-LAST        PIC 9(06).
             05 SEQ-DATE        PIC X(08).
             05 FILLER          PIC X(08).
        WORKING-STORAGE SECTION.
         01 FLAGS.
             05 LASTREC PIC X VALUE SPACE.
      *------ MOD-10,000,000,000 HASH TOTAL FOR FREE
         01 IdHash     PIC 9(10) VALUE ZERO.
         01 IdWk       PIC 9(08).
         01 STAMP-SW   PIC X VALUE "N".
             88 STAMP-HEADER VALUE "Y".
         01 HdrSite    PIC X(02).
         01 RestampFlag PIC X(01).
         01 HdrSeq     PIC 9(06) VALUE ZERO.
      *------ THE COUNTER AS READ, HELD PAST THE CLOSE
         01 SEQ-WORK.
             05 SQW-SITE       PIC X(02).
             05 SQW-LAST       PIC 9(06).
             05 FILLER         PIC X(16).
         01 RUN-STAMP  PIC 9(08).
         01 HEADER-OUT.
             05 FILLER         PIC X(08) VALUE "HEADER  ".
             05 HDR-SITE       PIC X(02).
             05 FILLER         PIC X(01) VALUE SPACE.
             05 HDR-DATE       PIC 9(08).
             05 FILLER         PIC X(01) VALUE SPACE.
             05 HDR-SEQ        PIC 9(06).
             05 FILLER         PIC X(54) VALUE SPACES.
         01 TRAILER-OUT.
             05 FILLER         PIC X(08) VALUE "TRAILER ".
             05 TRLR-COUNT     PIC 9(07).

        PROCEDURE DIVISION.
         OPEN-FILES.
            ACCEPT RUN-STAMP FROM DATE YYYYMMDD.
            PERFORM READ-HEADER-CARD.
            OPEN INPUT REC-IN.
            OPEN OUTPUT REC-OUT.
            IF STAMP-HEADER THEN
               MOVE HdrSite   TO HDR-SITE
               MOVE RUN-STAMP TO HDR-DATE
               MOVE HdrSeq    TO HDR-SEQ
               MOVE HEADER-OUT TO REC-OUT-MSG
               WRITE REC-OUT-MSG
            END-IF.
         READ-NEXT-RECORD.
            PERFORM UNTIL LAST-REC
            PERFORM READ-RECORD
               PERFORM WRITE-TRAILER
            END-IF.

      *------ NO CARD (RECCTL DUMMY) MEANS NO HEADER IS STAMPED. A
      *------ COUNTER BELONGING TO ANOTHER SITE STOPS THE RUN BEFORE
      *------ ANYTHING IS WRITTEN
         READ-HEADER-CARD.
            OPEN INPUT REC-CTL.
            READ REC-CTL
               AT END MOVE SPACES TO REC-CTL-MSG
            END-READ.
            MOVE CTL-SITE    TO HdrSite.
            MOVE CTL-RESTAMP TO RestampFlag.
            CLOSE REC-CTL.
            IF HdrSite NOT = SPACES THEN
               MOVE "Y" TO STAMP-SW
               OPEN INPUT REC-SEQ
               READ REC-SEQ
                  AT END MOVE SPACES TO REC-SEQ-MSG
               END-READ
               MOVE REC-SEQ-MSG TO SEQ-WORK
               CLOSE REC-SEQ
               IF SQW-SITE NOT = SPACES AND SQW-SITE NOT = HdrSite
                  THEN
                  DISPLAY "TRLGEN: RECSEQ COUNTER IS FOR SITE "
                     SQW-SITE ", NOT " HdrSite " - NOTHING WRITTEN"
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF
               IF SQW-LAST IS NOT NUMERIC THEN
                  MOVE ZERO TO SQW-LAST
               END-IF
               IF RestampFlag = "R" AND SQW-LAST > 0 THEN
                  MOVE SQW-LAST TO HdrSeq
               ELSE
                  COMPUTE HdrSeq = SQW-LAST + 1
               END-IF
            END-IF.

      *------ A HEADER ALREADY ON THE INPUT IS REPLACED WHEN TRLGEN
      *------ STAMPS ITS OWN, OTHERWISE PASSED THROUGH AS SENT
         COPY-ONE-RECORD.
            IF REC-IN-MSG(1:8) = "HEADER  " THEN
               IF NOT STAMP-HEADER THEN
                  MOVE REC-IN-MSG TO REC-OUT-MSG
                  WRITE REC-OUT-MSG
               END-IF
            ELSE
               PERFORM COPY-DATA-RECORD
            END-IF.

         COPY-DATA-RECORD.
            ADD 1 TO RecCount.
            IF REC-IN-MSG(11:8) IS NUMERIC THEN
               MOVE REC-IN-MSG(11:8) TO IdWk
            CLOSE REC-OUT.
            DISPLAY "TRLGEN: " RecCount " RECORD(S), HASH TOTAL "
               IdHash.
            IF STAMP-HEADER THEN
               OPEN OUTPUT REC-SEQ
               MOVE SPACES TO REC-SEQ-MSG
               MOVE HdrSite   TO SEQ-SITE
               MOVE HdrSeq    TO SEQ-LAST
               MOVE RUN-STAMP TO SEQ-DATE
               WRITE REC-SEQ-MSG
               CLOSE REC-SEQ
               DISPLAY "TRLGEN: HEADER STAMPED FOR SITE " HdrSite
                  ", SEQUENCE " HdrSeq
            END-IF.
            STOP RUN.
