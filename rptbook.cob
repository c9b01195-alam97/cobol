      * NIGHTLY REPORT BOOK, THE LAST STEP OF DAILYRUN - NOW DRIVEN
      * BY A DISTRIBUTION-PROFILE CONTROL FILE: ONE RECPROF RECORD
      * PER RECIPIENT NAMES THE OUTPUT DDNAME, THE RECIPIENT, AND
      * WHICH SECTIONS THEY GET AND IN WHAT ORDER (UP TO FOUR
      * LETTERS - C = CONTROL PAGE, S = STATISTICS, B = BUCKET
      * DISTRIBUTION, W = BUCKET WORKLISTS). EACH PROFILE GETS ITS
      * OWN BOUND OUTPUT WITH ITS OWN COVER AND TABLE OF CONTENTS,
      * ALL CUT FROM THE SAME SECTION PRINT FILES IN ONE RUN - HR
      * GETS ITS BUCKET BOOK, OPERATIONS SKIPS THE MONTH PAGES, AND
      * NOBODY FISHES THROUGH JOB OUTPUT. AN EMPTY RECPROF FALLS
      * BACK TO THE CLASSIC EVERYTHING-BOOK ON RECBOOK. EACH
      * SECTION'S OWN PAGES (WITH THEIR RUN DATES AND PAGE NUMBERS)
      * ARE PRESERVED - A LINE MATCHING THE SECTION'S TITLE LINE
      * STARTS A FRESH PAGE IN THE BOOK. THE WORKLIST SECTION IS
      * CUT PER PROFILE: BUKWORK ROUTES EACH OWNER'S WORKLIST TO A
      * PROFILE DDNAME, AND ONLY THE LINES ROUTED TO THIS BOOK'S
      * DDNAME ARE BOUND INTO IT.
      *----------------------
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    RPTBOOK.
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-BUKDS ASSIGN TO RECBUKDS
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-WORK  ASSIGN TO RECWORK
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-BOOK  ASSIGN TO DYNAMIC REC-BOOK-DSN
            ORGANIZATION IS SEQUENTIAL.
        DATA DIVISION.
         01  REC-PROF-MSG.
             05  PROF-DSN       PIC X(08).
             05  PROF-NAME      PIC X(20).
             05  PROF-SECTS     PIC X(04).
             05  FILLER         PIC X(08).
         FD  REC-CTLPG  RECORDING MODE F.
         01  REC-CTLPG-MSG  PIC X(80).
         FD  REC-MONTH  RECORDING MODE F.
         01  REC-MONTH-MSG  PIC X(80).
         FD  REC-BUKDS  RECORDING MODE F.
         01  REC-BUKDS-MSG  PIC X(80).
      *------ BUKWORK'S ROUTING PREFIX (PROFILE DDNAME) + PRINT LINE
         FD  REC-WORK   RECORDING MODE F.
         01  REC-WORK-MSG.
             05  WORK-DEST      PIC X(08).
             05  WORK-LINE      PIC X(80).
         FD  REC-BOOK   RECORDING MODE F.
         01  REC-BOOK-MSG   PIC X(80).
        WORKING-STORAGE SECTION.
                88 PROF-EOF  VALUE "Y".
         01 REC-BOOK-DSN PIC X(08).
         01 BookName     PIC X(20).
         01 BookSects    PIC X(04).
         01 SectLetter   PIC X(01).
         01 SectNum      PIC 9(01).
         01 SX           PIC 9(01).
            OPEN OUTPUT REC-BOOK.
            PERFORM PRINT-COVER-PAGE.
            PERFORM PRINT-CONTENTS-PAGE.
            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > 4
               MOVE BookSects(SX:1) TO SectLetter
               PERFORM COPY-ONE-SECTION
            END-PERFORM.
               ELSE
                  IF SectLetter = "B" THEN
                     PERFORM COPY-BUCKET-REPORT
                  ELSE
                     IF SectLetter = "W" THEN
                        PERFORM COPY-WORKLISTS
                     END-IF
                  END-IF
               END-IF
            END-IF.
               DELIMITED BY SIZE INTO REC-BOOK-MSG.
            WRITE REC-BOOK-MSG AFTER ADVANCING PAGE.
            MOVE ZERO TO SectNum.
            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > 4
               MOVE BookSects(SX:1) TO SectLetter
               PERFORM PRINT-ONE-CONTENTS-LINE
            END-PERFORM.

         PRINT-ONE-CONTENTS-LINE.
            IF SectLetter = "C" OR SectLetter = "S"
                  OR SectLetter = "B" OR SectLetter = "W" THEN
               ADD 1 TO SectNum
               MOVE SPACES TO REC-BOOK-MSG
               EVALUATE SectLetter
                     STRING "  " SectNum
                        ". NAME BUCKET DISTRIBUTION (BUKDIST)"
                        DELIMITED BY SIZE INTO REC-BOOK-MSG
                  WHEN "W"
                     STRING "  " SectNum
                        ". BUCKET WORKLISTS FOR THIS PROFILE (BUKWORK)"
                        DELIMITED BY SIZE INTO REC-BOOK-MSG
               END-EVALUATE
               WRITE REC-BOOK-MSG AFTER ADVANCING 2 LINES
            END-IF.
            CLOSE REC-BUKDS.
            ADD CopyLines TO BookLines.

      *------ ONLY THE WORKLISTS ROUTED TO THIS BOOK'S DDNAME; EACH
      *------ COVER SHEET AND WORKLIST PAGE STARTS A FRESH PAGE
         COPY-WORKLISTS.
            OPEN INPUT REC-WORK.
            MOVE SPACE TO LASTREC.
            MOVE "Y" TO FIRST-LINE-SW.
            MOVE ZERO TO CopyLines.
            PERFORM UNTIL LAST-REC
            READ REC-WORK
               AT END SET LAST-REC TO TRUE
               NOT AT END
                  IF WORK-DEST = REC-BOOK-DSN THEN
                     MOVE WORK-LINE TO LineWork
                     PERFORM WRITE-BOOK-LINE
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE REC-WORK.
            IF CopyLines = 0 THEN
               MOVE SPACES TO REC-BOOK-MSG
               STRING "BUKWORK - NO BUCKET WORKLIST IS ROUTED TO "
                  REC-BOOK-DSN
                  DELIMITED BY SIZE INTO REC-BOOK-MSG
               WRITE REC-BOOK-MSG AFTER ADVANCING PAGE
            END-IF.
            ADD CopyLines TO BookLines.

         WRITE-BOOK-LINE.
            ADD 1 TO CopyLines.
            MOVE LineWork TO REC-BOOK-MSG.
