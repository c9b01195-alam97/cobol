      *----------------------
      * BUCKET WORKLISTS, ONE PER OWNING CLERK OR TEAM. THE BUCKET-
      * OWNER FILE (RECOWNER, LOADED BY BUKOWNER.JCL) NAMES, FOR
      * EACH BUCKET, THE OWNER AND THE RPTBOOK PROFILE DDNAME ITS
      * WORKLIST IS DELIVERED TO. AFTER BUKLOAD, EVERY ASSIGNMENT ON
      * BUKMST IS LOOKED UP ON THE MASTER FOR ITS SURNAME, SITE, AND
      * BAND, AND EACH OWNER GETS:
      *   A COVER SHEET - EMPLOYEES PER BUCKET, AND EVERY ID THAT
      *     JOINED OR LEFT ONE OF THE OWNER'S BUCKETS ON RECBHIST
      *     SINCE THE LAST WORKLIST RUN;
      *   THE WORKLIST - EACH BUCKET'S EMPLOYEES IN SURNAME/NAME
      *     ORDER WITH ID, SITE, AND BAND.
      * EVERY PRINT LINE GOES TO RECWORK BEHIND AN 8-BYTE ROUTING
      * PREFIX (THE OWNER'S DESTINATION), SO RPTBOOK'S "W" SECTION
      * BINDS EACH PROFILE ONLY THE WORKLISTS ROUTED TO IT. THE
      * LAST RUN DATE IS KEPT ON RECWLST; A SAME-DAY RERUN REPORTS
      * THE SAME MOVEMENT WINDOW AGAIN. A BUCKET WITH EMPLOYEES BUT
      * NO OWNER, A FULL TABLE, OR A BAD OWNER RECORD ENDS RC 4.
      *----------------------
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    BUKWORK.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT REC-OWNER ASSIGN TO RECOWNER
            ORGANIZATION IS SEQUENTIAL.
            SELECT BUK-MST   ASSIGN TO BUKMST
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS BUK-MST-ID.
            SELECT REC-MST   ASSIGN TO RECMST
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS MST-ID.
            SELECT REC-BHIST ASSIGN TO RECBHIST
            ORGANIZATION IS SEQUENTIAL.
      *------ ONE RECORD: LAST WORKLIST RUN DATE AND THE ONE BEFORE
            SELECT REC-WLST  ASSIGN TO RECWLST
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-WORK  ASSIGN TO RECWORK
            ORGANIZATION IS SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
         FD  REC-OWNER  RECORDING MODE F.
         01  REC-OWNER-MSG.
             05  OWN-BUCKET     PIC X(02).
             05  FILLER         PIC X(01).
             05  OWN-NAME       PIC X(20).
             05  FILLER         PIC X(01).
             05  OWN-DEST       PIC X(08).
             05  FILLER         PIC X(48).
      *------ SAME 32-BYTE LAYOUT AS EXERC'S REC-OUT (SEE BUKLOAD)
         FD  BUK-MST.
         01  BUK-MST-MSG.
             05  BUK-MST-NAME    PIC X(10).
             05  BUK-MST-ID      PIC X(08).
             05  FILLER          PIC X(01).
             05  BUK-MST-BUCKET  PIC 99.
             05  BUK-MST-RUNDATE PIC X(08).
             05  FILLER          PIC X(03).
         FD  REC-MST.
         01  REC-MST-MSG.
             05  MST-NAME       PIC X(10).
             05  MST-ID         PIC X(08).
             05  FILLER         PIC X(04).
             05  MST-BAND       PIC X(02).
             05  FILLER         PIC X(14).
             05  MST-SITE       PIC X(02).
             05  MST-SURNAME    PIC X(20).
             05  FILLER         PIC X(20).
         FD  REC-BHIST  RECORDING MODE F.
         01  REC-BHIST-MSG.
             05  BH-ID          PIC X(08).
             05  BH-RUNDATE     PIC X(08).
             05  BH-OLD-BUCKET  PIC 99.
             05  BH-NEW-BUCKET  PIC 99.
             05  BH-NAME        PIC X(10).
             05  FILLER         PIC X(02).
         FD  REC-WLST   RECORDING MODE F.
         01  REC-WLST-MSG.
             05  WLST-LAST      PIC X(08).
             05  WLST-PRIOR     PIC X(08).
             05  FILLER         PIC X(08).
      *------ ROUTING PREFIX (RPTBOOK PROFILE DDNAME) + PRINT LINE
         FD  REC-WORK   RECORDING MODE F.
         01  REC-WORK-MSG.
             05  WORK-DEST      PIC X(08).
             05  WORK-LINE      PIC X(80).
        WORKING-STORAGE SECTION.
         01 FLAGS.
             05 LASTREC PIC X VALUE SPACE.
                88 LAST-REC  VALUE "N".
             05 WLST-EMPTY-SW PIC X VALUE "N".
                88 WLST-EMPTY VALUE "Y".
             05 FOUND-SW    PIC X.
                88 OWNER-FOUND VALUE "Y".
         01 Letters    PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
         01 BucketNum  PIC 99.
      *------ EACH BUCKET'S OWNER (SUBSCRIPT INTO OwnerTab) AND ITS
      *------ SPAN OF THE SORTED EMPLOYEE TABLE
         01 BucketTab.
             05 BucketRow OCCURS 26 TIMES.
                10 BK-OWNER    PIC 9(02).
                10 BK-FIRST    PIC 9(04).
                10 BK-COUNT    PIC 9(04).
                10 BK-JOINED   PIC 9(04).
                10 BK-LEFT     PIC 9(04).
         01 OwnerTab.
             05 OwnerRow OCCURS 26 TIMES.
                10 OW-NAME     PIC X(20).
                10 OW-DEST     PIC X(08).
         01 OwnerUsed  PIC 9(02) VALUE ZERO.
         01 OX         PIC 9(02).
         01 BX         PIC 9(02).
         01 EmpTab.
             05 EmpRow OCCURS 5000 TIMES.
                10 EmpKey.
                   15 EM-BUCKET   PIC 99.
                   15 EM-SURNAME  PIC X(20).
                   15 EM-NAME     PIC X(10).
                10 EM-ID       PIC X(08).
                10 EM-SITE     PIC X(02).
                10 EM-BAND     PIC X(02).
         01 EmpHold    PIC X(44).
         01 EmpUsed    PIC 9(04) VALUE ZERO.
         01 EX         PIC 9(04).
         01 EY         PIC 9(04).
         01 ELast      PIC 9(04).
      *------ RECBHIST RECORDS INSIDE THE MOVEMENT WINDOW
         01 MoveTab.
             05 MoveRow OCCURS 2000 TIMES.
                10 MV-ID       PIC X(08).
                10 MV-DATE     PIC X(08).
                10 MV-OLD      PIC 99.
                10 MV-NEW      PIC 99.
                10 MV-NAME     PIC X(10).
         01 MoveUsed   PIC 9(04) VALUE ZERO.
         01 MX         PIC 9(04).
         01 SinceDate  PIC X(08).
         01 PriorDate  PIC X(08).
         01 RunDateX   PIC X(08).
         01 CurDest    PIC X(08).
         01 OwnerRead  PIC 9(03) VALUE ZERO.
         01 OwnerBad   PIC 9(03) VALUE ZERO.
         01 BukRead    PIC 9(05) VALUE ZERO.
         01 NotOnMst   PIC 9(05) VALUE ZERO.
         01 Unowned    PIC 9(02) VALUE ZERO.
         01 TableFull  PIC 9(05) VALUE ZERO.
         01 LinesOut   PIC 9(06) VALUE ZERO.
         01 LINE-CNT   PIC 9(03) VALUE ZERO.
         01 PAGE-NUM   PIC 9(03) VALUE ZERO.
         01 RUN-STAMP.
             05 RUN-CCYY PIC 9(04).
             05 RUN-MM   PIC 9(02).
             05 RUN-DD   PIC 9(02).
         01 COVER-LINE.
             05 FILLER      PIC X(04) VALUE SPACES.
             05 CV-BUCKET   PIC 99.
             05 FILLER      PIC X(06) VALUE SPACES.
             05 CV-LETTER   PIC X(01).
             05 FILLER      PIC X(09) VALUE SPACES.
             05 CV-COUNT    PIC Z,ZZ9.
             05 FILLER      PIC X(03) VALUE SPACES.
             05 CV-JOINED   PIC Z,ZZ9.
             05 FILLER      PIC X(01) VALUE SPACES.
             05 CV-LEFT     PIC Z,ZZ9.
             05 FILLER      PIC X(39) VALUE SPACES.
         01 WORK-DETAIL.
             05 FILLER      PIC X(04) VALUE SPACES.
             05 WD-SURNAME  PIC X(20).
             05 FILLER      PIC X(02) VALUE SPACES.
             05 WD-NAME     PIC X(10).
             05 FILLER      PIC X(02) VALUE SPACES.
             05 WD-ID       PIC X(08).
             05 FILLER      PIC X(02) VALUE SPACES.
             05 WD-SITE     PIC X(02).
             05 FILLER      PIC X(04) VALUE SPACES.
             05 WD-BAND     PIC X(02).
             05 FILLER      PIC X(24) VALUE SPACES.

        PROCEDURE DIVISION.
         MAIN-LINE.
            ACCEPT RUN-STAMP FROM DATE YYYYMMDD.
            MOVE RUN-STAMP TO RunDateX.
            PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > 26
               MOVE ZERO TO BK-OWNER(BX) BK-FIRST(BX) BK-COUNT(BX)
                  BK-JOINED(BX) BK-LEFT(BX)
            END-PERFORM.
            PERFORM LOAD-OWNERS.
            PERFORM SET-MOVEMENT-WINDOW.
            PERFORM LOAD-ASSIGNMENTS.
            PERFORM SORT-EMPLOYEES.
            PERFORM MARK-BUCKET-SPANS.
            PERFORM LOAD-MOVEMENT.
            OPEN OUTPUT REC-WORK.
            PERFORM VARYING OX FROM 1 BY 1 UNTIL OX > OwnerUsed
               MOVE OW-DEST(OX) TO CurDest
               PERFORM PRINT-COVER-SHEET
               PERFORM PRINT-WORKLIST
            END-PERFORM.
            CLOSE REC-WORK.
            PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > 26
               IF BK-OWNER(BX) = 0 AND BK-COUNT(BX) > 0 THEN
                  ADD 1 TO Unowned
                  DISPLAY "BUKWORK: BUCKET " BX " HAS " BK-COUNT(BX)
                     " EMPLOYEE(S) AND NO OWNER - NOT ON ANY WORKLIST"
               END-IF
            END-PERFORM.
            DISPLAY "BUKWORK: " BukRead " ASSIGNMENT(S), " OwnerUsed
               " WORKLIST(S), " LinesOut " LINE(S) ROUTED".
            IF NotOnMst > 0 THEN
               DISPLAY "BUKWORK: " NotOnMst " ASSIGNED ID(S) NOT ON "
                  "THE MASTER - LISTED WITHOUT SURNAME, SITE, BAND"
            END-IF.
            IF Unowned > 0 OR TableFull > 0 OR OwnerBad > 0 THEN
               IF TableFull > 0 THEN
                  DISPLAY "BUKWORK: TABLE FULL - " TableFull
                     " RECORD(S) LEFT OFF THE WORKLISTS"
               END-IF
               MOVE 4 TO RETURN-CODE
            END-IF.
            STOP RUN.

      *------ OWNERS ARE NUMBERED IN ORDER OF FIRST APPEARANCE; ONE
      *------ OWNER (SAME NAME AND DESTINATION) MAY HOLD ANY NUMBER
      *------ OF BUCKETS
         LOAD-OWNERS.
            OPEN INPUT REC-OWNER.
            MOVE SPACE TO LASTREC.
            PERFORM UNTIL LAST-REC
            READ REC-OWNER
               AT END SET LAST-REC TO TRUE
               NOT AT END
                  ADD 1 TO OwnerRead
                  PERFORM LOAD-ONE-OWNER
            END-READ
            END-PERFORM.
            CLOSE REC-OWNER.

         LOAD-ONE-OWNER.
            IF OWN-BUCKET IS NOT NUMERIC OR OWN-BUCKET = "00" OR
                  OWN-BUCKET > "26" OR OWN-DEST = SPACES THEN
               ADD 1 TO OwnerBad
               DISPLAY "BUKWORK: OWNER RECORD " OwnerRead
                  " REJECTED - BUCKET 01-26 AND DESTINATION NEEDED"
            ELSE
               MOVE OWN-BUCKET TO BucketNum
               IF BK-OWNER(BucketNum) NOT = 0 THEN
                  DISPLAY "BUKWORK: BUCKET " BucketNum
                     " OWNED TWICE - LAST OWNER RECORD KEPT"
               END-IF
               MOVE "N" TO FOUND-SW
               PERFORM VARYING OX FROM 1 BY 1
                     UNTIL OX > OwnerUsed OR OWNER-FOUND
                  IF OW-NAME(OX) = OWN-NAME AND
                        OW-DEST(OX) = OWN-DEST THEN
                     SET OWNER-FOUND TO TRUE
                  END-IF
               END-PERFORM
               IF OWNER-FOUND THEN
                  SUBTRACT 1 FROM OX
               ELSE
                  ADD 1 TO OwnerUsed
                  MOVE OwnerUsed TO OX
                  MOVE OWN-NAME TO OW-NAME(OX)
                  MOVE OWN-DEST TO OW-DEST(OX)
               END-IF
               MOVE OX TO BK-OWNER(BucketNum)
            END-IF.

      *------ MOVEMENT IS REPORTED AFTER THE LAST RUN DATE; A RERUN
      *------ ON THE SAME DAY KEEPS THE WINDOW IT HAD THE FIRST TIME
         SET-MOVEMENT-WINDOW.
            OPEN I-O REC-WLST.
            READ REC-WLST
               AT END SET WLST-EMPTY TO TRUE
            END-READ.
            IF WLST-EMPTY THEN
               MOVE SPACES TO SinceDate PriorDate
            ELSE
               IF WLST-LAST = RunDateX THEN
                  MOVE WLST-PRIOR TO SinceDate
               ELSE
                  MOVE WLST-LAST TO SinceDate
               END-IF
               MOVE SinceDate TO PriorDate
               MOVE RunDateX   TO WLST-LAST
               MOVE PriorDate  TO WLST-PRIOR
               REWRITE REC-WLST-MSG
            END-IF.
            CLOSE REC-WLST.
            IF WLST-EMPTY THEN
               OPEN OUTPUT REC-WLST
               MOVE SPACES TO REC-WLST-MSG
               MOVE RunDateX TO WLST-LAST
               WRITE REC-WLST-MSG
               CLOSE REC-WLST
            END-IF.

         LOAD-ASSIGNMENTS.
            OPEN INPUT BUK-MST.
            OPEN INPUT REC-MST.
            MOVE SPACE TO LASTREC.
            PERFORM UNTIL LAST-REC
            READ BUK-MST NEXT RECORD
               AT END SET LAST-REC TO TRUE
               NOT AT END
                  ADD 1 TO BukRead
                  PERFORM LOAD-ONE-ASSIGNMENT
            END-READ
            END-PERFORM.
            CLOSE BUK-MST.
            CLOSE REC-MST.

         LOAD-ONE-ASSIGNMENT.
            IF BUK-MST-BUCKET < 1 OR BUK-MST-BUCKET > 26 THEN
               DISPLAY "BUKWORK: " BUK-MST-ID " HAS BUCKET "
                  BUK-MST-BUCKET " - NOT ON ANY WORKLIST"
            ELSE
               IF EmpUsed < 5000 THEN
                  ADD 1 TO EmpUsed
                  MOVE BUK-MST-BUCKET TO EM-BUCKET(EmpUsed)
                  MOVE BUK-MST-NAME   TO EM-NAME(EmpUsed)
                  MOVE BUK-MST-ID     TO EM-ID(EmpUsed)
                  MOVE BUK-MST-ID TO MST-ID
                  READ REC-MST
                     INVALID KEY
                        ADD 1 TO NotOnMst
                        MOVE SPACES TO EM-SURNAME(EmpUsed)
                        MOVE "??" TO EM-SITE(EmpUsed)
                        MOVE "??" TO EM-BAND(EmpUsed)
                     NOT INVALID KEY
                        MOVE MST-SURNAME TO EM-SURNAME(EmpUsed)
                        MOVE MST-SITE    TO EM-SITE(EmpUsed)
                        MOVE MST-BAND    TO EM-BAND(EmpUsed)
                  END-READ
               ELSE
                  ADD 1 TO TableFull
               END-IF
            END-IF.

      *------ BUCKET, THEN SURNAME, THEN NAME - THE KEY IS ONE FIELD
         SORT-EMPLOYEES.
            PERFORM VARYING EX FROM 1 BY 1 UNTIL EX >= EmpUsed
               PERFORM VARYING EY FROM 1 BY 1
                  UNTIL EY > EmpUsed - EX
                  IF EmpKey(EY) > EmpKey(EY + 1) THEN
                     MOVE EmpRow(EY)     TO EmpHold
                     MOVE EmpRow(EY + 1) TO EmpRow(EY)
                     MOVE EmpHold        TO EmpRow(EY + 1)
                  END-IF
               END-PERFORM
            END-PERFORM.

         MARK-BUCKET-SPANS.
            PERFORM VARYING EX FROM 1 BY 1 UNTIL EX > EmpUsed
               MOVE EM-BUCKET(EX) TO BucketNum
               IF BK-COUNT(BucketNum) = 0 THEN
                  MOVE EX TO BK-FIRST(BucketNum)
               END-IF
               ADD 1 TO BK-COUNT(BucketNum)
            END-PERFORM.

      *------ NO PRIOR RUN MEANS NO WINDOW - THE FIRST WORKLIST
      *------ CARRIES NO MOVEMENT
         LOAD-MOVEMENT.
            IF SinceDate NOT = SPACES THEN
               OPEN INPUT REC-BHIST
               MOVE SPACE TO LASTREC
               PERFORM UNTIL LAST-REC
               READ REC-BHIST
                  AT END SET LAST-REC TO TRUE
                  NOT AT END
                     IF BH-RUNDATE > SinceDate AND
                           BH-RUNDATE NOT > RunDateX THEN
                        PERFORM LOAD-ONE-MOVE
                     END-IF
               END-READ
               END-PERFORM
               CLOSE REC-BHIST
            END-IF.

         LOAD-ONE-MOVE.
            IF MoveUsed < 2000 THEN
               ADD 1 TO MoveUsed
               MOVE BH-ID         TO MV-ID(MoveUsed)
               MOVE BH-RUNDATE    TO MV-DATE(MoveUsed)
               MOVE BH-OLD-BUCKET TO MV-OLD(MoveUsed)
               MOVE BH-NEW-BUCKET TO MV-NEW(MoveUsed)
               MOVE BH-NAME       TO MV-NAME(MoveUsed)
               IF BH-NEW-BUCKET > 0 AND BH-NEW-BUCKET < 27 THEN
                  ADD 1 TO BK-JOINED(BH-NEW-BUCKET)
               END-IF
               IF BH-OLD-BUCKET > 0 AND BH-OLD-BUCKET < 27 THEN
                  ADD 1 TO BK-LEFT(BH-OLD-BUCKET)
               END-IF
            ELSE
               ADD 1 TO TableFull
            END-IF.

         WRITE-WORK-LINE.
            MOVE CurDest TO WORK-DEST.
            WRITE REC-WORK-MSG.
            ADD 1 TO LinesOut.
            ADD 1 TO LINE-CNT.

      *------ ONE COVER SHEET PER OWNER: HEADCOUNT PER BUCKET, THEN
      *------ EVERY JOIN AND DEPARTURE IN THE WINDOW
         PRINT-COVER-SHEET.
            MOVE SPACES TO WORK-LINE.
            STRING "BUKWORK - BUCKET WORKLIST COVER SHEET"
               DELIMITED BY SIZE INTO WORK-LINE.
            PERFORM WRITE-WORK-LINE.
            MOVE SPACES TO WORK-LINE.
            STRING "  RUN DATE: " RUN-CCYY "-" RUN-MM "-" RUN-DD
               DELIMITED BY SIZE INTO WORK-LINE.
            PERFORM WRITE-WORK-LINE.
            MOVE SPACES TO WORK-LINE.
            STRING "  OWNER: " OW-NAME(OX) "   DELIVERED TO: "
               OW-DEST(OX)
               DELIMITED BY SIZE INTO WORK-LINE.
            PERFORM WRITE-WORK-LINE.
            MOVE SPACES TO WORK-LINE.
            IF SinceDate = SPACES THEN
               STRING "  FIRST WORKLIST - MOVEMENT IS REPORTED FROM"
                  " THE NEXT RUN ON"
                  DELIMITED BY SIZE INTO WORK-LINE
            ELSE
               STRING "  MOVEMENT SINCE THE LAST WORKLIST OF "
                  SinceDate(1:4) "-" SinceDate(5:2) "-"
                  SinceDate(7:2)
                  DELIMITED BY SIZE INTO WORK-LINE
            END-IF.
            PERFORM WRITE-WORK-LINE.
            MOVE SPACES TO WORK-LINE.
            PERFORM WRITE-WORK-LINE.
            MOVE SPACES TO WORK-LINE.
            STRING "  BUCKET  LETTER  EMPLOYEES  JOINED  LEFT"
               DELIMITED BY SIZE INTO WORK-LINE.
            PERFORM WRITE-WORK-LINE.
            PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > 26
               IF BK-OWNER(BX) = OX THEN
                  MOVE BX            TO CV-BUCKET
                  MOVE Letters(BX:1) TO CV-LETTER
                  MOVE BK-COUNT(BX)  TO CV-COUNT
                  MOVE BK-JOINED(BX) TO CV-JOINED
                  MOVE BK-LEFT(BX)   TO CV-LEFT
                  MOVE COVER-LINE TO WORK-LINE
                  PERFORM WRITE-WORK-LINE
               END-IF
            END-PERFORM.
            IF SinceDate NOT = SPACES THEN
               MOVE SPACES TO WORK-LINE
               PERFORM WRITE-WORK-LINE
               MOVE SPACES TO WORK-LINE
               STRING "  JOINED OR LEFT SINCE THE LAST WORKLIST"
                  DELIMITED BY SIZE INTO WORK-LINE
               PERFORM WRITE-WORK-LINE
               PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > MoveUsed
                  PERFORM PRINT-ONE-MOVE
               END-PERFORM
            END-IF.

      *------ A MOVE BETWEEN TWO OF THE SAME OWNER'S BUCKETS SHOWS
      *------ TWICE - ONCE LEAVING, ONCE JOINING
         PRINT-ONE-MOVE.
            MOVE MV-OLD(MX) TO BucketNum.
            IF BucketNum > 0 AND BucketNum < 27 THEN
               IF BK-OWNER(BucketNum) = OX THEN
                  MOVE SPACES TO WORK-LINE
                  STRING "    BUCKET " MV-OLD(MX) "  LEFT    "
                     MV-ID(MX) "  " MV-NAME(MX) "  " MV-DATE(MX)
                     "  TO BUCKET " MV-NEW(MX)
                     DELIMITED BY SIZE INTO WORK-LINE
                  PERFORM WRITE-WORK-LINE
               END-IF
            END-IF.
            MOVE MV-NEW(MX) TO BucketNum.
            IF BucketNum > 0 AND BucketNum < 27 THEN
               IF BK-OWNER(BucketNum) = OX THEN
                  MOVE SPACES TO WORK-LINE
                  IF MV-OLD(MX) = 0 THEN
                     STRING "    BUCKET " MV-NEW(MX) "  JOINED  "
                        MV-ID(MX) "  " MV-NAME(MX) "  " MV-DATE(MX)
                        "  FIRST ASSIGNMENT"
                        DELIMITED BY SIZE INTO WORK-LINE
                  ELSE
                     STRING "    BUCKET " MV-NEW(MX) "  JOINED  "
                        MV-ID(MX) "  " MV-NAME(MX) "  " MV-DATE(MX)
                        "  FROM BUCKET " MV-OLD(MX)
                        DELIMITED BY SIZE INTO WORK-LINE
                  END-IF
                  PERFORM WRITE-WORK-LINE
               END-IF
            END-IF.

         PRINT-WORKLIST.
            MOVE ZERO TO PAGE-NUM.
            PERFORM PRINT-PAGE-HEADER.
            PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > 26
               IF BK-OWNER(BX) = OX THEN
                  PERFORM PRINT-ONE-BUCKET
               END-IF
            END-PERFORM.

         PRINT-ONE-BUCKET.
            IF LINE-CNT > 46 THEN
               PERFORM PRINT-PAGE-HEADER
            END-IF.
            MOVE SPACES TO WORK-LINE.
            PERFORM WRITE-WORK-LINE.
            MOVE SPACES TO WORK-LINE.
            STRING "  BUCKET " BX " (" Letters(BX:1) ") - "
               BK-COUNT(BX) " EMPLOYEE(S)"
               DELIMITED BY SIZE INTO WORK-LINE.
            PERFORM WRITE-WORK-LINE.
            IF BK-COUNT(BX) > 0 THEN
               COMPUTE ELast = BK-FIRST(BX) + BK-COUNT(BX) - 1
               PERFORM VARYING EX FROM BK-FIRST(BX) BY 1
                     UNTIL EX > ELast
                  PERFORM PRINT-ONE-EMPLOYEE
               END-PERFORM
            END-IF.

         PRINT-ONE-EMPLOYEE.
            IF EM-SURNAME(EX) = SPACES THEN
               MOVE "(NOT ON MASTER)" TO WD-SURNAME
            ELSE
               MOVE EM-SURNAME(EX) TO WD-SURNAME
            END-IF.
            MOVE EM-NAME(EX) TO WD-NAME.
            MOVE EM-ID(EX)   TO WD-ID.
            MOVE EM-SITE(EX) TO WD-SITE.
            MOVE EM-BAND(EX) TO WD-BAND.
            MOVE WORK-DETAIL TO WORK-LINE.
            PERFORM WRITE-WORK-LINE.
            IF LINE-CNT > 50 THEN
               PERFORM PRINT-PAGE-HEADER
            END-IF.

         PRINT-PAGE-HEADER.
            ADD 1 TO PAGE-NUM.
            MOVE 0 TO LINE-CNT.
            MOVE SPACES TO WORK-LINE.
            STRING "BUKWORK - BUCKET WORKLIST FOR " OW-NAME(OX)
               "  PAGE " PAGE-NUM
               DELIMITED BY SIZE INTO WORK-LINE.
            PERFORM WRITE-WORK-LINE.
            MOVE SPACES TO WORK-LINE.
            STRING "  RUN DATE: " RUN-CCYY "-" RUN-MM "-" RUN-DD
               DELIMITED BY SIZE INTO WORK-LINE.
            PERFORM WRITE-WORK-LINE.
            MOVE SPACES TO WORK-LINE.
            STRING "    SURNAME               NAME        ID        "
               "SITE  BAND"
               DELIMITED BY SIZE INTO WORK-LINE.
            PERFORM WRITE-WORK-LINE.
