      *----------------------
      * CROSS-SITE DUPLICATE-EMPLOYEE DETECTION OVER THE MERGED
      * PROD.DAILY.ROSTER EXTRACT AND THE ROSTMST MASTER. INXLOAD
      * ONLY CATCHES AN EXACT REPEAT OF THE 8-DIGIT ID, SO A PERSON
      * WHO TRANSFERRED SITES AND IS STILL SENT BY BOTH UNDER
      * DIFFERENT IDS IS COUNTED TWICE IN EVERY ROSTAT TOTAL. EVERY
      * RECORD FROM BOTH SOURCES IS LOADED TWICE INTO SCRATCH
      * KSDSS: ONCE KEYED ON THE MATCH FIELDS - NAME (1-10),
      * SURNAME (41-60), GENDER (22), ENROLLMENT MONTH (33-35) AND
      * YEAR (36-37) - THEN ID, AND ONCE KEYED ON ID THEN SITE.
      * SWEEPING THE FIRST GROUPS LIKELY DUPLICATES: SAME MATCH
      * FIELDS UNDER MORE THAN ONE ID. SWEEPING THE SECOND FINDS
      * ANY ID SENT FROM MORE THAN ONE SITE, WHATEVER ITS OTHER
      * FIELDS SAY. EACH GROUP IS PRINTED WITH ITS IDS, SOURCES,
      * SITES, AND BANDS SIDE BY SIDE, AND WRITTEN TO THE RECDUPL
      * WORKLIST SO CLEANUP IS DRIVEN FROM THE LIST. ANY GROUP
      * FOUND ENDS RC 4 WITH A RECALERT RECORD. BOTH WORK KSDSS ARE
      * SCRATCH, DELETED AND REDEFINED BY THE IDCAMS STEP AHEAD OF
      * THIS ONE.
      *----------------------
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    DUPDET.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT REC-IN ASSIGN TO RECIN
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-MST ASSIGN TO RECMST
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS MST-ID.
      *------ SCRATCH: KEYED ON THE MATCH FIELDS, ID, AND SOURCE
            SELECT REC-DUPN ASSIGN TO RECDUPN
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS DN-KEY.
      *------ SCRATCH: KEYED ON ID, SITE, AND SOURCE
            SELECT REC-DUPI ASSIGN TO RECDUPI
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS DI-KEY.
            SELECT REC-DUPL ASSIGN TO RECDUPL
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-RPT ASSIGN TO RECRPT
            ORGANIZATION IS SEQUENTIAL.
      *------ STANDARDIZED OPERATOR ALERT, APPENDED TO THE SHARED
      *------ PROD.DAILY.ALERTS DATASET ON EVERY RC 4/8 CONDITION
            SELECT REC-ALERT ASSIGN TO RECALERT
            ORGANIZATION IS SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
         FD  REC-IN     RECORDING MODE F.
         01  REC-IN-MSG         PIC X(80).
         FD  REC-MST.
         01  REC-MST-MSG.
             05  MST-NAME       PIC X(10).
             05  MST-ID         PIC X(08).
             05  FILLER         PIC X(62).
         FD  REC-DUPN.
         01  REC-DUPN-MSG.
             05  DN-KEY.
                 10  DN-MATCH.
                     15  DN-NAME     PIC X(10).
                     15  DN-SURNAME  PIC X(20).
                     15  DN-GENDER   PIC X(01).
                     15  DN-MONTH    PIC X(03).
                     15  DN-YEAR     PIC X(02).
                 10  DN-ID          PIC X(08).
                 10  DN-SRC         PIC X(01).
             05  DN-SITE        PIC X(02).
             05  DN-BAND        PIC X(02).
             05  FILLER         PIC X(31).
         FD  REC-DUPI.
         01  REC-DUPI-MSG.
             05  DI-KEY.
                 10  DI-ID          PIC X(08).
                 10  DI-SITE        PIC X(02).
                 10  DI-SRC         PIC X(01).
             05  DI-BAND        PIC X(02).
             05  DI-NAME        PIC X(10).
             05  DI-SURNAME     PIC X(20).
             05  DI-GENDER      PIC X(01).
             05  DI-MONTH       PIC X(03).
             05  DI-YEAR        PIC X(02).
             05  FILLER         PIC X(31).
      *------ CLEANUP WORKLIST: ONE RECORD PER GROUP MEMBER, TYPE N
      *------ (MATCHING NAME FIELDS) OR I (ID FROM SEVERAL SITES)
         FD  REC-DUPL   RECORDING MODE F.
         01  REC-DUPL-MSG.
             05  DL-TYPE        PIC X(01).
             05  DL-GROUP       PIC 9(05).
             05  DL-ID          PIC X(08).
             05  DL-SRC         PIC X(06).
             05  DL-SITE        PIC X(02).
             05  DL-BAND        PIC X(02).
             05  DL-NAME        PIC X(10).
             05  DL-SURNAME     PIC X(20).
             05  DL-GENDER      PIC X(01).
             05  DL-MONTH       PIC X(03).
             05  DL-YEAR        PIC X(02).
             05  FILLER         PIC X(20).
         FD  REC-RPT    RECORDING MODE F.
         01  REC-RPT-MSG   PIC X(80).
         FD  REC-ALERT  RECORDING MODE F.
         01  REC-ALERT-MSG      PIC X(100).
        WORKING-STORAGE SECTION.
         01 FLAGS.
             05 LASTREC PIC X VALUE SPACE.
                88 LAST-REC  VALUE "N".
             05 MST-EOF-SW  PIC X VALUE "N".
                88 MST-EOF   VALUE "Y".
             05 WRK-EOF-SW  PIC X VALUE "N".
                88 WRK-EOF   VALUE "Y".
      *------ THE 80-BYTE ROSTER IMAGE BEING LOADED, EITHER SOURCE
         01 RosterImage.
             05 RI-NAME       PIC X(10).
             05 RI-ID         PIC X(08).
             05 FILLER        PIC X(03).
             05 RI-GENDER     PIC X(01).
             05 RI-BAND       PIC X(02).
             05 FILLER        PIC X(08).
             05 RI-MONTH      PIC X(03).
             05 RI-YEAR       PIC X(02).
             05 FILLER        PIC X(01).
             05 RI-SITE       PIC X(02).
             05 RI-SURNAME    PIC X(20).
             05 FILLER        PIC X(20).
         01 CurSrc     PIC X(01).
         01 ExtrCount  PIC 9(07) VALUE ZERO.
         01 MstCount   PIC 9(07) VALUE ZERO.
         01 NoNameCnt  PIC 9(07) VALUE ZERO.
      *------ MEMBERS OF THE GROUP BEING SWEPT
         01 GrpTab.
             05 GrpEnt OCCURS 50 TIMES.
                10 GRP-ID       PIC X(08).
                10 GRP-SRC      PIC X(01).
                10 GRP-SITE     PIC X(02).
                10 GRP-BAND     PIC X(02).
                10 GRP-NAME     PIC X(10).
                10 GRP-SURNAME  PIC X(20).
                10 GRP-GENDER   PIC X(01).
                10 GRP-MONTH    PIC X(03).
                10 GRP-YEAR     PIC X(02).
         01 GrpCount   PIC 9(02) VALUE ZERO.
         01 GrpIx      PIC 9(02).
         01 GrpOver    PIC 9(05) VALUE ZERO.
      *------ DISTINCT IDS (NAME GROUPS) OR SITES (ID GROUPS) SEEN
         01 Distinct   PIC 9(02).
         01 GrpType    PIC X(01).
         01 CurMatch   PIC X(36).
         01 CurId      PIC X(08).
         01 GroupNo    PIC 9(05) VALUE ZERO.
         01 NameGrps   PIC 9(05) VALUE ZERO.
         01 IdGrps     PIC 9(05) VALUE ZERO.
         01 RUN-STAMP.
             05 RUN-CCYY PIC 9(04).
             05 RUN-MM   PIC 9(02).
             05 RUN-DD   PIC 9(02).
         01 ALERT-REC.
             05 ALERT-SEV       PIC 9(01).
             05 ALERT-PGM       PIC X(08).
             05 ALERT-DATE      PIC 9(08).
             05 ALERT-TIME      PIC 9(08).
             05 ALERT-READ      PIC 9(07).
             05 ALERT-REJ       PIC 9(05).
             05 ALERT-TEXT      PIC X(60).
             05 FILLER          PIC X(03) VALUE SPACES.
         01 GROUP-LINE.
             05 FILLER      PIC X(04) VALUE SPACES.
             05 GL-ID       PIC X(08).
             05 FILLER      PIC X(02) VALUE SPACES.
             05 GL-SRC      PIC X(06).
             05 FILLER      PIC X(02) VALUE SPACES.
             05 GL-SITE     PIC X(02).
             05 FILLER      PIC X(03) VALUE SPACES.
             05 GL-BAND     PIC X(02).
             05 FILLER      PIC X(03) VALUE SPACES.
             05 GL-NAME     PIC X(10).
             05 FILLER      PIC X(01) VALUE SPACES.
             05 GL-SURNAME  PIC X(20).
             05 FILLER      PIC X(01) VALUE SPACES.
             05 GL-GENDER   PIC X(01).
             05 FILLER      PIC X(01) VALUE SPACES.
             05 GL-MONTH    PIC X(03).
             05 GL-YEAR     PIC X(02).
             05 FILLER      PIC X(09) VALUE SPACES.

        PROCEDURE DIVISION.
         MAIN-LINE.
            ACCEPT RUN-STAMP FROM DATE YYYYMMDD.
            OPEN OUTPUT REC-DUPN.
            OPEN OUTPUT REC-DUPI.
            PERFORM LOAD-EXTRACT.
            PERFORM LOAD-MASTER.
            CLOSE REC-DUPN.
            CLOSE REC-DUPI.
            OPEN OUTPUT REC-RPT.
            OPEN OUTPUT REC-DUPL.
            PERFORM PRINT-PAGE-HEADER.
            PERFORM SWEEP-NAME-GROUPS.
            PERFORM SWEEP-ID-GROUPS.
            PERFORM PRINT-TOTALS.
            CLOSE REC-DUPL.
            CLOSE REC-RPT.
            DISPLAY "DUPDET: " ExtrCount " EXTRACT AND " MstCount
               " MASTER RECORD(S) READ".
            DISPLAY "DUPDET: " NameGrps " NAME GROUP(S), " IdGrps
               " MULTI-SITE ID(S)".
            IF NameGrps > 0 OR IdGrps > 0 THEN
               MOVE 4 TO RETURN-CODE
               MOVE 4 TO ALERT-SEV
               MOVE SPACES TO ALERT-TEXT
               STRING "POSSIBLE DUPLICATE EMPLOYEES - SEE RECDUPL"
                  DELIMITED BY SIZE INTO ALERT-TEXT
               PERFORM WRITE-ALERT
            END-IF.
            STOP RUN.

         WRITE-ALERT.
            MOVE "DUPDET  " TO ALERT-PGM.
            ADD ExtrCount MstCount GIVING ALERT-READ.
            MOVE GroupNo TO ALERT-REJ.
            ACCEPT ALERT-DATE FROM DATE YYYYMMDD.
            ACCEPT ALERT-TIME FROM TIME.
            OPEN EXTEND REC-ALERT.
            MOVE ALERT-REC TO REC-ALERT-MSG.
            WRITE REC-ALERT-MSG.
            CLOSE REC-ALERT.

         LOAD-EXTRACT.
            MOVE "R" TO CurSrc.
            OPEN INPUT REC-IN.
            PERFORM UNTIL LAST-REC
            READ REC-IN
               AT END SET LAST-REC TO TRUE
               NOT AT END
                  IF REC-IN-MSG (1:8) NOT = "TRAILER " THEN
                     ADD 1 TO ExtrCount
                     MOVE REC-IN-MSG TO RosterImage
                     PERFORM LOAD-ONE-IMAGE
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE REC-IN.

         LOAD-MASTER.
            MOVE "M" TO CurSrc.
            OPEN INPUT REC-MST.
            PERFORM UNTIL MST-EOF
            READ REC-MST NEXT RECORD
               AT END SET MST-EOF TO TRUE
               NOT AT END
                  ADD 1 TO MstCount
                  MOVE REC-MST-MSG TO RosterImage
                  PERFORM LOAD-ONE-IMAGE
            END-READ
            END-PERFORM.
            CLOSE REC-MST.

      *------ A RECORD WITH NO NAME AND NO SURNAME CANNOT BE MATCHED
      *------ ON NAME, BUT STILL COUNTS FOR THE MULTI-SITE ID CHECK.
      *------ AN EXACT REPEAT (SAME KEY) IS INXLOAD'S BUSINESS AND
      *------ IS SIMPLY NOT LOADED TWICE.
         LOAD-ONE-IMAGE.
            IF RI-NAME = SPACES AND RI-SURNAME = SPACES THEN
               ADD 1 TO NoNameCnt
            ELSE
               MOVE SPACES     TO REC-DUPN-MSG
               MOVE RI-NAME    TO DN-NAME
               MOVE RI-SURNAME TO DN-SURNAME
               MOVE RI-GENDER  TO DN-GENDER
               MOVE RI-MONTH   TO DN-MONTH
               MOVE RI-YEAR    TO DN-YEAR
               MOVE RI-ID      TO DN-ID
               MOVE CurSrc     TO DN-SRC
               MOVE RI-SITE    TO DN-SITE
               MOVE RI-BAND    TO DN-BAND
               WRITE REC-DUPN-MSG
                  INVALID KEY CONTINUE
               END-WRITE
            END-IF.
            MOVE SPACES     TO REC-DUPI-MSG.
            MOVE RI-ID      TO DI-ID.
            MOVE RI-SITE    TO DI-SITE.
            MOVE CurSrc     TO DI-SRC.
            MOVE RI-BAND    TO DI-BAND.
            MOVE RI-NAME    TO DI-NAME.
            MOVE RI-SURNAME TO DI-SURNAME.
            MOVE RI-GENDER  TO DI-GENDER.
            MOVE RI-MONTH   TO DI-MONTH.
            MOVE RI-YEAR    TO DI-YEAR.
            WRITE REC-DUPI-MSG
               INVALID KEY CONTINUE
            END-WRITE.

      *------ KEY ORDER PUTS EVERY RECORD WITH THE SAME MATCH FIELDS
      *------ TOGETHER, IN ID ORDER, SO A GROUP WITH MORE THAN ONE
      *------ DISTINCT ID IS A LIKELY DUPLICATE
         SWEEP-NAME-GROUPS.
            MOVE "N" TO GrpType.
            MOVE ZERO TO GrpCount Distinct.
            MOVE "N" TO WRK-EOF-SW.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "SAME NAME, SURNAME, GENDER, AND ENROLLMENT UNDER "
               "DIFFERENT IDS" DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.
            OPEN INPUT REC-DUPN.
            MOVE LOW-VALUES TO DN-KEY.
            START REC-DUPN KEY NOT < DN-KEY
               INVALID KEY SET WRK-EOF TO TRUE
            END-START.
            PERFORM UNTIL WRK-EOF
            READ REC-DUPN NEXT RECORD
               AT END SET WRK-EOF TO TRUE
               NOT AT END
                  IF GrpCount > 0 AND DN-MATCH NOT = CurMatch THEN
                     PERFORM FLUSH-GROUP
                  END-IF
                  IF GrpCount = 0 OR DN-ID NOT = CurId THEN
                     ADD 1 TO Distinct
                  END-IF
                  MOVE DN-MATCH TO CurMatch
                  MOVE DN-ID    TO CurId
                  PERFORM ADD-NAME-MEMBER
            END-READ
            END-PERFORM.
            IF GrpCount > 0 THEN
               PERFORM FLUSH-GROUP
            END-IF.
            CLOSE REC-DUPN.

         ADD-NAME-MEMBER.
            IF GrpCount < 50 THEN
               ADD 1 TO GrpCount
               MOVE DN-ID      TO GRP-ID (GrpCount)
               MOVE DN-SRC     TO GRP-SRC (GrpCount)
               MOVE DN-SITE    TO GRP-SITE (GrpCount)
               MOVE DN-BAND    TO GRP-BAND (GrpCount)
               MOVE DN-NAME    TO GRP-NAME (GrpCount)
               MOVE DN-SURNAME TO GRP-SURNAME (GrpCount)
               MOVE DN-GENDER  TO GRP-GENDER (GrpCount)
               MOVE DN-MONTH   TO GRP-MONTH (GrpCount)
               MOVE DN-YEAR    TO GRP-YEAR (GrpCount)
            ELSE
               ADD 1 TO GrpOver
            END-IF.

      *------ KEY ORDER PUTS EVERY RECORD FOR AN ID TOGETHER, IN
      *------ SITE ORDER, SO AN ID WITH MORE THAN ONE DISTINCT SITE
      *------ IS BEING SENT FROM SEVERAL PLACES
         SWEEP-ID-GROUPS.
            MOVE "I" TO GrpType.
            MOVE ZERO TO GrpCount Distinct.
            MOVE "N" TO WRK-EOF-SW.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "SAME ID FROM MORE THAN ONE SITE"
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 3 LINES.
            OPEN INPUT REC-DUPI.
            MOVE LOW-VALUES TO DI-KEY.
            START REC-DUPI KEY NOT < DI-KEY
               INVALID KEY SET WRK-EOF TO TRUE
            END-START.
            PERFORM UNTIL WRK-EOF
            READ REC-DUPI NEXT RECORD
               AT END SET WRK-EOF TO TRUE
               NOT AT END
                  IF GrpCount > 0 AND DI-ID NOT = CurId THEN
                     PERFORM FLUSH-GROUP
                  END-IF
                  IF GrpCount = 0
                     OR DI-SITE NOT = GRP-SITE (GrpCount) THEN
                     ADD 1 TO Distinct
                  END-IF
                  MOVE DI-ID TO CurId
                  PERFORM ADD-ID-MEMBER
            END-READ
            END-PERFORM.
            IF GrpCount > 0 THEN
               PERFORM FLUSH-GROUP
            END-IF.
            CLOSE REC-DUPI.

         ADD-ID-MEMBER.
            IF GrpCount < 50 THEN
               ADD 1 TO GrpCount
               MOVE DI-ID      TO GRP-ID (GrpCount)
               MOVE DI-SRC     TO GRP-SRC (GrpCount)
               MOVE DI-SITE    TO GRP-SITE (GrpCount)
               MOVE DI-BAND    TO GRP-BAND (GrpCount)
               MOVE DI-NAME    TO GRP-NAME (GrpCount)
               MOVE DI-SURNAME TO GRP-SURNAME (GrpCount)
               MOVE DI-GENDER  TO GRP-GENDER (GrpCount)
               MOVE DI-MONTH   TO GRP-MONTH (GrpCount)
               MOVE DI-YEAR    TO GRP-YEAR (GrpCount)
            ELSE
               ADD 1 TO GrpOver
            END-IF.

      *------ PRINT AND LIST THE GROUP JUST CLOSED IF IT HOLDS MORE
      *------ THAN ONE ID (OR SITE), THEN START THE NEXT ONE EMPTY
         FLUSH-GROUP.
            IF Distinct > 1 THEN
               ADD 1 TO GroupNo
               IF GrpType = "N" THEN
                  ADD 1 TO NameGrps
               ELSE
                  ADD 1 TO IdGrps
               END-IF
               MOVE SPACES TO REC-RPT-MSG
               STRING "  GROUP " GroupNo DELIMITED BY SIZE
                  INTO REC-RPT-MSG
               WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES
               PERFORM VARYING GrpIx FROM 1 BY 1
                  UNTIL GrpIx > GrpCount
                  PERFORM PRINT-MEMBER
               END-PERFORM
            END-IF.
            MOVE ZERO TO GrpCount Distinct.

         PRINT-MEMBER.
            MOVE SPACES TO GROUP-LINE.
            MOVE GRP-ID (GrpIx)      TO GL-ID.
            IF GRP-SRC (GrpIx) = "M" THEN
               MOVE "MASTER" TO GL-SRC
            ELSE
               MOVE "ROSTER" TO GL-SRC
            END-IF.
            MOVE GRP-SITE (GrpIx)    TO GL-SITE.
            MOVE GRP-BAND (GrpIx)    TO GL-BAND.
            MOVE GRP-NAME (GrpIx)    TO GL-NAME.
            MOVE GRP-SURNAME (GrpIx) TO GL-SURNAME.
            MOVE GRP-GENDER (GrpIx)  TO GL-GENDER.
            MOVE GRP-MONTH (GrpIx)   TO GL-MONTH.
            MOVE GRP-YEAR (GrpIx)    TO GL-YEAR.
            MOVE GROUP-LINE TO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
            MOVE SPACES   TO REC-DUPL-MSG.
            MOVE GrpType  TO DL-TYPE.
            MOVE GroupNo  TO DL-GROUP.
            MOVE GL-ID    TO DL-ID.
            MOVE GL-SRC   TO DL-SRC.
            MOVE GL-SITE  TO DL-SITE.
            MOVE GL-BAND  TO DL-BAND.
            MOVE GL-NAME  TO DL-NAME.
            MOVE GL-SURNAME TO DL-SURNAME.
            MOVE GL-GENDER  TO DL-GENDER.
            MOVE GL-MONTH TO DL-MONTH.
            MOVE GL-YEAR  TO DL-YEAR.
            WRITE REC-DUPL-MSG.

         PRINT-TOTALS.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "EXTRACT RECORDS: " ExtrCount
               "   MASTER RECORDS: " MstCount
               "   NO NAME: " NoNameCnt
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 3 LINES.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "NAME GROUPS: " NameGrps
               "   MULTI-SITE IDS: " IdGrps
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
            IF GrpOver > 0 THEN
               MOVE SPACES TO REC-RPT-MSG
               STRING "*** " GrpOver " MEMBER(S) BEYOND 50 IN A "
                  "GROUP NOT LISTED" DELIMITED BY SIZE
                  INTO REC-RPT-MSG
               WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES
            END-IF.

         PRINT-PAGE-HEADER.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "DUPDET - CROSS-SITE DUPLICATE EMPLOYEE REPORT"
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING PAGE.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "  RUN DATE: " RUN-CCYY "-" RUN-MM "-" RUN-DD
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "    ID        SOURCE  SITE BAND NAME       "
               "SURNAME              G MTHYR"
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.
