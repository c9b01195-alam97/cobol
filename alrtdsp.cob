      *----------------------
      * ALERT NOTIFICATION DISPATCHER - RUN AS THE LAST STEP OF
      * DAILYRUN (EVEN WHEN THE NIGHT STOPPED), SO EVERY ALERT THE
      * NIGHT RAISED GOES OUT THE SAME NIGHT, AND ON DEMAND THROUGH
      * ALRTDSP.JCL. EVERY ALERT ON PROD.DAILY.ALERTS NOT YET ON THE
      * NOTIFICATION TRAIL (RECNTF) IS SENT TO WHOEVER THE ON-CALL
      * ROTATION (RECROTA) NAMES FOR THE ALERT'S DATE AND SEVERITY:
      * AN E-MAIL FOR EVERY ALERT, AND A PAGE AS WELL FOR A
      * SEVERITY 8, BOTH AS PICKUP RECORDS ON THE MAIL GATEWAY
      * DATASET (RECMAIL) CARRYING THE PROGRAM, SEVERITY, AND ALERT
      * TEXT. A SEVERITY THE ROTATION DOES NOT COVER FOR THAT DATE
      * GOES TO THE SHIFT SUPERVISOR (ROTATION SEVERITY "S").
      * EVERY MESSAGE SENT IS RECORDED ON RECNTF (ALERT KEY, WHO,
      * HOW, WHEN) - ALRTCON SHOWS IT BESIDE THE ACKNOWLEDGMENT.
      * AN ALERT IS KEYED, AS IN ALRTCON, BY PROGRAM + DATE + TIME.
      * ONLY THE LAST RECCTL DAYS (COLS 1-2, DEFAULT 07) OF ALERTS
      * ARE CONSIDERED, SO AN OLD ALERT IS NEVER PAGED OUT LATE. AN
      * ALERT NOBODY COVERS IS LEFT UNSENT FOR THE NEXT RUN, RC 4,
      * AS IS ONE WHOSE ROTATION ROW HAS NO E-MAIL ADDRESS (AND, FOR
      * A SEVERITY 8, NO PAGER EITHER) - NOTHING COULD BE SENT.
      *----------------------
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    ALRTDSP.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT REC-CTL   ASSIGN TO RECCTL
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-ALERT ASSIGN TO RECALERT
            ORGANIZATION IS SEQUENTIAL.
      *------ ON-CALL ROTATION: DATE RANGE, SEVERITY, PERSON
            SELECT REC-ROTA  ASSIGN TO RECROTA
            ORGANIZATION IS SEQUENTIAL.
      *------ NOTIFICATION TRAIL, READ FIRST, THEN APPENDED
            SELECT REC-NTF   ASSIGN TO RECNTF
            ORGANIZATION IS SEQUENTIAL.
      *------ THE SHOP'S MAIL GATEWAY PICKUP DATASET
            SELECT REC-MAIL  ASSIGN TO RECMAIL
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-RPT   ASSIGN TO RECRPT
            ORGANIZATION IS SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
         FD  REC-CTL    RECORDING MODE F.
         01  REC-CTL-MSG.
             05 CTL-DAYS        PIC X(02).
             05 FILLER          PIC X(22).
         FD  REC-ALERT  RECORDING MODE F.
         01  REC-ALERT-MSG.
             05 ALERT-SEV       PIC 9(01).
             05 ALERT-PGM       PIC X(08).
             05 ALERT-DATE      PIC 9(08).
             05 ALERT-TIME      PIC 9(08).
             05 ALERT-READ      PIC 9(07).
             05 ALERT-REJ       PIC 9(05).
             05 ALERT-TEXT      PIC X(60).
             05 FILLER          PIC X(03).
         FD  REC-ROTA   RECORDING MODE F.
         01  REC-ROTA-MSG.
             05 ROT-FROM        PIC X(08).
             05 FILLER          PIC X(01).
             05 ROT-THRU        PIC X(08).
             05 FILLER          PIC X(01).
             05 ROT-SEV         PIC X(01).
             05 FILLER          PIC X(01).
             05 ROT-NAME        PIC X(20).
             05 FILLER          PIC X(01).
             05 ROT-EMAIL       PIC X(30).
             05 FILLER          PIC X(01).
             05 ROT-PAGER       PIC X(08).
         FD  REC-NTF    RECORDING MODE F.
         01  REC-NTF-MSG.
             05 NTF-PGM         PIC X(08).
             05 NTF-DATE        PIC X(08).
             05 NTF-TIME        PIC X(08).
             05 NTF-SEV         PIC X(01).
             05 NTF-CHANNEL     PIC X(04).
             05 NTF-TO          PIC X(20).
             05 NTF-ADDR        PIC X(30).
             05 NTF-ROLE        PIC X(08).
             05 NTF-STAMP       PIC X(16).
             05 FILLER          PIC X(17).
         FD  REC-MAIL   RECORDING MODE F.
         01  REC-MAIL-MSG.
             05 GW-CHANNEL      PIC X(04).
             05 FILLER          PIC X(01).
             05 GW-TO           PIC X(30).
             05 FILLER          PIC X(01).
             05 GW-SUBJECT      PIC X(44).
             05 GW-BODY         PIC X(80).
         FD  REC-RPT    RECORDING MODE F.
         01  REC-RPT-MSG   PIC X(80).
        WORKING-STORAGE SECTION.
         01 FLAGS.
             05 LASTREC PIC X VALUE SPACE.
                88 LAST-REC  VALUE "N".
             05 FOUND-SW    PIC X.
                88 KEY-FOUND  VALUE "Y".
         01 WindowDays PIC 9(02) VALUE 7.
      *------ EVERY ALERT ALREADY NOTIFIED INSIDE THE WINDOW
         01 NtfTab.
             05 NtfKey OCCURS 2000 TIMES PIC X(24).
         01 NtfUsed    PIC 9(04) VALUE ZERO.
         01 NX         PIC 9(04).
         01 RotTab.
             05 RotRow OCCURS 200 TIMES.
                10 RT-FROM     PIC X(08).
                10 RT-THRU     PIC X(08).
                10 RT-SEV      PIC X(01).
                10 RT-NAME     PIC X(20).
                10 RT-EMAIL    PIC X(30).
                10 RT-PAGER    PIC X(08).
         01 RotUsed    PIC 9(03) VALUE ZERO.
         01 RX         PIC 9(03).
         01 PickRow    PIC 9(03).
         01 WorkKey    PIC X(24).
         01 AlertDateX PIC X(08).
         01 SevX       PIC X(01).
         01 Role       PIC X(08).
         01 AlertsSeen PIC 9(05) VALUE ZERO.
         01 Dispatched PIC 9(05) VALUE ZERO.
         01 MailsSent  PIC 9(05) VALUE ZERO.
         01 PagesSent  PIC 9(05) VALUE ZERO.
         01 ToSuper    PIC 9(05) VALUE ZERO.
         01 Unrouted   PIC 9(05) VALUE ZERO.
         01 TableFull  PIC 9(05) VALUE ZERO.
      *------ DAY-SERIAL ARITHMETIC (SAME AS ALRTESC) FOR THE WINDOW
         01 CumDays.
             05 FILLER PIC 9(03) VALUE 000.
             05 FILLER PIC 9(03) VALUE 031.
             05 FILLER PIC 9(03) VALUE 059.
             05 FILLER PIC 9(03) VALUE 090.
             05 FILLER PIC 9(03) VALUE 120.
             05 FILLER PIC 9(03) VALUE 151.
             05 FILLER PIC 9(03) VALUE 181.
             05 FILLER PIC 9(03) VALUE 212.
             05 FILLER PIC 9(03) VALUE 243.
             05 FILLER PIC 9(03) VALUE 273.
             05 FILLER PIC 9(03) VALUE 304.
             05 FILLER PIC 9(03) VALUE 334.
         01 CumDaysTab REDEFINES CumDays.
             05 CumDay OCCURS 12 TIMES PIC 9(03).
         01 SerDate.
             05 SerYYYY   PIC 9(04).
             05 SerMM     PIC 99.
             05 SerDD     PIC 99.
         01 SerDateX REDEFINES SerDate PIC X(08).
         01 SerWork   PIC 9(04).
         01 SerLeap   PIC 9(04).
         01 SerDiv    PIC 9(04).
         01 SerialDays PIC 9(07).
         01 NowSerial PIC 9(07).
         01 RUN-STAMP.
             05 RUN-STAMP-DATE PIC 9(08).
             05 RUN-STAMP-TIME PIC 9(08).
         01 RUN-DATE-PARTS REDEFINES RUN-STAMP.
             05 RUN-CCYY PIC 9(04).
             05 RUN-MM   PIC 9(02).
             05 RUN-DD   PIC 9(02).
             05 FILLER   PIC 9(08).
         01 SEND-LINE.
             05 FILLER      PIC X(01) VALUE SPACE.
             05 SL-SEV      PIC X(01).
             05 FILLER      PIC X(02) VALUE SPACES.
             05 SL-PGM      PIC X(08).
             05 FILLER      PIC X(01) VALUE SPACE.
             05 SL-DATE     PIC X(08).
             05 FILLER      PIC X(01) VALUE SPACE.
             05 SL-TIME     PIC X(08).
             05 FILLER      PIC X(02) VALUE SPACES.
             05 SL-CHANNEL  PIC X(04).
             05 FILLER      PIC X(02) VALUE SPACES.
             05 SL-TO       PIC X(20).
             05 FILLER      PIC X(02) VALUE SPACES.
             05 SL-ROLE     PIC X(08).
             05 FILLER      PIC X(12) VALUE SPACES.

        PROCEDURE DIVISION.
         MAIN-LINE.
            ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD.
            ACCEPT RUN-STAMP-TIME FROM TIME.
            MOVE RUN-STAMP-DATE TO SerDateX.
            PERFORM DATE-TO-SERIAL.
            MOVE SerialDays TO NowSerial.
            PERFORM READ-CONTROL-CARD.
            PERFORM LOAD-ROTATION.
            PERFORM LOAD-NOTIFIED.
            OPEN OUTPUT REC-RPT.
            PERFORM PRINT-PAGE-HEADER.
            OPEN INPUT REC-ALERT.
            OPEN EXTEND REC-NTF.
            OPEN EXTEND REC-MAIL.
            MOVE SPACE TO LASTREC.
            PERFORM UNTIL LAST-REC
            READ REC-ALERT
               AT END SET LAST-REC TO TRUE
               NOT AT END
                  PERFORM CONSIDER-ONE-ALERT
            END-READ
            END-PERFORM.
            CLOSE REC-ALERT.
            CLOSE REC-NTF.
            CLOSE REC-MAIL.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "ALERTS IN WINDOW: " AlertsSeen "   DISPATCHED: "
               Dispatched "   E-MAILS: " MailsSent "   PAGES: "
               PagesSent
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "TO SHIFT SUPERVISOR: " ToSuper
               "   NOT COVERED - LEFT FOR NEXT RUN: " Unrouted
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
            CLOSE REC-RPT.
            DISPLAY "ALRTDSP: " Dispatched " ALERT(S) DISPATCHED, "
               MailsSent " E-MAIL(S), " PagesSent " PAGE(S), "
               Unrouted " NOT COVERED".
            IF Unrouted > 0 OR TableFull > 0 THEN
               IF TableFull > 0 THEN
                  DISPLAY "ALRTDSP: TABLE FULL - " TableFull
                     " ROTATION OR TRAIL RECORD(S) NOT LOADED"
               END-IF
               MOVE 4 TO RETURN-CODE
            END-IF.
            STOP RUN.

         READ-CONTROL-CARD.
            OPEN INPUT REC-CTL.
            READ REC-CTL
               AT END MOVE SPACES TO REC-CTL-MSG
            END-READ.
            IF CTL-DAYS IS NUMERIC AND CTL-DAYS NOT = "00" THEN
               MOVE CTL-DAYS TO WindowDays
            END-IF.
            CLOSE REC-CTL.

         LOAD-ROTATION.
            OPEN INPUT REC-ROTA.
            MOVE SPACE TO LASTREC.
            PERFORM UNTIL LAST-REC
            READ REC-ROTA
               AT END SET LAST-REC TO TRUE
               NOT AT END
                  IF ROT-FROM NOT = SPACES THEN
                     IF RotUsed < 200 THEN
                        ADD 1 TO RotUsed
                        MOVE ROT-FROM  TO RT-FROM(RotUsed)
                        MOVE ROT-THRU  TO RT-THRU(RotUsed)
                        MOVE ROT-SEV   TO RT-SEV(RotUsed)
                        MOVE ROT-NAME  TO RT-NAME(RotUsed)
                        MOVE ROT-EMAIL TO RT-EMAIL(RotUsed)
                        MOVE ROT-PAGER TO RT-PAGER(RotUsed)
                     ELSE
                        ADD 1 TO TableFull
                     END-IF
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE REC-ROTA.

      *------ ONLY TRAIL RECORDS FOR ALERTS INSIDE THE WINDOW MATTER
         LOAD-NOTIFIED.
            OPEN INPUT REC-NTF.
            MOVE SPACE TO LASTREC.
            PERFORM UNTIL LAST-REC
            READ REC-NTF
               AT END SET LAST-REC TO TRUE
               NOT AT END
                  MOVE NTF-DATE TO SerDateX
                  PERFORM DATE-TO-SERIAL
                  IF SerialDays + WindowDays >= NowSerial THEN
                     IF NtfUsed < 2000 THEN
                        ADD 1 TO NtfUsed
                        MOVE NTF-PGM  TO NtfKey(NtfUsed)(1:8)
                        MOVE NTF-DATE TO NtfKey(NtfUsed)(9:8)
                        MOVE NTF-TIME TO NtfKey(NtfUsed)(17:8)
                     ELSE
                        ADD 1 TO TableFull
                     END-IF
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE REC-NTF.

         CONSIDER-ONE-ALERT.
            MOVE ALERT-DATE TO SerDateX.
            PERFORM DATE-TO-SERIAL.
            IF SerialDays + WindowDays >= NowSerial THEN
               ADD 1 TO AlertsSeen
               MOVE ALERT-PGM  TO WorkKey(1:8)
               MOVE ALERT-DATE TO WorkKey(9:8)
               MOVE ALERT-TIME TO WorkKey(17:8)
               MOVE "N" TO FOUND-SW
               PERFORM VARYING NX FROM 1 BY 1
                     UNTIL NX > NtfUsed OR KEY-FOUND
                  IF NtfKey(NX) = WorkKey THEN
                     SET KEY-FOUND TO TRUE
                  END-IF
               END-PERFORM
               IF NOT KEY-FOUND THEN
                  PERFORM DISPATCH-ONE-ALERT
               END-IF
            END-IF.

      *------ THE ON-CALL ROW FOR THE ALERT'S DATE AND SEVERITY,
      *------ ELSE THE SHIFT SUPERVISOR'S ROW FOR THAT DATE
         DISPATCH-ONE-ALERT.
            MOVE ALERT-DATE TO AlertDateX.
            MOVE ALERT-SEV  TO SevX.
            MOVE "ON-CALL" TO Role.
            PERFORM FIND-ROTATION-ROW.
            IF PickRow = 0 THEN
               MOVE "S" TO SevX
               MOVE "SUPERVSR" TO Role
               PERFORM FIND-ROTATION-ROW
            END-IF.
            IF PickRow = 0 THEN
               ADD 1 TO Unrouted
               MOVE SPACES TO REC-RPT-MSG
               STRING " " ALERT-SEV "  " ALERT-PGM " " ALERT-DATE " "
                  ALERT-TIME "  *** NO ON-CALL OR SUPERVISOR FOR"
                  " THIS DATE"
                  DELIMITED BY SIZE INTO REC-RPT-MSG
               WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES
      *------ NO ADDRESS TO SEND TO: NOTHING REACHES RECMAIL OR THE
      *------ TRAIL, SO THE ALERT IS LEFT FOR THE NEXT RUN
            ELSE IF RT-EMAIL(PickRow) = SPACES AND
                  (ALERT-SEV < 8 OR RT-PAGER(PickRow) = SPACES) THEN
               ADD 1 TO Unrouted
               MOVE SPACES TO REC-RPT-MSG
               STRING " " ALERT-SEV "  " ALERT-PGM " " ALERT-DATE " "
                  ALERT-TIME "  *** NO ADDRESS FOR "
                  RT-NAME(PickRow)
                  DELIMITED BY SIZE INTO REC-RPT-MSG
               WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES
            ELSE
               IF Role = "SUPERVSR" THEN
                  ADD 1 TO ToSuper
               END-IF
               ADD 1 TO Dispatched
               IF RT-EMAIL(PickRow) NOT = SPACES THEN
                  PERFORM SEND-MAIL
               END-IF
               IF ALERT-SEV >= 8 AND RT-PAGER(PickRow) NOT = SPACES
                     THEN
                  PERFORM SEND-PAGE
               END-IF
            END-IF
            END-IF.

         FIND-ROTATION-ROW.
            MOVE ZERO TO PickRow.
            PERFORM VARYING RX FROM 1 BY 1
                  UNTIL RX > RotUsed OR PickRow > 0
               IF RT-SEV(RX) = SevX AND
                     RT-FROM(RX) NOT > AlertDateX AND
                     RT-THRU(RX) NOT < AlertDateX THEN
                  MOVE RX TO PickRow
               END-IF
            END-PERFORM.

         SEND-MAIL.
            MOVE SPACES TO REC-MAIL-MSG.
            MOVE "MAIL" TO GW-CHANNEL.
            MOVE RT-EMAIL(PickRow) TO GW-TO.
            STRING "ROSTER ALERT SEV " ALERT-SEV " " ALERT-PGM " "
               ALERT-DATE
               DELIMITED BY SIZE INTO GW-SUBJECT.
            STRING ALERT-PGM " SEV " ALERT-SEV " AT " ALERT-TIME(1:4)
               ": " ALERT-TEXT
               DELIMITED BY SIZE INTO GW-BODY.
            WRITE REC-MAIL-MSG.
            ADD 1 TO MailsSent.
            PERFORM WRITE-TRAIL-RECORD.

      *------ A PAGE IS SHORT: PROGRAM, SEVERITY, START OF THE TEXT
         SEND-PAGE.
            MOVE SPACES TO REC-MAIL-MSG.
            MOVE "PAGE" TO GW-CHANNEL.
            MOVE RT-PAGER(PickRow) TO GW-TO.
            STRING "SEV" ALERT-SEV " " ALERT-PGM " "
               ALERT-TEXT(1:30)
               DELIMITED BY SIZE INTO GW-SUBJECT.
            MOVE GW-SUBJECT TO GW-BODY.
            WRITE REC-MAIL-MSG.
            ADD 1 TO PagesSent.
            PERFORM WRITE-TRAIL-RECORD.

         WRITE-TRAIL-RECORD.
            MOVE SPACES TO REC-NTF-MSG.
            MOVE ALERT-PGM  TO NTF-PGM.
            MOVE ALERT-DATE TO NTF-DATE.
            MOVE ALERT-TIME TO NTF-TIME.
            MOVE ALERT-SEV  TO NTF-SEV.
            MOVE GW-CHANNEL TO NTF-CHANNEL.
            MOVE RT-NAME(PickRow) TO NTF-TO.
            MOVE GW-TO      TO NTF-ADDR.
            MOVE Role       TO NTF-ROLE.
            MOVE RUN-STAMP  TO NTF-STAMP.
            WRITE REC-NTF-MSG.
            MOVE SPACES TO SEND-LINE.
            MOVE ALERT-SEV  TO SL-SEV.
            MOVE ALERT-PGM  TO SL-PGM.
            MOVE ALERT-DATE TO SL-DATE.
            MOVE ALERT-TIME TO SL-TIME.
            MOVE GW-CHANNEL TO SL-CHANNEL.
            MOVE RT-NAME(PickRow) TO SL-TO.
            MOVE Role       TO SL-ROLE.
            MOVE SEND-LINE TO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.

      *------ STANDARD CIVIL-DATE SERIAL: YEAR DAYS PLUS LEAP DAYS
      *------ PLUS THE CUMULATIVE MONTH TABLE, WITH JAN/FEB COUNTED
      *------ AGAINST THE PRIOR YEAR'S LEAP TOTAL
         DATE-TO-SERIAL.
            IF SerDateX IS NOT NUMERIC THEN
               MOVE ZERO TO SerDate
            END-IF.
            IF SerMM < 1 OR SerMM > 12 THEN
               MOVE 1 TO SerMM
            END-IF.
            IF SerMM > 2 THEN
               MOVE SerYYYY TO SerWork
            ELSE
               COMPUTE SerWork = SerYYYY - 1
            END-IF.
            DIVIDE SerWork BY 4 GIVING SerLeap.
            DIVIDE SerWork BY 100 GIVING SerDiv.
            SUBTRACT SerDiv FROM SerLeap.
            DIVIDE SerWork BY 400 GIVING SerDiv.
            ADD SerDiv TO SerLeap.
            COMPUTE SerialDays = (SerYYYY * 365) + SerLeap
               + CumDay(SerMM) + SerDD.

         PRINT-PAGE-HEADER.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "ALRTDSP - ALERT NOTIFICATIONS DISPATCHED"
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING PAGE.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "  RUN DATE: " RUN-CCYY "-" RUN-MM "-" RUN-DD
               "   ALERTS OF THE LAST " WindowDays " DAY(S)"
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
            MOVE SPACES TO REC-RPT-MSG.
            STRING " S  PROGRAM  DATE     TIME      SENT  TO        "
               "            AS"
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.
