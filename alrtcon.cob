      * SIGNS ON AGAINST THE OPERMST PROFILE FILE (SEE OPERMNT)
      * AND EVERY REFUSAL IS LOGGED ON RECDENY, SO THE
      * ACKNOWLEDGMENT TRAIL CARRIES A VERIFIED ID, NOT FREE TEXT.
      * THE STATUS LIST SHOWS, FOR EVERY ALERT, WHO ALRTDSP NOTIFIED
      * (FROM ITS RECNTF TRAIL) BESIDE WHO ACKNOWLEDGED IT.
      *----------------------
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    ALRTCON.
            RECORD KEY IS OPR-ID.
            SELECT REC-DENY  ASSIGN TO RECDENY
            ORGANIZATION IS SEQUENTIAL.
      *------ NOTIFICATION TRAIL WRITTEN BY ALRTDSP, READ ONLY HERE
            SELECT REC-NTF   ASSIGN TO RECNTF
            ORGANIZATION IS SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
         FD  REC-ALERT  RECORDING MODE F.
             05  OPR-FUNC-RSB   PIC X(01).
             05  OPR-FUNC-COB   PIC X(01).
             05  OPR-FUNC-ALR   PIC X(01).
             05  OPR-FUNC-RMT   PIC X(01).
             05  OPR-FUNC-BKO   PIC X(01).
             05  FILLER         PIC X(04).
         FD  REC-DENY   RECORDING MODE F.
         01  REC-DENY-MSG.
             05  DENY-OPER      PIC X(08).
             05  DENY-REASON    PIC X(20).
             05  DENY-STAMP     PIC X(16).
             05  FILLER         PIC X(04).
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
        WORKING-STORAGE SECTION.
         01 MENU-CHOICE   PIC X(01).
             88 MENU-LIST      VALUE "1".
             88 MENU-ACK       VALUE "2".
             88 MENU-STATUS    VALUE "3".
             88 MENU-EXIT      VALUE "4".
         01 MENU-DONE-SW  PIC X VALUE "N".
             88 MENU-DONE       VALUE "Y".
         01 FLAGS.
                88 ALERT-EOF  VALUE "Y".
             05 ACK-EOF-SW   PIC X.
                88 ACK-EOF    VALUE "Y".
             05 NTF-EOF-SW   PIC X.
                88 NTF-EOF    VALUE "Y".
             05 FOUND-SW     PIC X.
                88 KEY-FOUND  VALUE "Y".
      *------ EVERY ACKNOWLEDGMENT ALREADY ON FILE, KEYED ON THE
      *------ THAT FAILED TO LOAD WOULD MAKE ITS ALERT LOOK OPEN
      *------ (AND ACKABLE) ALL OVER AGAIN
         01 AckTab.
             05 AckRow OCCURS 1000 TIMES.
                10 AckKey    PIC X(24).
                10 AckBy     PIC X(08).
         01 AckUsed   PIC 9(04) VALUE ZERO.
         01 AckLost   PIC 9(05) VALUE ZERO.
         01 AX        PIC 9(04).
      *------ SAME FOR THE NOTIFICATION TRAIL; AN ALERT PAGED AS
      *------ WELL AS E-MAILED HAS TWO ROWS, THE FIRST ONE IS SHOWN
         01 NtfTab.
             05 NtfRow OCCURS 1000 TIMES.
                10 NtfKey    PIC X(24).
                10 NtfTo     PIC X(20).
         01 NtfUsed   PIC 9(04) VALUE ZERO.
         01 NtfLost   PIC 9(05) VALUE ZERO.
         01 NX        PIC 9(04).
         01 WorkKey   PIC X(24).
         01 ShowNtf   PIC X(20).
         01 ShowAck   PIC X(08).
         01 OpenCount PIC 9(05) VALUE ZERO.
         01 Oper      PIC X(08).
         01 SIGNON-SW PIC X VALUE "N".
               DISPLAY "ALRTCON - OPERATOR ALERT CONSOLE"
               DISPLAY "  1. LIST OPEN (UNACKNOWLEDGED) ALERTS"
               DISPLAY "  2. ACKNOWLEDGE AN ALERT"
               DISPLAY "  3. LIST ALERTS - NOTIFIED / ACKNOWLEDGED"
               DISPLAY "  4. EXIT"
               DISPLAY "ENTER YOUR CHOICE: "
               ACCEPT MENU-CHOICE
               IF MENU-LIST THEN
                  PERFORM LIST-OPEN-ALERTS
               ELSE IF MENU-ACK THEN
                  PERFORM ACKNOWLEDGE-ALERT
               ELSE IF MENU-STATUS THEN
                  PERFORM LIST-ALERT-STATUS
               ELSE IF MENU-EXIT THEN
                  SET MENU-DONE TO TRUE
               ELSE
                  DISPLAY "INVALID CHOICE - ENTER 1 THROUGH 4"
               END-IF
            END-PERFORM.
            STOP RUN.
                     MOVE ACK-PGM  TO AckKey(AckUsed)(1:8)
                     MOVE ACK-DATE TO AckKey(AckUsed)(9:8)
                     MOVE ACK-TIME TO AckKey(AckUsed)(17:8)
                     MOVE ACK-OPER TO AckBy(AckUsed)
                  ELSE
                     ADD 1 TO AckLost
                  END-IF
                  " PAST THE TABLE LIMIT - ACKED ALERTS MAY SHOW"
                  " OPEN, TRIM OR ARCHIVE RECACKS ***"
            END-IF.
      *----------------------
         LOAD-NOTIFIED.
            MOVE ZERO TO NtfUsed.
            MOVE ZERO TO NtfLost.
            MOVE "N" TO NTF-EOF-SW.
            OPEN INPUT REC-NTF.
            PERFORM UNTIL NTF-EOF
            READ REC-NTF
               AT END SET NTF-EOF TO TRUE
               NOT AT END
                  IF NtfUsed < 1000 THEN
                     ADD 1 TO NtfUsed
                     MOVE NTF-PGM  TO NtfKey(NtfUsed)(1:8)
                     MOVE NTF-DATE TO NtfKey(NtfUsed)(9:8)
                     MOVE NTF-TIME TO NtfKey(NtfUsed)(17:8)
                     MOVE NTF-TO   TO NtfTo(NtfUsed)
                  ELSE
                     ADD 1 TO NtfLost
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE REC-NTF.
            IF NtfLost > 0 THEN
               DISPLAY "*** WARNING: " NtfLost " NOTIFICATION(S)"
                  " PAST THE TABLE LIMIT - SOME ALERTS MAY SHOW"
                  " NOT NOTIFIED ***"
            END-IF.
      *----------------------
         SEARCH-ACK-KEY.
            MOVE "N" TO FOUND-SW.
            CLOSE REC-ALERT.
            DISPLAY OpenCount " OPEN ALERT(S)".
      *----------------------
      * EVERY ALERT ON FILE WITH WHO WAS NOTIFIED AND WHO
      * ACKNOWLEDGED IT ("-" WHERE NOBODY HAS YET)
      *----------------------
         LIST-ALERT-STATUS.
            PERFORM LOAD-ACKS.
            PERFORM LOAD-NOTIFIED.
            MOVE "N" TO ALERT-EOF-SW.
            DISPLAY "SEV PROGRAM  DATE     TIME     NOTIFIED"
               "              ACKNOWLEDGED".
            OPEN INPUT REC-ALERT.
            PERFORM UNTIL ALERT-EOF
            READ REC-ALERT
               AT END SET ALERT-EOF TO TRUE
               NOT AT END
                  MOVE ALERT-PGM  TO WorkKey(1:8)
                  MOVE ALERT-DATE TO WorkKey(9:8)
                  MOVE ALERT-TIME TO WorkKey(17:8)
                  MOVE "-" TO ShowNtf
                  PERFORM VARYING NX FROM 1 BY 1
                        UNTIL NX > NtfUsed OR ShowNtf NOT = "-"
                     IF NtfKey(NX) = WorkKey THEN
                        MOVE NtfTo(NX) TO ShowNtf
                     END-IF
                  END-PERFORM
                  MOVE "-" TO ShowAck
                  PERFORM SEARCH-ACK-KEY
                  IF KEY-FOUND THEN
                     SUBTRACT 1 FROM AX
                     MOVE AckBy(AX) TO ShowAck
                  END-IF
                  DISPLAY ALERT-SEV "   " ALERT-PGM " "
                     ALERT-DATE " " ALERT-TIME " " ShowNtf "  "
                     ShowAck
            END-READ
            END-PERFORM.
            CLOSE REC-ALERT.
      *----------------------
      * THE ALERT MUST EXIST AND MUST NOT ALREADY BE ACKNOWLEDGED
      * BEFORE THE TRAIL RECORD IS WRITTEN
      *----------------------
