      * KSDS CARRIES ONE RECORD PER OPERATOR - ID, NAME, AN ACTIVE
      * FLAG, AND ONE Y/N BYTE PER PROTECTED FUNCTION (BUKINQ
      * INQUIRY, CKPTCON CHECKPOINT CONTROL, RESUB CORRECTIONS,
      * THE COB CONSOLE, THE ALRTCON ALERT CONSOLE, ROSTENT
      * ROSTER MASTER MAINTENANCE, AND OVRMNT BUCKET OVERRIDE
      * MAINTENANCE). THE
      * INTERACTIVE PROGRAMS SIGN THE OPERATOR ON AGAINST THIS
      * FILE AND LOG EVERY DENIAL, SO THE
      * AUDIT TRAIL SHOWS A VERIFIED ID INSTEAD OF FREE TEXT.
             05  OPR-FUNC-RSB   PIC X(01).
             05  OPR-FUNC-COB   PIC X(01).
             05  OPR-FUNC-ALR   PIC X(01).
             05  OPR-FUNC-RMT   PIC X(01).
             05  OPR-FUNC-BKO   PIC X(01).
             05  FILLER         PIC X(04).
        WORKING-STORAGE SECTION.
         01 MENU-CHOICE   PIC X(01).
             88 MENU-LIST      VALUE "1".
            START OPER-MST KEY NOT < OPR-ID
               INVALID KEY SET MST-EOF TO TRUE
            END-START.
            DISPLAY "ID       NAME                 ACT I C R B A M O".
            PERFORM UNTIL MST-EOF
            READ OPER-MST NEXT RECORD
               AT END SET MST-EOF TO TRUE
                  DISPLAY OPR-ID " " OPR-NAME " " OPR-ACTIVE
                     "   " OPR-FUNC-INQ " " OPR-FUNC-CKP " "
                     OPR-FUNC-RSB " " OPR-FUNC-COB " "
                     OPR-FUNC-ALR " " OPR-FUNC-RMT " "
                     OPR-FUNC-BKO
            END-READ
            END-PERFORM.
            CLOSE OPER-MST.
            DISPLAY "ALLOW THE ALRTCON ALERT CONSOLE? (Y/N): ".
            ACCEPT AnsFunc.
            MOVE AnsFunc TO OPR-FUNC-ALR.
            DISPLAY "ALLOW ROSTENT ROSTER MAINTENANCE? (Y/N): ".
            ACCEPT AnsFunc.
            MOVE AnsFunc TO OPR-FUNC-RMT.
            DISPLAY "ALLOW OVRMNT BUCKET OVERRIDES? (Y/N): ".
            ACCEPT AnsFunc.
            MOVE AnsFunc TO OPR-FUNC-BKO.
            DISPLAY "ADD OPERATOR " AnsId "? (Y/N): ".
            ACCEPT CONFIRM-ANS.
            IF CONFIRMED THEN
