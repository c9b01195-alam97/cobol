             05  OPR-FUNC-RSB   PIC X(01).
             05  OPR-FUNC-COB   PIC X(01).
             05  OPR-FUNC-ALR   PIC X(01).
             05  OPR-FUNC-RMT   PIC X(01).
             05  OPR-FUNC-BKO   PIC X(01).
             05  FILLER         PIC X(04).
         FD  REC-DENY   RECORDING MODE F.
         01  REC-DENY-MSG.
             05  DENY-OPER      PIC X(08).
            END-READ.

      *------ APPLY EVERY UNUSED CORRECTION CARRYING THIS REJECT'S
      *------ ID TO THE DATA IMAGE, THEN RESUBMIT THE FIXED RECORD.
      *------ A PAYTERM REJECT IS A BAD PAYROLL ID, NOT A ROSTER
      *------ RECORD - IT IS NEVER RESUBMITTED TO ROSTED
         MATCH-ONE-REJECT.
            MOVE "N" TO MATCH-SW.
            MOVE REC-EXCPT-DATA TO FixWork.
            PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CorrUsed
               IF CT-ID(CX) = REC-EXCPT-DATA(11:8)
                     AND CT-USED(CX) = "N"
                     AND REC-EXCPT-PGM NOT = "PAYTERM" THEN
                  SET REJ-MATCHED TO TRUE
                  PERFORM APPLY-ONE-CORRECTION
               END-IF
