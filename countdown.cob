             05  OPR-FUNC-RSB   PIC X(01).
             05  OPR-FUNC-COB   PIC X(01).
             05  OPR-FUNC-ALR   PIC X(01).
             05  OPR-FUNC-RMT   PIC X(01).
             05  OPR-FUNC-BKO   PIC X(01).
             05  FILLER         PIC X(04).
         FD  REC-DENY   RECORDING MODE F.
         01  REC-DENY-MSG.
             05  DENY-OPER      PIC X(08).
