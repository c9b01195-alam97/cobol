             05  OPR-FUNC-RSB   PIC X(01).
             05  OPR-FUNC-COB   PIC X(01).
             05  OPR-FUNC-ALR   PIC X(01).
             05  OPR-FUNC-RMT   PIC X(01).
             05  OPR-FUNC-BKO   PIC X(01).
             05  FILLER         PIC X(04).
      *------ ONE RECORD PER REFUSED SIGN-ON OR FUNCTION, SO THE
      *------ AUDITORS SEE THE ATTEMPTS AS WELL AS THE LOOKUPS
         FD  REC-DENY   RECORDING MODE F.
