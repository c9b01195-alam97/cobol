             05  AUD-RUNDATE    PIC X(08).
             05  AUD-BEFORE     PIC X(80).
             05  AUD-AFTER      PIC X(80).
             05  AUD-EFFDATE    PIC X(08).
             05  AUD-OPER       PIC X(08).
         FD  REC-WORK.
         01  REC-WORK-MSG.
             05  WRK-NAME       PIC X(10).
