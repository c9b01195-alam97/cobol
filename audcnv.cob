      *----------------------
      * ONE-TIME CONVERSION OF THE ACCUMULATED ROSTMST AUDIT TRAIL:
      * PROD.DAILY.MSTAUDIT WAS CATALOGED AT LRECL 177 (ACTION, ID,
      * RUN DATE, BEFORE AND AFTER IMAGES). ROSTMST NOW ALSO CARRIES
      * THE EFFECTIVE DATE (FOR THE CHGFEED CHANGE FEEDS) AND THE
      * TRANSACTION'S OPERATOR (OR THE GENERATING PROGRAM, E.G.
      * PAYTERM, FOR TURNRPT), AND THE 193-BYTE WRITER AND READERS
      * CANNOT COEXIST WITH THE OLD RECORDS OR THE OLD CATALOG DCB.
      * THIS UTILITY COPIES THE 177-BYTE HISTORY TO A FRESH 193-BYTE
      * DATASET, CARRYING THE RUN DATE AS THE EFFECTIVE DATE ON THE
      * OLD RECORDS (THE NIGHT THEY WERE APPLIED IS THE BEST DATE ON
      * FILE FOR THEM) AND LEAVING THE OPERATOR BLANK - NOTHING ON
      * FILE SAYS WHO KEYED THEM. AFTER A CLEAN RUN, RENAME THE .NEW
      * DATASET OVER THE LIVE ONE.
      *----------------------
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    AUDCNV.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT REC-OLD ASSIGN TO RECOLD
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-NEW ASSIGN TO RECNEW
            ORGANIZATION IS SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
         FD  REC-OLD    RECORDING MODE F.
         01  REC-OLD-MSG.
             05  OLD-ACTION     PIC X(01).
             05  OLD-ID         PIC X(08).
             05  OLD-RUNDATE    PIC X(08).
             05  FILLER         PIC X(160).
         FD  REC-NEW    RECORDING MODE F.
         01  REC-NEW-MSG.
             05  REC-NEW-BODY   PIC X(177).
             05  REC-NEW-EFFDATE PIC X(08).
             05  REC-NEW-OPER   PIC X(08).
        WORKING-STORAGE SECTION.
         01 FLAGS.
             05 LASTREC PIC X VALUE SPACE.
                88 LAST-REC  VALUE "N".
         01 CnvCount  PIC 9(07) VALUE ZERO.

        PROCEDURE DIVISION.
         MAIN-LINE.
            OPEN INPUT REC-OLD.
            OPEN OUTPUT REC-NEW.
            PERFORM UNTIL LAST-REC
            READ REC-OLD
               AT END SET LAST-REC TO TRUE
               NOT AT END
                  ADD 1 TO CnvCount
                  MOVE REC-OLD-MSG TO REC-NEW-BODY
                  MOVE OLD-RUNDATE TO REC-NEW-EFFDATE
                  MOVE SPACES TO REC-NEW-OPER
                  WRITE REC-NEW-MSG
            END-READ
            END-PERFORM.
            CLOSE REC-OLD.
            CLOSE REC-NEW.
            DISPLAY "AUDCNV: " CnvCount " AUDIT RECORD(S) CONVERTED"
               " TO THE DATED, OPERATOR LAYOUT".
            STOP RUN.
