      *----------------------
      * ONE-TIME LOAD OF THE DEPARTMENT BAND REFERENCE FILE WITH THE
      * FIVE BANDS THE STREAM HAS ALWAYS ACCEPTED (01-05), EACH
      * ACTIVE AND EFFECTIVE FROM 19000101 SO THE FIRST ROSTED RUN
      * AGAINST THE FILE EDITS EXACTLY AS THE OLD 1-TO-5 RANGE TEST
      * DID. THE NAME IS A PLACEHOLDER ("BAND NN", WHAT THE REPORTS
      * PRINTED BEFORE) UNTIL THE DEPARTMENT NAMES ARE KEYED THROUGH
      * BANDMNT. A BAND ALREADY ON THE FILE IS LEFT AS IT WAS.
      *----------------------
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    BANDCNV.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT BAND-MST ASSIGN TO BANDMST
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS BND-CODE.
        DATA DIVISION.
        FILE SECTION.
         FD  BAND-MST.
         01  BAND-MST-MSG.
             05  BND-CODE       PIC X(02).
             05  BND-DESC       PIC X(20).
             05  BND-ACTIVE     PIC X(01).
             05  BND-EFFDATE    PIC X(08).
             05  FILLER         PIC X(09).
        WORKING-STORAGE SECTION.
         01 BandNo     PIC 9(02) VALUE ZERO.
         01 BandLoaded PIC 9(02) VALUE ZERO.
         01 BandDup    PIC 9(02) VALUE ZERO.

        PROCEDURE DIVISION.
         MAIN-LINE.
            OPEN I-O BAND-MST.
            PERFORM LOAD-ONE-BAND
               VARYING BandNo FROM 1 BY 1 UNTIL BandNo > 5.
            CLOSE BAND-MST.
            DISPLAY "BANDCNV: " BandLoaded " BAND(S) LOADED".
            IF BandDup > 0 THEN
               DISPLAY "*** WARNING: " BandDup " BAND(S) ALREADY ON"
                  " THE FILE - LEFT AS THEY WERE ***"
               MOVE 4 TO RETURN-CODE
            END-IF.
            STOP RUN.

         LOAD-ONE-BAND.
            MOVE SPACES TO BAND-MST-MSG.
            MOVE BandNo TO BND-CODE.
            STRING "BAND " BND-CODE
               DELIMITED BY SIZE INTO BND-DESC.
            MOVE "Y" TO BND-ACTIVE.
            MOVE "19000101" TO BND-EFFDATE.
            WRITE BAND-MST-MSG
               INVALID KEY
                  DISPLAY "BANDCNV: BAND " BND-CODE
                     " ALREADY ON THE FILE"
                  ADD 1 TO BandDup
               NOT INVALID KEY
                  ADD 1 TO BandLoaded
            END-WRITE.
