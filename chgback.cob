      *----------------------
      * MONTHLY PER-SITE PROCESSING CHARGEBACK FOR FINANCE: PRICES
      * WHAT EACH SITE'S EXTRACT COST US OVER THE PERIOD ON THE
      * RECCTL CARD AND BILLS IT TO THE SITE'S COST CENTRE. FIVE
      * CHARGEABLE ITEMS PER SITE:
      *   VOLM - RECORDS PROCESSED, FROM VOLGRD'S SITECNT RECORDS,
      *          PRICED PER THOUSAND
      *   REJT - RECORDS ON PROD.DAILY.REJECTS, BY THE SITE CODE AT
      *          COLUMNS 39-40 OF THE REJECTED IMAGE (ROSTMST'S
      *          HAND-KEYED TRANSACTION REJECTS AND PAYTERM'S PAYROLL
      *          ID REJECTS ARE NOT A SITE COST AND ARE LEFT OUT)
      *   CORR - RESUB CORRECTIONS ON THE CORRLOG, CHARGED TO THE
      *          SITE THAT SENT THE REJECTED RECORD (THE LOG CARRIES
      *          ONLY THE ID, SO THE SITE IS TAKEN FROM THAT ID'S
      *          REJECTED IMAGE; AN ID WITH NO REJECT ON FILE GOES
      *          TO SITE "??")
      *   TRLF - NIGHTS SITEMRG'S STATUS HISTORY SHOWS THE SITE'S
      *          FILE MISSING OR NOT RECONCILING TO ITS TRAILER
      *   CFWD - THE SUBSET OF THOSE NIGHTS CARRIED FORWARD FROM
      *          THE PRIOR ROSTER, CHARGED AGAIN ON TOP
      *
      * THE RATE TABLE (RECRATE) HOLDS "R" RECORDS - A RATE PER
      * ITEM, SITE CODE BLANK FOR THE DEFAULT OR A SITE CODE FOR
      * THAT SITE'S OWN RATE - AND "C" RECORDS GIVING EACH SITE'S
      * COST CENTRE AND NAME; A "C" RECORD WITH A BLANK SITE IS THE
      * SUSPENSE COST CENTRE FOR ANY SITE NOT LISTED. A SITE BILLED
      * TO SUSPENSE, OR AN ITEM WITH NO RATE, ENDS RC 4.
      *
      * OUTPUT IS ONE INVOICE PAGE PER SITE AND THE GENERAL LEDGER
      * INTERFACE FILE: AN "H" HEADER, ONE "D" RECORD PER SITE PER
      * ITEM CHARGED, AND A "T" TRAILER WITH THE DETAIL COUNT AND
      * THE CONTROL TOTAL - THE SAME TOTAL THE REPORT'S CONTROL
      * PAGE PRINTS.
      *
      * THE RECCTL CARD (ARCPULL LAYOUT): FROM DATE IN COLS 1-8, TO
      * DATE IN COLS 9-16. A BLANK CARD TAKES THE RUN MONTH; A CARD
      * THAT IS NOT BLANK AND NOT A USABLE RANGE ENDS RC 8.
      *----------------------
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    CHGBACK.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT REC-CTL   ASSIGN TO RECCTL
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-RATE  ASSIGN TO RECRATE
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-SCNT  ASSIGN TO RECSCNT
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-EXCPT ASSIGN TO RECEXCPT
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-CLOG  ASSIGN TO RECCLOG
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-STATH ASSIGN TO RECSTATH
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-GL    ASSIGN TO RECGL
            ORGANIZATION IS SEQUENTIAL.
            SELECT REC-RPT   ASSIGN TO RECRPT
            ORGANIZATION IS SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
         FD  REC-CTL    RECORDING MODE F.
         01  REC-CTL-MSG.
             05 CTL-FROM        PIC X(08).
             05 CTL-TO          PIC X(08).
             05 FILLER          PIC X(64).
      *------ CHARGEBACK RATE TABLE: "R" = RATE, "C" = COST CENTRE
         FD  REC-RATE   RECORDING MODE F.
         01  REC-RATE-MSG.
             05 RT-TYPE         PIC X(01).
                88 RT-IS-RATE   VALUE "R".
                88 RT-IS-CCTR   VALUE "C".
             05 FILLER          PIC X(01).
             05 RT-SITE         PIC X(02).
             05 FILLER          PIC X(01).
             05 RT-ITEM         PIC X(04).
             05 FILLER          PIC X(01).
             05 RT-RATE         PIC 9(05)V99.
             05 FILLER          PIC X(01).
             05 RT-CCTR         PIC X(10).
             05 FILLER          PIC X(01).
             05 RT-NAME         PIC X(20).
             05 FILLER          PIC X(31).
      *------ SAME LAYOUT VOLGRD APPENDS (ONE RECORD PER SITE PER RUN)
         FD  REC-SCNT   RECORDING MODE F.
         01  REC-SCNT-MSG.
             05 SCNT-SITE       PIC X(02).
             05 SCNT-RUNDATE    PIC X(08).
             05 SCNT-COUNT      PIC 9(07).
             05 FILLER          PIC X(07).
         FD  REC-EXCPT  RECORDING MODE F.
         01  REC-EXCPT-MSG.
             05  REC-EXCPT-PGM  PIC X(08).
             05  REC-EXCPT-RSN  PIC X(30).
             05  REC-EXCPT-DATA PIC X(80).
             05  REC-EXCPT-RUNDATE PIC X(08).
             05  REC-EXCPT-SEQ     PIC 9(05).
             05  REC-EXCPT-CODE    PIC X(04).
      *------ SAME LAYOUT RESUB LOGS (ONE RECORD PER CORRECTION)
         FD  REC-CLOG   RECORDING MODE F.
         01  REC-CLOG-MSG.
             05  CLOG-DATE      PIC 9(08).
             05  CLOG-TIME      PIC 9(08).
             05  CLOG-OPER      PIC X(08).
             05  CLOG-ID        PIC X(08).
             05  CLOG-FIELD     PIC X(06).
             05  CLOG-OLD       PIC X(03).
             05  CLOG-NEW       PIC X(03).
             05  FILLER         PIC X(04).
      *------ SITEMRG'S STATUS HISTORY (ONE RECORD PER SITE PER RUN)
         FD  REC-STATH  RECORDING MODE F.
         01  REC-STATH-MSG.
             05 STAT-SITE       PIC X(02).
             05 STAT-DSN        PIC X(08).
             05 STAT-RECS       PIC 9(07).
             05 STAT-STATUS     PIC X(20).
             05 STAT-RUNDATE    PIC X(08).
             05 FILLER          PIC X(03).
         FD  REC-GL     RECORDING MODE F.
         01  REC-GL-MSG    PIC X(80).
         FD  REC-RPT    RECORDING MODE F.
         01  REC-RPT-MSG   PIC X(80).
        WORKING-STORAGE SECTION.
         01 FLAGS.
             05 LASTREC PIC X VALUE SPACE.
                88 LAST-REC  VALUE "N".
             05 FOUND-SW PIC X.
                88 SLOT-FOUND VALUE "Y".
             05 RATE-SW  PIC X.
                88 RATE-FOUND VALUE "Y".
         01 FromDate   PIC X(08) VALUE SPACES.
         01 ToDate     PIC X(08) VALUE SPACES.
      *------ THE FIVE CHARGEABLE ITEMS, IN INVOICE ORDER
         01 ItemValues.
             05 FILLER PIC X(29) VALUE "VOLMRECORDS PROCESSED    1000".
             05 FILLER PIC X(29) VALUE "REJTREJECTED RECORDS     0001".
             05 FILLER PIC X(29) VALUE "CORRRESUB CORRECTIONS    0001".
             05 FILLER PIC X(29) VALUE "TRLFTRAILER FAILURE NIGHT0001".
             05 FILLER PIC X(29) VALUE "CFWDCARRY-FORWARD NIGHTS 0001".
         01 ItemTab REDEFINES ItemValues.
             05 ItemRow OCCURS 5 TIMES.
                10 ItemCode  PIC X(04).
                10 ItemDesc  PIC X(21).
                10 ItemPer   PIC 9(04).
         01 IX         PIC 9.
      *------ RATES AS LOADED: SITE BLANK = THE DEFAULT FOR THE ITEM
         01 RateTab.
             05 RateRow OCCURS 100 TIMES.
                10 RateSite  PIC X(02).
                10 RateItem  PIC X(04).
                10 RateAmt   PIC 9(05)V99.
         01 RateUsed   PIC 9(03) VALUE ZERO.
         01 RX         PIC 9(03).
         01 CurRate    PIC 9(05)V99.
      *------ COST CENTRES AS LOADED, AND THE SUSPENSE ONE
         01 CctrTab.
             05 CctrRow OCCURS 50 TIMES.
                10 CctrSite  PIC X(02).
                10 CctrCode  PIC X(10).
                10 CctrName  PIC X(20).
         01 CctrUsed   PIC 99 VALUE ZERO.
         01 CX         PIC 99.
         01 SuspCctr   PIC X(10) VALUE SPACES.
      *------ ONE SLOT PER SITE BILLED, QUANTITY AND AMOUNT PER ITEM
         01 SiteTab.
             05 SiteEntry OCCURS 100 TIMES.
                10 SCB-CODE     PIC X(02).
                10 SCB-CCTR     PIC X(10).
                10 SCB-NAME     PIC X(20).
                10 SCB-SUSP     PIC X(01).
                10 SCB-ITEM OCCURS 5 TIMES.
                   15 SCB-QTY   PIC 9(09).
                   15 SCB-RATE  PIC 9(05)V99.
                   15 SCB-RATED PIC X(01).
                   15 SCB-AMT   PIC 9(09)V99.
                10 SCB-TOTAL    PIC 9(09)V99.
         01 SiteUsed   PIC 9(03) VALUE ZERO.
         01 SiteOver   PIC 9(07) VALUE ZERO.
         01 SX         PIC 9(03).
         01 CurSite    PIC 9(03).
         01 SiteKey    PIC X(02).
      *------ EVERY REJECTED ID AND THE SITE THAT SENT IT, SO A
      *------ CORRECTION CAN BE CHARGED BACK TO ITS SITE
         01 IdTab.
             05 IdRow OCCURS 5000 TIMES.
                10 IdKey     PIC X(08).
                10 IdSite    PIC X(02).
         01 IdUsed     PIC 9(04) VALUE ZERO.
         01 IdOver     PIC 9(07) VALUE ZERO.
         01 DX         PIC 9(04).
         01 IdHit      PIC 9(04).
         01 ScntRead   PIC 9(07) VALUE ZERO.
         01 RejRead    PIC 9(07) VALUE ZERO.
         01 CorrRead   PIC 9(07) VALUE ZERO.
         01 StatRead   PIC 9(07) VALUE ZERO.
         01 NoRateCnt  PIC 9(03) VALUE ZERO.
         01 SuspCnt    PIC 9(03) VALUE ZERO.
         01 GlCount    PIC 9(07) VALUE ZERO.
         01 GrandTotal PIC 9(11)V99 VALUE ZERO.
         01 RUN-STAMP.
             05 RUN-CCYY PIC 9(04).
             05 RUN-MM   PIC 9(02).
             05 RUN-DD   PIC 9(02).
         01 GL-HEADER.
             05 FILLER          PIC X(01) VALUE "H".
             05 GH-IFACE        PIC X(08) VALUE "CHGBACK ".
             05 GH-FROM         PIC X(08).
             05 GH-TO           PIC X(08).
             05 GH-RUNDATE      PIC X(08).
             05 FILLER          PIC X(47) VALUE SPACES.
         01 GL-DETAIL.
             05 FILLER          PIC X(01) VALUE "D".
             05 GD-CCTR         PIC X(10).
             05 GD-SITE         PIC X(02).
             05 GD-ITEM         PIC X(04).
             05 GD-QTY          PIC 9(09).
             05 GD-RATE         PIC 9(05)V99.
             05 GD-AMT          PIC 9(09)V99.
             05 GD-FROM         PIC X(08).
             05 GD-TO           PIC X(08).
             05 FILLER          PIC X(20) VALUE SPACES.
         01 GL-TRAILER.
             05 FILLER          PIC X(01) VALUE "T".
             05 GT-RECS         PIC 9(07).
             05 GT-TOTAL        PIC 9(11)V99.
             05 FILLER          PIC X(59) VALUE SPACES.
         01 INV-LINE.
             05 FILLER      PIC X(02) VALUE SPACES.
             05 IL-ITEM     PIC X(04).
             05 FILLER      PIC X(02) VALUE SPACES.
             05 IL-DESC     PIC X(21).
             05 FILLER      PIC X(02) VALUE SPACES.
             05 IL-QTY      PIC ZZZ,ZZZ,ZZ9.
             05 FILLER      PIC X(02) VALUE SPACES.
             05 IL-RATE     PIC ZZ,ZZ9.99.
             05 FILLER      PIC X(01) VALUE SPACES.
             05 IL-PER      PIC X(05).
             05 FILLER      PIC X(01) VALUE SPACES.
             05 IL-AMT      PIC ZZZ,ZZZ,ZZ9.99.
             05 FILLER      PIC X(06) VALUE SPACES.
         01 TotalEd    PIC ZZ,ZZZ,ZZZ,ZZ9.99.

        PROCEDURE DIVISION.
         MAIN-LINE.
            ACCEPT RUN-STAMP FROM DATE YYYYMMDD.
            PERFORM READ-CONTROL-CARD.
            IF FromDate IS NOT NUMERIC OR ToDate IS NOT NUMERIC
                  OR FromDate > ToDate THEN
               DISPLAY "CHGBACK: NO USABLE DATE RANGE ON RECCTL"
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM LOAD-RATES.
            PERFORM SWEEP-VOLUMES.
            PERFORM SWEEP-REJECTS.
            PERFORM SWEEP-CORRECTIONS.
            PERFORM SWEEP-STATUS-HISTORY.
            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SiteUsed
               PERFORM PRICE-ONE-SITE
            END-PERFORM.
            OPEN OUTPUT REC-RPT.
            OPEN OUTPUT REC-GL.
            MOVE FromDate  TO GH-FROM.
            MOVE ToDate    TO GH-TO.
            MOVE RUN-STAMP TO GH-RUNDATE.
            MOVE GL-HEADER TO REC-GL-MSG.
            WRITE REC-GL-MSG.
            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SiteUsed
               PERFORM INVOICE-ONE-SITE
            END-PERFORM.
            MOVE GlCount    TO GT-RECS.
            MOVE GrandTotal TO GT-TOTAL.
            MOVE GL-TRAILER TO REC-GL-MSG.
            WRITE REC-GL-MSG.
            CLOSE REC-GL.
            PERFORM PRINT-CONTROL-PAGE.
            CLOSE REC-RPT.
            MOVE GrandTotal TO TotalEd.
            DISPLAY "CHGBACK: " SiteUsed " SITE(S) INVOICED, "
               GlCount " GL DETAIL RECORD(S), TOTAL " TotalEd.
            IF NoRateCnt > 0 OR SuspCnt > 0 OR SiteOver > 0
                  OR IdOver > 0 THEN
               MOVE 4 TO RETURN-CODE
            END-IF.
            STOP RUN.

      *------ NO CARD, OR A BLANK ONE, MEANS THE RUN MONTH
         READ-CONTROL-CARD.
            MOVE SPACES TO REC-CTL-MSG.
            OPEN INPUT REC-CTL.
            READ REC-CTL
               AT END MOVE SPACES TO REC-CTL-MSG
            END-READ.
            CLOSE REC-CTL.
            IF CTL-FROM = SPACES AND CTL-TO = SPACES THEN
               MOVE RUN-STAMP TO FromDate
               MOVE "01" TO FromDate(7:2)
               MOVE RUN-STAMP TO ToDate
               MOVE "31" TO ToDate(7:2)
            ELSE
               MOVE CTL-FROM TO FromDate
               MOVE CTL-TO   TO ToDate
            END-IF.

         LOAD-RATES.
            OPEN INPUT REC-RATE.
            MOVE SPACE TO LASTREC.
            PERFORM UNTIL LAST-REC
            READ REC-RATE
               AT END SET LAST-REC TO TRUE
               NOT AT END
                  IF RT-IS-RATE AND RateUsed < 100 THEN
                     ADD 1 TO RateUsed
                     MOVE RT-SITE TO RateSite(RateUsed)
                     MOVE RT-ITEM TO RateItem(RateUsed)
                     IF RT-RATE IS NUMERIC THEN
                        MOVE RT-RATE TO RateAmt(RateUsed)
                     ELSE
                        MOVE ZERO TO RateAmt(RateUsed)
                     END-IF
                  ELSE IF RT-IS-CCTR AND RT-SITE = SPACES THEN
                     MOVE RT-CCTR TO SuspCctr
                  ELSE IF RT-IS-CCTR AND CctrUsed < 50 THEN
                     ADD 1 TO CctrUsed
                     MOVE RT-SITE TO CctrSite(CctrUsed)
                     MOVE RT-CCTR TO CctrCode(CctrUsed)
                     MOVE RT-NAME TO CctrName(CctrUsed)
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE REC-RATE.

      *------ NEW SITES TAKE THEIR COST CENTRE AS THEY ARE FOUND
         FIND-SITE-SLOT.
            MOVE "N" TO FOUND-SW.
            PERFORM VARYING SX FROM 1 BY 1
                  UNTIL SX > SiteUsed OR SLOT-FOUND
               IF SCB-CODE(SX) = SiteKey THEN
                  SET SLOT-FOUND TO TRUE
                  MOVE SX TO CurSite
               END-IF
            END-PERFORM.
            IF NOT SLOT-FOUND THEN
               IF SiteUsed < 100 THEN
                  ADD 1 TO SiteUsed
                  MOVE SiteUsed TO CurSite
                  MOVE SiteKey TO SCB-CODE(CurSite)
                  MOVE SuspCctr TO SCB-CCTR(CurSite)
                  MOVE "*** NO COST CENTRE" TO SCB-NAME(CurSite)
                  MOVE "Y" TO SCB-SUSP(CurSite)
                  PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CctrUsed
                     IF CctrSite(CX) = SiteKey THEN
                        MOVE CctrCode(CX) TO SCB-CCTR(CurSite)
                        MOVE CctrName(CX) TO SCB-NAME(CurSite)
                        MOVE "N" TO SCB-SUSP(CurSite)
                     END-IF
                  END-PERFORM
                  PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > 5
                     MOVE ZERO TO SCB-QTY(CurSite, IX)
                        SCB-RATE(CurSite, IX) SCB-AMT(CurSite, IX)
                  END-PERFORM
                  MOVE ZERO TO SCB-TOTAL(CurSite)
                  SET SLOT-FOUND TO TRUE
               ELSE
                  ADD 1 TO SiteOver
               END-IF
            END-IF.

      *------ RECORDS PROCESSED, FROM VOLGRD'S PER-SITE COUNTS
         SWEEP-VOLUMES.
            OPEN INPUT REC-SCNT.
            MOVE SPACE TO LASTREC.
            PERFORM UNTIL LAST-REC
            READ REC-SCNT
               AT END SET LAST-REC TO TRUE
               NOT AT END
                  IF SCNT-RUNDATE >= FromDate
                        AND SCNT-RUNDATE <= ToDate THEN
                     ADD 1 TO ScntRead
                     MOVE SCNT-SITE TO SiteKey
                     PERFORM FIND-SITE-SLOT
                     IF SLOT-FOUND THEN
                        ADD SCNT-COUNT TO SCB-QTY(CurSite, 1)
                     END-IF
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE REC-SCNT.

      *------ REJECTS IN THE PERIOD BY SITE; EVERY REJECT, IN THE
      *------ PERIOD OR NOT, ALSO RECORDS WHICH SITE SENT ITS ID.
      *------ ROSTMST'S REJECTS ARE SKIPPED: THEY ARE HAND-KEYED
      *------ MASTER TRANSACTIONS, NOT A SITE FEED (AND CARRY THE
      *------ TRANSACTION IMAGE, ACTION BYTE FIRST, OFTEN WITH NO
      *------ SITE AT ALL ON A DELETE), AND RESUB NEVER CORRECTS THEM.
      *------ PAYTERM'S CHECK-DIGIT REJECTS ARE PAYROLL'S KEYING, WITH
      *------ NO SITE ON THE IMAGE, AND ARE SKIPPED THE SAME WAY
         SWEEP-REJECTS.
            OPEN INPUT REC-EXCPT.
            MOVE SPACE TO LASTREC.
            PERFORM UNTIL LAST-REC
            READ REC-EXCPT
               AT END SET LAST-REC TO TRUE
               NOT AT END
                  IF REC-EXCPT-PGM NOT = "ROSTMST"
                        AND REC-EXCPT-PGM NOT = "PAYTERM" THEN
                     PERFORM NOTE-ONE-REJECT
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE REC-EXCPT.

         NOTE-ONE-REJECT.
            PERFORM NOTE-REJECTED-ID
            IF REC-EXCPT-RUNDATE >= FromDate
                  AND REC-EXCPT-RUNDATE <= ToDate THEN
               ADD 1 TO RejRead
               MOVE REC-EXCPT-DATA(39:2) TO SiteKey
               IF SiteKey = SPACES THEN
                  MOVE "??" TO SiteKey
               END-IF
               PERFORM FIND-SITE-SLOT
               IF SLOT-FOUND THEN
                  ADD 1 TO SCB-QTY(CurSite, 2)
               END-IF
            END-IF.

         NOTE-REJECTED-ID.
            MOVE ZERO TO IdHit.
            PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > IdUsed
               IF IdKey(DX) = REC-EXCPT-DATA(11:8) THEN
                  MOVE DX TO IdHit
               END-IF
            END-PERFORM.
            IF IdHit = 0 THEN
               IF IdUsed < 5000 THEN
                  ADD 1 TO IdUsed
                  MOVE IdUsed TO IdHit
                  MOVE REC-EXCPT-DATA(11:8) TO IdKey(IdHit)
               ELSE
                  ADD 1 TO IdOver
               END-IF
            END-IF.
            IF IdHit > 0 THEN
               MOVE REC-EXCPT-DATA(39:2) TO IdSite(IdHit)
            END-IF.

      *------ EACH CORRECTION KEYED IN THE PERIOD, CHARGED TO THE
      *------ SITE THAT SENT THE ID IT CORRECTS
         SWEEP-CORRECTIONS.
            OPEN INPUT REC-CLOG.
            MOVE SPACE TO LASTREC.
            PERFORM UNTIL LAST-REC
            READ REC-CLOG
               AT END SET LAST-REC TO TRUE
               NOT AT END
                  IF CLOG-DATE >= FromDate
                        AND CLOG-DATE <= ToDate THEN
                     ADD 1 TO CorrRead
                     MOVE "??" TO SiteKey
                     PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > IdUsed
                        IF IdKey(DX) = CLOG-ID
                              AND IdSite(DX) NOT = SPACES THEN
                           MOVE IdSite(DX) TO SiteKey
                        END-IF
                     END-PERFORM
                     PERFORM FIND-SITE-SLOT
                     IF SLOT-FOUND THEN
                        ADD 1 TO SCB-QTY(CurSite, 3)
                     END-IF
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE REC-CLOG.

      *------ A FAILED NIGHT IS ANY STATUS BUT "OK"; A CARRIED-
      *------ FORWARD NIGHT IS ALSO A FAILED ONE AND IS CHARGED AS
      *------ BOTH
         SWEEP-STATUS-HISTORY.
            OPEN INPUT REC-STATH.
            MOVE SPACE TO LASTREC.
            PERFORM UNTIL LAST-REC
            READ REC-STATH
               AT END SET LAST-REC TO TRUE
               NOT AT END
                  IF STAT-RUNDATE >= FromDate
                        AND STAT-RUNDATE <= ToDate
                        AND STAT-STATUS(1:2) NOT = "OK" THEN
                     ADD 1 TO StatRead
                     MOVE STAT-SITE TO SiteKey
                     PERFORM FIND-SITE-SLOT
                     IF SLOT-FOUND THEN
                        ADD 1 TO SCB-QTY(CurSite, 4)
                        IF STAT-STATUS = "*** CARRIED FORWARD" THEN
                           ADD 1 TO SCB-QTY(CurSite, 5)
                        END-IF
                     END-IF
                  END-IF
            END-READ
            END-PERFORM.
            CLOSE REC-STATH.

      *------ THE SITE'S OWN RATE WHEN IT HAS ONE, ELSE THE DEFAULT;
      *------ VOLUME IS PRICED PER THOUSAND RECORDS, ROUNDED
         PRICE-ONE-SITE.
            PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > 5
               MOVE "N" TO RATE-SW
               MOVE ZERO TO CurRate
               PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > RateUsed
                  IF RateItem(RX) = ItemCode(IX)
                        AND RateSite(RX) = SPACES THEN
                     MOVE RateAmt(RX) TO CurRate
                     SET RATE-FOUND TO TRUE
                  END-IF
               END-PERFORM
               PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > RateUsed
                  IF RateItem(RX) = ItemCode(IX)
                        AND RateSite(RX) = SCB-CODE(SX) THEN
                     MOVE RateAmt(RX) TO CurRate
                     SET RATE-FOUND TO TRUE
                  END-IF
               END-PERFORM
               IF RATE-FOUND THEN
                  MOVE "Y" TO SCB-RATED(SX, IX)
               ELSE
                  MOVE "N" TO SCB-RATED(SX, IX)
                  IF SCB-QTY(SX, IX) > 0 THEN
                     ADD 1 TO NoRateCnt
                  END-IF
               END-IF
               MOVE CurRate TO SCB-RATE(SX, IX)
               COMPUTE SCB-AMT(SX, IX) ROUNDED =
                  SCB-QTY(SX, IX) * CurRate / ItemPer(IX)
               ADD SCB-AMT(SX, IX) TO SCB-TOTAL(SX)
            END-PERFORM.
            ADD SCB-TOTAL(SX) TO GrandTotal.
            IF SCB-SUSP(SX) = "Y" THEN
               ADD 1 TO SuspCnt
            END-IF.

      *------ ONE PAGE PER SITE; EVERY ITEM CHARGED ALSO GOES TO THE
      *------ LEDGER, SO THE REPORT AND THE INTERFACE FILE FOOT TO
      *------ THE SAME CONTROL TOTAL
         INVOICE-ONE-SITE.
            PERFORM PRINT-PAGE-HEADER.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "SITE " SCB-CODE(SX) "   COST CENTRE "
               SCB-CCTR(SX) "   " SCB-NAME(SX)
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "  ITEM  DESCRIPTION               QUANTITY"
               "       RATE               AMOUNT"
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.
            PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > 5
               MOVE SPACES TO INV-LINE
               MOVE ItemCode(IX)     TO IL-ITEM
               MOVE ItemDesc(IX)     TO IL-DESC
               MOVE SCB-QTY(SX, IX)  TO IL-QTY
               MOVE SCB-RATE(SX, IX) TO IL-RATE
               IF ItemPer(IX) = 1000 THEN
                  MOVE "/1000" TO IL-PER
               END-IF
               IF SCB-RATED(SX, IX) = "N" THEN
                  MOVE "*NONE" TO IL-PER
               END-IF
               MOVE SCB-AMT(SX, IX)  TO IL-AMT
               MOVE INV-LINE TO REC-RPT-MSG
               WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES
               IF SCB-AMT(SX, IX) > 0 THEN
                  PERFORM WRITE-GL-DETAIL
               END-IF
            END-PERFORM.
            MOVE SCB-TOTAL(SX) TO TotalEd.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "  AMOUNT DUE FROM SITE " SCB-CODE(SX)
               "                                " TotalEd
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.
            IF SCB-SUSP(SX) = "Y" THEN
               MOVE SPACES TO REC-RPT-MSG
               STRING "  *** SITE NOT ON THE RATE TABLE - BILLED TO"
                  " SUSPENSE COST CENTRE ***"
                  DELIMITED BY SIZE INTO REC-RPT-MSG
               WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES
            END-IF.

         WRITE-GL-DETAIL.
            MOVE SCB-CCTR(SX)     TO GD-CCTR.
            MOVE SCB-CODE(SX)     TO GD-SITE.
            MOVE ItemCode(IX)     TO GD-ITEM.
            MOVE SCB-QTY(SX, IX)  TO GD-QTY.
            MOVE SCB-RATE(SX, IX) TO GD-RATE.
            MOVE SCB-AMT(SX, IX)  TO GD-AMT.
            MOVE FromDate         TO GD-FROM.
            MOVE ToDate           TO GD-TO.
            MOVE GL-DETAIL TO REC-GL-MSG.
            WRITE REC-GL-MSG.
            ADD 1 TO GlCount.

         PRINT-CONTROL-PAGE.
            PERFORM PRINT-PAGE-HEADER.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "CONTROL TOTALS - GENERAL LEDGER INTERFACE"
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "  SITES INVOICED:          " SiteUsed
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "  GL DETAIL RECORDS:       " GlCount
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
            MOVE GrandTotal TO TotalEd.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "  CONTROL TOTAL:           " TotalEd
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "  SOURCE RECORDS IN PERIOD - SITECNT: " ScntRead
               "  REJECTS: " RejRead
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "  CORRECTIONS: " CorrRead
               "  FAILED SITE NIGHTS: " StatRead
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
            IF NoRateCnt > 0 THEN
               MOVE SPACES TO REC-RPT-MSG
               STRING "  *** " NoRateCnt " CHARGEABLE ITEM(S) WITH"
                  " NO RATE ON THE TABLE - NOT BILLED ***"
                  DELIMITED BY SIZE INTO REC-RPT-MSG
               WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES
            END-IF.
            IF SiteOver > 0 THEN
               MOVE SPACES TO REC-RPT-MSG
               STRING "  *** " SiteOver " SOURCE RECORD(S) FOR SITES"
                  " BEYOND 100 NOT BILLED ***"
                  DELIMITED BY SIZE INTO REC-RPT-MSG
               WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES
            END-IF.
            IF IdOver > 0 THEN
               MOVE SPACES TO REC-RPT-MSG
               STRING "  *** " IdOver " REJECTED ID(S) BEYOND 5000 -"
                  " THEIR CORRECTIONS BILLED TO ?? ***"
                  DELIMITED BY SIZE INTO REC-RPT-MSG
               WRITE REC-RPT-MSG AFTER ADVANCING 2 LINES
            END-IF.

         PRINT-PAGE-HEADER.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "CHGBACK - SITE PROCESSING CHARGEBACK "
               FromDate(1:4) "-" FromDate(5:2) "-" FromDate(7:2)
               " TO " ToDate(1:4) "-" ToDate(5:2) "-" ToDate(7:2)
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING PAGE.
            MOVE SPACES TO REC-RPT-MSG.
            STRING "  RUN DATE: " RUN-CCYY "-" RUN-MM "-" RUN-DD
               DELIMITED BY SIZE INTO REC-RPT-MSG.
            WRITE REC-RPT-MSG AFTER ADVANCING 1 LINES.
