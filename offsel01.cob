       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFFSEL01.
      ***************************************************************
      *  OFFSEL01 - cross-sell offer selection.  Marketing used to
      *  pull customer lists by hand off the eligibility report and
      *  kept reaching customers who had asked not to be contacted.
      *  This job takes each offer's selection rule off the WSOFFRUL
      *  control file and passes the customer master once, in
      *  customer order, against the holdings file sorted into the
      *  same order: a customer the rule fits - WSAGEBND age band
      *  (derived through CDXREF01 and AGEDRV01 as RGNRPT01 does),
      *  master balance range, region, a product held and a product
      *  not yet held - goes on the offer extract for the mail
      *  house or call centre unless one of these keeps them off:
      *    MAIL HOLD   returned-mail hold on the master
      *    DECEASED    on DECEAS01's estate file
      *    FROZEN      master status FROZEN
      *    LEGAL HOLD  on counsel's list (LGLHLD01, action SOLICIT)
      *    OPTED OUT   the master's do-not-solicit preference for
      *                the offer's channel
      *    NO CONTACT  no phone for a call offer, no email for an
      *                email offer
      *  A customer the rule does not fit is not counted against
      *  the offer at all.  Every customer selected is added to the
      *  offer history dated tonight, which OFFRSP01 matches the
      *  responses against; a rerun of the same night replaces that
      *  night's selections rather than adding to them.  The report
      *  shows, per offer, how many customers the rule fitted, how
      *  many were selected, and why the rest were left off.  A
      *  rule with a channel other than M, C or E is reported and
      *  selects nobody.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFFER-RULE-FILE
               ASSIGN TO "data/offer_selection_rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-FILE-STATUS.
           SELECT CUSTOMER-INTAKE-FILE
               ASSIGN TO "data/customer_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTAKE-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "data/cust_master_new.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT ESTATE-FILE
               ASSIGN TO "data/estate_file.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTATE-FILE-STATUS.
           SELECT HOLDINGS-FILE
               ASSIGN TO "data/product_holdings.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDINGS-FILE-STATUS.
           SELECT HOLDINGS-SORTED-FILE
               ASSIGN TO "data/offer_holdings_srt.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTED-FILE-STATUS.
           SELECT HOLDINGS-SORT
               ASSIGN TO "data/offer_holdings_sortwk.dat".
           SELECT OFFER-EXTRACT-FILE
               ASSIGN TO "data/offer_extract.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.
           SELECT HISTORY-IN
               ASSIGN TO "data/offer_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-IN-STATUS.
           SELECT HISTORY-WORK
               ASSIGN TO "data/offer_history_wrk.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-WORK-STATUS.
           SELECT HISTORY-COPY-IN
               ASSIGN TO "data/offer_history_wrk.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-CI-STATUS.
           SELECT HISTORY-REWRITE
               ASSIGN TO "data/offer_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-RW-STATUS.
           SELECT OFFER-REPORT-FILE
               ASSIGN TO "data/offer_selection_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OFFER-RULE-FILE.
       COPY WSOFFRUL.

       FD  CUSTOMER-INTAKE-FILE.
       01  CUSTOMER-INTAKE-REC.
           02 CI-CUST-NO                 PIC 9(6).
           02 CI-CUST-NAME               PIC X(20).
           02 CI-CUST-AGE                PIC 9(3).
           02 CI-BIRTH-DATE              PIC 9(8).

       FD  CUSTOMER-MASTER-FILE.
       COPY WSCUSNEW.

       FD  ESTATE-FILE.
       COPY WSESTATE.

       FD  HOLDINGS-FILE.
       01  HOLDINGS-REC                  PIC X(13).

       FD  HOLDINGS-SORTED-FILE.
       01  HOLDINGS-SORTED-REC.
           02 HS-CUST-NO                 PIC 9(9).
           02 HS-PROD-KEY                PIC X(4).

       SD  HOLDINGS-SORT.
       01  HOLDINGS-SORT-REC.
           02 HW-CUST-NO                 PIC 9(9).
           02 HW-PROD-KEY                PIC X(4).

      *
      *  One customer on one offer, as the mail house or call
      *  centre takes it: the contact point for the channel is
      *  the address for mail, the phone or email otherwise, and
      *  the language says which version of the offer to send.
      *
       FD  OFFER-EXTRACT-FILE.
       01  OFFER-EXTRACT-REC.
           02 OX-OFFER-ID                PIC X(8).
           02 OX-CHANNEL                 PIC X(1).
           02 OX-CUST-NO                 PIC 9(9).
           02 OX-CUST-NAME               PIC X(20).
           02 OX-ADDRESS                 PIC X(40).
           02 OX-ZIP                     PIC 9(9).
           02 OX-LANGUAGE-CODE           PIC X(2).
           02 OX-PHONE-NO                PIC X(15).
           02 OX-EMAIL-ADDRESS           PIC X(50).
           02 OX-SELECTED-DATE           PIC 9(7).

       FD  HISTORY-IN.
       COPY WSOFFHST.

       FD  HISTORY-WORK.
       01  HISTORY-WORK-REC              PIC X(25).

       FD  HISTORY-COPY-IN.
       01  HISTORY-COPY-REC              PIC X(25).

       FD  HISTORY-REWRITE.
       01  HISTORY-REWRITE-REC           PIC X(25).

       FD  OFFER-REPORT-FILE.
       01  OFFER-REPORT-REC              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-RULE-FILE-STATUS            PIC XX.
       01 WS-INTAKE-FILE-STATUS          PIC XX.
       01 WS-MASTER-FILE-STATUS          PIC XX.
       01 WS-ESTATE-FILE-STATUS          PIC XX.
       01 WS-HOLDINGS-FILE-STATUS        PIC XX.
       01 WS-SORTED-FILE-STATUS          PIC XX.
       01 WS-EXTRACT-FILE-STATUS         PIC XX.
       01 WS-HISTORY-IN-STATUS           PIC XX.
       01 WS-HISTORY-WORK-STATUS         PIC XX.
       01 WS-HISTORY-CI-STATUS           PIC XX.
       01 WS-HISTORY-RW-STATUS           PIC XX.
       01 WS-REPORT-FILE-STATUS          PIC XX.
      *
      *  The offers, each with its tally of customers fitted,
      *  selected, and kept off by reason.
      *
       01 WS-OFFER-TABLE.
           05 WS-OFFER-COUNT             PIC 9(2) VALUE 0.
           05 WS-OFFER-ENTRY OCCURS 50 TIMES INDEXED BY OF-IDX.
               10 WS-OF-RULE             PIC X(79).
               10 WS-OF-VALID            PIC X(1).
               10 WS-OF-FITTED           PIC 9(7).
               10 WS-OF-SELECTED         PIC 9(7).
               10 WS-OF-KEPT-OFF OCCURS 6 TIMES
                                         PIC 9(7).
       01 WS-OFFERS-LEFT-OUT             PIC 9(5) VALUE 0.
       01 WS-REASON-NAMES.
           05 FILLER PIC X(10) VALUE "MAIL HOLD".
           05 FILLER PIC X(10) VALUE "DECEASED".
           05 FILLER PIC X(10) VALUE "FROZEN".
           05 FILLER PIC X(10) VALUE "LEGAL HOLD".
           05 FILLER PIC X(10) VALUE "OPTED OUT".
           05 FILLER PIC X(10) VALUE "NO CONTACT".
       01 WS-REASON-NAMES-R REDEFINES WS-REASON-NAMES.
           05 WS-REASON-NAME OCCURS 6 TIMES PIC X(10).
       01 WS-KEEP-OFF-REASON             PIC 9(1).
           88 WS-NOT-KEPT-OFF            VALUE 0.
           88 WS-KEPT-OFF-MAIL-HOLD      VALUE 1.
           88 WS-KEPT-OFF-DECEASED       VALUE 2.
           88 WS-KEPT-OFF-FROZEN         VALUE 3.
           88 WS-KEPT-OFF-LEGAL-HOLD     VALUE 4.
           88 WS-KEPT-OFF-OPTED-OUT      VALUE 5.
           88 WS-KEPT-OFF-NO-CONTACT     VALUE 6.
       01 WS-CUSTOMER-REASON             PIC 9(1).
       01 WS-LEGAL-SWITCH                PIC X(1).
           88 WS-LEGAL-NOT-ASKED         VALUE " ".
           88 WS-LEGAL-HELD              VALUE "H".
       01 WS-FIT-SWITCH                  PIC X(1).
           88 WS-RULE-FITS               VALUE "Y".
       01 WS-DECEASED-TABLE.
           05 WS-DECEASED-COUNT          PIC 9(4) VALUE 0.
           05 WS-DECEASED-CUST-NO OCCURS 1000 TIMES
                   INDEXED BY DC-IDX     PIC 9(9).
       01 WS-DECEASED-FULL-SWITCH        PIC X(1) VALUE "N".
           88 WS-DECEASED-TABLE-FULL     VALUE "Y".
       01 WS-DECEASED-SWITCH             PIC X(1).
           88 WS-CUSTOMER-DECEASED       VALUE "Y".
       01 WS-BIRTH-TABLE.
           05 WS-BIRTH-COUNT             PIC 9(4) VALUE 0.
           05 WS-BIRTH-ENTRY OCCURS 5000 TIMES INDEXED BY BI-IDX.
               10 WS-BIRTH-CUST-NO       PIC 9(6).
               10 WS-BIRTH-DATE-VAL      PIC 9(8).
       01 WS-BAND-NAMES.
           05 FILLER PIC X(8) VALUE "INFANT".
           05 FILLER PIC X(8) VALUE "BABY".
           05 FILLER PIC X(8) VALUE "CHILD".
           05 FILLER PIC X(8) VALUE "TEENAGER".
           05 FILLER PIC X(8) VALUE "ADULT".
           05 FILLER PIC X(8) VALUE "SENIOR".
           05 FILLER PIC X(8) VALUE "UNKNOWN".
       01 WS-BAND-NAMES-R REDEFINES WS-BAND-NAMES.
           05 WS-BAND-NAME OCCURS 7 TIMES PIC X(8).
       01 WS-BAND-SLOT                   PIC 9(1).
       01 WS-LOW-CUST-NO                 PIC 9(6).
       01 WS-BIRTH-FOUND                 PIC X(1).
      *
      *  The current customer's holdings, gathered off the sorted
      *  holdings file as the master passes.
      *
       01 WS-CUST-HOLDINGS.
           05 WS-CH-COUNT                PIC 9(2) VALUE 0.
           05 WS-CH-PROD-KEY OCCURS 50 TIMES
                   INDEXED BY CH-IDX     PIC X(4).
       01 WS-HOLDING-KEY                 PIC 9(9).
       01 WS-HOLD-FOUND                  PIC X(1).
       01 WS-HOLDINGS-OVER               PIC 9(5) VALUE 0.
       01 WS-CUSTOMERS-READ              PIC 9(7) VALUE 0.
       01 WS-OFFERS-WRITTEN              PIC 9(7) VALUE 0.
       01 WS-HISTORY-KEPT                PIC 9(7) VALUE 0.
       01 WS-HISTORY-REPLACED            PIC 9(7) VALUE 0.
       01 WS-SUB                         PIC 9(1).
       01 WS-COUNT-DISPLAY OCCURS 8 TIMES PIC Z(6)9.
       COPY WSAGEBND.
       COPY WSAGEDRV.
       COPY WSCDXREF.
       COPY WSLGLHLD.
       COPY WSLAYCHK.
       COPY WSLAYVER.
       COPY WSRUNCTL.
       COPY WSAUDTRL.
       COPY WSCTLTOT.
       COPY WSEXCLOG.

       PROCEDURE DIVISION.
       OFFSEL01-MAIN.
           CALL "RUNDATE01" USING WS-RUN-CONTROL.
           MOVE "OFFSEL01" TO AT-JOB-NAME.
           MOVE WS-RUN-CCYYDDD TO AT-RUN-DATE.
           SET AT-MODE-HEADER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           PERFORM CHECK-FILE-LAYOUTS.
           IF LC-REFUSED-COUNT > 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-OFFER-RULES.
           PERFORM LOAD-DECEASED-CUSTOMERS.
      *    A deceased customer left out of the table could be
      *    selected for an offer; nobody is selected until all of
      *    them fit.
           IF WS-DECEASED-TABLE-FULL
               DISPLAY "OFFSEL01: DECEASED OVER 1000 - "
                   "NOTHING SELECTED"
               MOVE 0 TO AT-RECORD-COUNT
               SET AT-MODE-TRAILER TO TRUE
               CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-BIRTH-DATES.
           SORT HOLDINGS-SORT
               ON ASCENDING KEY HW-CUST-NO HW-PROD-KEY
               USING HOLDINGS-FILE
               GIVING HOLDINGS-SORTED-FILE.
           PERFORM KEEP-EARLIER-HISTORY.

           OPEN INPUT CUSTOMER-MASTER-FILE.
           PERFORM SKIP-CUSTOMER-HEADER.
           OPEN INPUT HOLDINGS-SORTED-FILE.
           OPEN OUTPUT OFFER-EXTRACT-FILE.
           PERFORM READ-NEXT-HOLDING.
           IF WS-MASTER-FILE-STATUS = "00"
               PERFORM UNTIL WS-MASTER-FILE-STATUS = "10"
                   READ CUSTOMER-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-MASTER-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-CUSTOMERS-READ
                           PERFORM SELECT-ONE-CUSTOMER
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           IF WS-SORTED-FILE-STATUS NOT = "35"
               CLOSE HOLDINGS-SORTED-FILE
           END-IF.
           CLOSE OFFER-EXTRACT-FILE.
           CLOSE HISTORY-WORK.
           PERFORM COPY-HISTORY-BACK.
           PERFORM WRITE-SELECTION-REPORT.

           MOVE WS-RUN-CCYYDDD TO CT-RUN-DATE.
           MOVE "OFFSEL01" TO CT-STEP-NAME.
           SET CT-ROLE-PRODUCER TO TRUE.
           MOVE "data/offer_extract.dat" TO CT-FILE-NAME.
           MOVE WS-OFFERS-WRITTEN TO CT-RECORD-COUNT.
           MOVE 0 TO CT-AMOUNT-HASH.
           CALL "CTLTOT01" USING WS-CONTROL-TOTAL-RECORD.

           DISPLAY "OFFSEL01: OFFERS=" WS-OFFER-COUNT
               " CUSTOMERS READ=" WS-CUSTOMERS-READ
               " SELECTED=" WS-OFFERS-WRITTEN
               " HISTORY KEPT=" WS-HISTORY-KEPT
               " REPLACED=" WS-HISTORY-REPLACED.
           IF WS-OFFERS-LEFT-OUT > 0 OR WS-HOLDINGS-OVER > 0
               DISPLAY "OFFSEL01: OFFERS LEFT OUT=" WS-OFFERS-LEFT-OUT
                   " HOLDINGS NOT GATHERED=" WS-HOLDINGS-OVER
           END-IF.

           MOVE WS-OFFERS-WRITTEN TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.
           GOBACK.

       LOAD-OFFER-RULES.
           OPEN INPUT OFFER-RULE-FILE.
           IF WS-RULE-FILE-STATUS = "00"
               PERFORM UNTIL WS-RULE-FILE-STATUS = "10"
                   READ OFFER-RULE-FILE
                       AT END
                           MOVE "10" TO WS-RULE-FILE-STATUS
                       NOT AT END
                           PERFORM LOAD-ONE-OFFER-RULE
                   END-READ
               END-PERFORM
               CLOSE OFFER-RULE-FILE
           END-IF.

       LOAD-ONE-OFFER-RULE.
           IF OF-OFFER-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-OFFER-COUNT = 50
               ADD 1 TO WS-OFFERS-LEFT-OUT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-OFFER-COUNT.
           SET OF-IDX TO WS-OFFER-COUNT.
           INITIALIZE WS-OFFER-ENTRY (OF-IDX).
           MOVE WS-OFFER-RULE TO WS-OF-RULE (OF-IDX).
           MOVE "Y" TO WS-OF-VALID (OF-IDX).
           IF NOT OF-CHANNEL-VALID
                   OR OF-MIN-BALANCE NOT NUMERIC
                   OR OF-MAX-BALANCE NOT NUMERIC
               MOVE "N" TO WS-OF-VALID (OF-IDX)
           END-IF.

      ***************************************************************
      *  The estate file names every customer whose death has been
      *  recorded, as LETTER01 reads it.
      ***************************************************************
       LOAD-DECEASED-CUSTOMERS.
           OPEN INPUT ESTATE-FILE.
           IF WS-ESTATE-FILE-STATUS = "00"
               PERFORM UNTIL WS-ESTATE-FILE-STATUS = "10"
                       OR WS-DECEASED-TABLE-FULL
                   READ ESTATE-FILE
                       AT END
                           MOVE "10" TO WS-ESTATE-FILE-STATUS
                       NOT AT END
                           PERFORM LOAD-ONE-DECEASED
                   END-READ
               END-PERFORM
               CLOSE ESTATE-FILE
           END-IF.

       LOAD-ONE-DECEASED.
           IF WS-DECEASED-COUNT = 1000
               MOVE "Y" TO WS-DECEASED-FULL-SWITCH
               MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
               MOVE "OFFSEL01" TO ER-JOB-STEP
               MOVE "DECT" TO ER-ERROR-CODE
               MOVE "DECEASED OVER 1000 - NOTHING SELECTED"
                   TO ER-ERROR-TEXT
               CALL "EXCPLOG01" USING WS-ERROR-RECORD
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DECEASED-COUNT.
           MOVE ES-CUST-NO TO WS-DECEASED-CUST-NO (WS-DECEASED-COUNT).

       LOAD-BIRTH-DATES.
           OPEN INPUT CUSTOMER-INTAKE-FILE.
           IF WS-INTAKE-FILE-STATUS = "00"
               PERFORM UNTIL WS-BIRTH-COUNT = 5000
                       OR WS-INTAKE-FILE-STATUS = "10"
                   READ CUSTOMER-INTAKE-FILE
                       AT END
                           MOVE "10" TO WS-INTAKE-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-BIRTH-COUNT
                           MOVE CI-CUST-NO TO
                               WS-BIRTH-CUST-NO (WS-BIRTH-COUNT)
                           MOVE CI-BIRTH-DATE TO
                               WS-BIRTH-DATE-VAL (WS-BIRTH-COUNT)
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-INTAKE-FILE
           END-IF.

      ***************************************************************
      *  The history is rewritten through a work copy: everything
      *  selected on earlier nights is kept, anything dated tonight
      *  is from an earlier run of this same night and is dropped
      *  for the selections about to be made.
      ***************************************************************
       KEEP-EARLIER-HISTORY.
           OPEN OUTPUT HISTORY-WORK.
           OPEN INPUT HISTORY-IN.
           IF WS-HISTORY-IN-STATUS = "00"
               PERFORM UNTIL WS-HISTORY-IN-STATUS = "10"
                   READ HISTORY-IN
                       AT END
                           MOVE "10" TO WS-HISTORY-IN-STATUS
                       NOT AT END
                           IF OH-SELECTED-DATE = WS-RUN-CCYYDDD
                               ADD 1 TO WS-HISTORY-REPLACED
                           ELSE
                               ADD 1 TO WS-HISTORY-KEPT
                               WRITE HISTORY-WORK-REC
                                   FROM WS-OFFER-HISTORY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-IN
           END-IF.

       READ-NEXT-HOLDING.
           IF WS-SORTED-FILE-STATUS = "00"
               READ HOLDINGS-SORTED-FILE
                   AT END
                       MOVE 999999999 TO WS-HOLDING-KEY
                   NOT AT END
                       MOVE HS-CUST-NO TO WS-HOLDING-KEY
               END-READ
           ELSE
               MOVE 999999999 TO WS-HOLDING-KEY
           END-IF.

       GATHER-CUSTOMER-HOLDINGS.
           MOVE 0 TO WS-CH-COUNT.
           PERFORM UNTIL WS-HOLDING-KEY NOT < CN-CUST-NO
               PERFORM READ-NEXT-HOLDING
           END-PERFORM.
           PERFORM UNTIL WS-HOLDING-KEY NOT = CN-CUST-NO
               IF WS-CH-COUNT < 50
                   ADD 1 TO WS-CH-COUNT
                   MOVE HS-PROD-KEY TO WS-CH-PROD-KEY (WS-CH-COUNT)
               ELSE
                   ADD 1 TO WS-HOLDINGS-OVER
               END-IF
               PERFORM READ-NEXT-HOLDING
           END-PERFORM.

      ***************************************************************
      *  What keeps this customer off every offer is settled once:
      *  mail hold, then death, then a frozen account.  Counsel's
      *  list is asked only when an offer actually fits, so the
      *  hold-activity report shows a hold binding a real mailing.
      ***************************************************************
       SELECT-ONE-CUSTOMER.
           PERFORM GATHER-CUSTOMER-HOLDINGS.
           PERFORM FIND-BAND-SLOT.
           MOVE 0 TO WS-CUSTOMER-REASON.
           PERFORM CHECK-DECEASED.
           EVALUATE TRUE
               WHEN CN-ON-MAIL-HOLD
                   MOVE 1 TO WS-CUSTOMER-REASON
               WHEN WS-CUSTOMER-DECEASED
                   MOVE 2 TO WS-CUSTOMER-REASON
               WHEN CN-STATUS-FROZEN
                   MOVE 3 TO WS-CUSTOMER-REASON
           END-EVALUATE.
           MOVE SPACE TO WS-LEGAL-SWITCH.
           PERFORM VARYING OF-IDX FROM 1 BY 1
                   UNTIL OF-IDX > WS-OFFER-COUNT
               IF WS-OF-VALID (OF-IDX) = "Y"
                   MOVE WS-OF-RULE (OF-IDX) TO WS-OFFER-RULE
                   PERFORM JUDGE-ONE-OFFER
               END-IF
           END-PERFORM.

       CHECK-DECEASED.
           MOVE "N" TO WS-DECEASED-SWITCH.
           PERFORM VARYING DC-IDX FROM 1 BY 1
                   UNTIL DC-IDX > WS-DECEASED-COUNT
                       OR WS-CUSTOMER-DECEASED
               IF WS-DECEASED-CUST-NO (DC-IDX) = CN-CUST-NO
                   MOVE "Y" TO WS-DECEASED-SWITCH
               END-IF
           END-PERFORM.

      *    Banded the way RGNRPT01 bands: the intake birth date
      *    through the CDXREF01 bridge and AGEDRV01.
       FIND-BAND-SLOT.
           MOVE 7 TO WS-BAND-SLOT.
           MOVE CN-CUST-NO TO XF-MASTER-NO.
           CALL "CDXREF01" USING WS-CUST-XREF-REQUEST.
           MOVE XF-INTAKE-NO TO WS-LOW-CUST-NO.
           MOVE "N" TO WS-BIRTH-FOUND.
           PERFORM VARYING BI-IDX FROM 1 BY 1
                   UNTIL BI-IDX > WS-BIRTH-COUNT
                       OR WS-BIRTH-FOUND = "Y"
               IF WS-BIRTH-CUST-NO (BI-IDX) = WS-LOW-CUST-NO
                   MOVE "Y" TO WS-BIRTH-FOUND
                   MOVE WS-BIRTH-DATE-VAL (BI-IDX)
                       TO AD-BIRTH-DATE
               END-IF
           END-PERFORM.
           IF WS-BIRTH-FOUND = "Y"
               MOVE WS-RUN-CCYYDDD TO AD-RUN-CCYYDDD
               CALL "AGEDRV01" USING WS-AGE-DERIVE-REQUEST
               IF AD-STATUS-OK
                   MOVE AD-DERIVED-AGE TO ITEM-AGE
                   EVALUATE TRUE
                       WHEN INFANT
                           MOVE 1 TO WS-BAND-SLOT
                       WHEN BABY
                           MOVE 2 TO WS-BAND-SLOT
                       WHEN CHILD
                           MOVE 3 TO WS-BAND-SLOT
                       WHEN TEENAGER
                           MOVE 4 TO WS-BAND-SLOT
                       WHEN ADULT
                           MOVE 5 TO WS-BAND-SLOT
                       WHEN SENIOR
                           MOVE 6 TO WS-BAND-SLOT
                   END-EVALUATE
               END-IF
           END-IF.

      ***************************************************************
      *  The rule first - a customer it does not fit is nothing to
      *  this offer - then everything that keeps a fitted customer
      *  off it, first reason counted.
      ***************************************************************
       JUDGE-ONE-OFFER.
           PERFORM CHECK-RULE-FITS.
           IF NOT WS-RULE-FITS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-OF-FITTED (OF-IDX).
           MOVE WS-CUSTOMER-REASON TO WS-KEEP-OFF-REASON.
           IF WS-NOT-KEPT-OFF
               PERFORM CHECK-LEGAL-HOLD
               IF WS-LEGAL-HELD
                   SET WS-KEPT-OFF-LEGAL-HOLD TO TRUE
               END-IF
           END-IF.
           IF WS-NOT-KEPT-OFF
               EVALUATE TRUE
                   WHEN OF-CHANNEL-MAIL AND CN-NO-MARKETING-MAIL
                   WHEN OF-CHANNEL-CALL AND CN-NO-MARKETING-CALL
                   WHEN OF-CHANNEL-EMAIL AND CN-NO-MARKETING-EMAIL
                       SET WS-KEPT-OFF-OPTED-OUT TO TRUE
                   WHEN OF-CHANNEL-CALL AND CN-PHONE-NO = SPACES
                   WHEN OF-CHANNEL-EMAIL AND CN-EMAIL-ADDRESS = SPACES
                       SET WS-KEPT-OFF-NO-CONTACT TO TRUE
               END-EVALUATE
           END-IF.
           IF WS-NOT-KEPT-OFF
               PERFORM WRITE-OFFER-SELECTION
           ELSE
               ADD 1 TO WS-OF-KEPT-OFF (OF-IDX WS-KEEP-OFF-REASON)
           END-IF.

       CHECK-RULE-FITS.
           MOVE "Y" TO WS-FIT-SWITCH.
           IF OF-AGE-BAND NOT = SPACES
                   AND OF-AGE-BAND NOT = WS-BAND-NAME (WS-BAND-SLOT)
               MOVE "N" TO WS-FIT-SWITCH
           END-IF.
           IF CN-BALANCE < OF-MIN-BALANCE
               MOVE "N" TO WS-FIT-SWITCH
           END-IF.
           IF NOT OF-NO-CEILING AND CN-BALANCE > OF-MAX-BALANCE
               MOVE "N" TO WS-FIT-SWITCH
           END-IF.
           IF OF-REGION-CODE NOT = SPACES
                   AND OF-REGION-CODE NOT = CN-REGION-CODE
               MOVE "N" TO WS-FIT-SWITCH
           END-IF.
           IF OF-HELD-PRODUCT NOT = SPACES
               PERFORM FIND-HELD-PRODUCT
               IF WS-HOLD-FOUND = "N"
                   MOVE "N" TO WS-FIT-SWITCH
               END-IF
           END-IF.
           IF OF-NOT-HELD-PRODUCT NOT = SPACES
               PERFORM FIND-NOT-HELD-PRODUCT
               IF WS-HOLD-FOUND = "Y"
                   MOVE "N" TO WS-FIT-SWITCH
               END-IF
           END-IF.

       FIND-HELD-PRODUCT.
           MOVE "N" TO WS-HOLD-FOUND.
           PERFORM VARYING CH-IDX FROM 1 BY 1
                   UNTIL CH-IDX > WS-CH-COUNT
               IF WS-CH-PROD-KEY (CH-IDX) = OF-HELD-PRODUCT
                   MOVE "Y" TO WS-HOLD-FOUND
               END-IF
           END-PERFORM.

       FIND-NOT-HELD-PRODUCT.
           MOVE "N" TO WS-HOLD-FOUND.
           PERFORM VARYING CH-IDX FROM 1 BY 1
                   UNTIL CH-IDX > WS-CH-COUNT
               IF WS-CH-PROD-KEY (CH-IDX) = OF-NOT-HELD-PRODUCT
                   MOVE "Y" TO WS-HOLD-FOUND
               END-IF
           END-PERFORM.

       CHECK-LEGAL-HOLD.
           IF WS-LEGAL-NOT-ASKED
               MOVE CN-CUST-NO TO LH-CUST-NO
               MOVE "SOLICIT" TO LH-ACTION
               MOVE "OFFSEL01" TO LH-SOURCE-PROGRAM
               CALL "LGLHLD01" USING WS-LEGAL-HOLD-REQUEST
               MOVE LH-RESULT TO WS-LEGAL-SWITCH
           END-IF.

       WRITE-OFFER-SELECTION.
           ADD 1 TO WS-OF-SELECTED (OF-IDX).
           ADD 1 TO WS-OFFERS-WRITTEN.
           MOVE OF-OFFER-ID TO OX-OFFER-ID.
           MOVE OF-CHANNEL TO OX-CHANNEL.
           MOVE CN-CUST-NO TO OX-CUST-NO.
           MOVE CN-CUST-NAME TO OX-CUST-NAME.
           MOVE CN-ADDRESS TO OX-ADDRESS.
           MOVE CN-ZIP TO OX-ZIP.
           MOVE CN-LANGUAGE-CODE TO OX-LANGUAGE-CODE.
           IF CN-LANGUAGE-CODE = SPACES
               MOVE "EN" TO OX-LANGUAGE-CODE
           END-IF.
           MOVE SPACES TO OX-PHONE-NO.
           MOVE SPACES TO OX-EMAIL-ADDRESS.
           IF OF-CHANNEL-CALL
               MOVE CN-PHONE-NO TO OX-PHONE-NO
           END-IF.
           IF OF-CHANNEL-EMAIL
               MOVE CN-EMAIL-ADDRESS TO OX-EMAIL-ADDRESS
           END-IF.
           MOVE WS-RUN-CCYYDDD TO OX-SELECTED-DATE.
           WRITE OFFER-EXTRACT-REC.
           MOVE WS-RUN-CCYYDDD TO OH-SELECTED-DATE.
           MOVE OF-OFFER-ID TO OH-OFFER-ID.
           MOVE CN-CUST-NO TO OH-CUST-NO.
           MOVE OF-CHANNEL TO OH-CHANNEL.
           WRITE HISTORY-WORK-REC FROM WS-OFFER-HISTORY.

       COPY-HISTORY-BACK.
           OPEN INPUT HISTORY-COPY-IN.
           OPEN OUTPUT HISTORY-REWRITE.
           IF WS-HISTORY-CI-STATUS = "00"
               PERFORM UNTIL WS-HISTORY-CI-STATUS = "10"
                   READ HISTORY-COPY-IN
                       AT END
                           MOVE "10" TO WS-HISTORY-CI-STATUS
                       NOT AT END
                           WRITE HISTORY-REWRITE-REC
                               FROM HISTORY-COPY-REC
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE HISTORY-COPY-IN.
           CLOSE HISTORY-REWRITE.

      ***************************************************************
      *  One line per offer: fitted, selected, and the six reasons
      *  a fitted customer was kept off, in the order they are
      *  judged.
      ***************************************************************
       WRITE-SELECTION-REPORT.
           OPEN OUTPUT OFFER-REPORT-FILE.
           MOVE SPACES TO OFFER-REPORT-REC.
           STRING "CROSS-SELL OFFER SELECTION - " WS-RUN-CCYYDDD
                   "  CUSTOMERS READ=" WS-CUSTOMERS-READ
               DELIMITED BY SIZE INTO OFFER-REPORT-REC.
           WRITE OFFER-REPORT-REC.
           MOVE SPACES TO OFFER-REPORT-REC.
           STRING "OFFER    C DESCRIPTION                   "
                   "  FITTED SELECTED"
               DELIMITED BY SIZE INTO OFFER-REPORT-REC.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 6
               MOVE WS-REASON-NAME (WS-SUB)
                   TO OFFER-REPORT-REC (61 + (WS-SUB - 1) * 11:10)
           END-PERFORM.
           WRITE OFFER-REPORT-REC.
           PERFORM VARYING OF-IDX FROM 1 BY 1
                   UNTIL OF-IDX > WS-OFFER-COUNT
               PERFORM WRITE-ONE-OFFER-LINE
           END-PERFORM.
           IF WS-OFFERS-LEFT-OUT > 0
               MOVE SPACES TO OFFER-REPORT-REC
               STRING "OFFERS LEFT OUT - MORE THAN 50 ON FILE: "
                       WS-OFFERS-LEFT-OUT
                   DELIMITED BY SIZE INTO OFFER-REPORT-REC
               WRITE OFFER-REPORT-REC
           END-IF.
           MOVE SPACES TO OFFER-REPORT-REC.
           STRING "TOTAL SELECTED=" WS-OFFERS-WRITTEN
               DELIMITED BY SIZE INTO OFFER-REPORT-REC.
           WRITE OFFER-REPORT-REC.
           CLOSE OFFER-REPORT-FILE.

       WRITE-ONE-OFFER-LINE.
           MOVE WS-OF-RULE (OF-IDX) TO WS-OFFER-RULE.
           MOVE SPACES TO OFFER-REPORT-REC.
           IF WS-OF-VALID (OF-IDX) NOT = "Y"
               STRING OF-OFFER-ID " " OF-CHANNEL " " OF-DESCRIPTION
                       "  RULE NOT USABLE - CHANNEL OR BALANCE"
                   DELIMITED BY SIZE INTO OFFER-REPORT-REC
               WRITE OFFER-REPORT-REC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-OF-FITTED (OF-IDX) TO WS-COUNT-DISPLAY (1).
           MOVE WS-OF-SELECTED (OF-IDX) TO WS-COUNT-DISPLAY (2).
           STRING OF-OFFER-ID " " OF-CHANNEL " " OF-DESCRIPTION
                   " " WS-COUNT-DISPLAY (1)
                   "  " WS-COUNT-DISPLAY (2)
               DELIMITED BY SIZE INTO OFFER-REPORT-REC.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 6
               MOVE WS-OF-KEPT-OFF (OF-IDX WS-SUB)
                   TO WS-COUNT-DISPLAY (WS-SUB + 2)
               MOVE WS-COUNT-DISPLAY (WS-SUB + 2)
                   TO OFFER-REPORT-REC (64 + (WS-SUB - 1) * 11:7)
           END-PERFORM.
           WRITE OFFER-REPORT-REC.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "OFFSEL01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           SET LC-ACTION-CHECK TO TRUE.
           MOVE LV-CUSNEW-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.

       SKIP-CUSTOMER-HEADER.
           IF WS-MASTER-FILE-STATUS = "00"
               READ CUSTOMER-MASTER-FILE
                   AT END
                       CONTINUE
               END-READ
           END-IF.
       END PROGRAM OFFSEL01.
