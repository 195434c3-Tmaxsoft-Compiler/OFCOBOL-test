      ***************************************************************
      *  WSCHQREG - official cheque register record.  CHQISS01 adds
      *  one for every payout it turns into a cheque - an account
      *  closure or term-deposit payout, an estate payout, a
      *  dispute refund, an escheatment remittance - and numbers it
      *  from the controlled range on the cheque control file.  A
      *  payout the range cannot cover waits on the register held,
      *  without a number, and is issued first on a later night.
      *  CHQREC01 matches the paying bank's cleared-cheque file
      *  against the register: a cheque paid at its face amount is
      *  paid, one paid at any other amount is a mismatch, and one
      *  still outstanding past the stale days is stale-dated; a
      *  stale cheque is voided to the bank on the next positive-
      *  pay file and offered to the escheatment sweep until an
      *  escheatment remittance names it.  The stale cheque file
      *  DORMNT01 reads is cut in this same layout.
      ***************************************************************
       01 WS-CHEQUE-REGISTER-RECORD.
           05 CR-CHEQUE-NO                PIC 9(8).
           05 CR-REQUEST-ID.
               10 CR-REQUEST-DATE         PIC 9(7).
               10 CR-REQUEST-SEQ          PIC 9(5).
      *    Where the payout came from: CLOS closure, ESTA estate,
      *    TDMT term-deposit maturity, DISP dispute refund, ESCH
      *    escheatment remittance - and its account, case, or
      *    remitted cheque.
           05 CR-SOURCE                   PIC X(4).
           05 CR-SOURCE-REF               PIC X(13).
           05 CR-CUST-NO                  PIC 9(9).
           05 CR-ACCT-NO                  PIC 9(10).
           05 CR-AMOUNT                   PIC 9(9)V99.
           05 CR-PAYEE-NAME               PIC X(20).
           05 CR-PAYEE-ADDRESS            PIC X(40).
           05 CR-PAYEE-ZIP                PIC 9(9).
           05 CR-ISSUE-DATE               PIC 9(7).
           05 CR-STATUS                   PIC X(1).
               88 CR-HELD                 VALUE "H".
               88 CR-ISSUED               VALUE "I".
               88 CR-PAID                 VALUE "P".
               88 CR-AMOUNT-MISMATCH      VALUE "M".
               88 CR-STALE                VALUE "S".
               88 CR-ESCHEATED            VALUE "E".
      *    The date the status last moved: paid date from the bank
      *    for P and M, the night it went stale or was remitted for
      *    S and E.
           05 CR-STATUS-DATE              PIC 9(7).
           05 CR-CLEARED-AMOUNT           PIC 9(9)V99.
           05 CR-RECON-DATE               PIC 9(7).
           05 CR-VOID-SENT-DATE           PIC 9(7).
           05 FILLER                      PIC X(4).
