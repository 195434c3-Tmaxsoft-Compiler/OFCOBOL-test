      ***************************************************************
      *  WSDSPCS - customer dispute case file record.  DSPMNT01
      *  opens one case when a customer disputes a debit on the
      *  posting journal, naming the journal entry (run date plus
      *  SEQ) the way a reversal does.  The case carries the date
      *  the provisional credit is due by, the date it was actually
      *  credited (zero until then), and the date the investigation
      *  must be decided by.  A resolution stamps the close date
      *  into column 1: F leaves the credit with the customer for
      *  good, D takes it back.  An open case (close date zero) is
      *  listed on the customer's statement and keeps the customer
      *  out of the privacy purge.
      ***************************************************************
       01 WS-DISPUTE-CASE-RECORD.
           05 DS-CLOSED-DATE              PIC 9(7).
               88 DS-CASE-OPEN            VALUE 0.
           05 DS-CASE-NO.
               10 DS-CASE-OPEN-DATE       PIC 9(7).
               10 DS-CASE-SEQ             PIC 9(3).
           05 DS-CUST-NO                  PIC 9(9).
      *    Disputed journal entry: its run date (7) plus SEQ (6).
           05 DS-ENTRY-NO                 PIC X(13).
           05 DS-ENTRY-AMOUNT             PIC 9(9)V99.
           05 DS-DISPUTED-AMOUNT          PIC 9(9)V99.
           05 DS-CREDIT-DUE-DATE          PIC 9(7).
           05 DS-CREDIT-DATE              PIC 9(7).
               88 DS-NOT-YET-CREDITED     VALUE 0.
           05 DS-DECIDE-BY-DATE           PIC 9(7).
           05 DS-CASE-STATE               PIC X(1).
               88 DS-AWAITING-CREDIT      VALUE "O".
               88 DS-PROVISIONAL-CREDIT   VALUE "P".
               88 DS-RESOLVED-FINAL       VALUE "F".
               88 DS-RESOLVED-DENIED      VALUE "D".
           05 DS-OPENED-BY                PIC X(8).
           05 DS-RESOLVED-BY              PIC X(8).
           05 FILLER                      PIC X(1).
