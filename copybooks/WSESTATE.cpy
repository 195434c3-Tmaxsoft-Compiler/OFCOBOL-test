      ***************************************************************
      *  WSESTATE - deceased-customer estate record.  DECEAS01 adds
      *  one when a bereavement notice is recorded: the date the
      *  bank was told, the date of death, and the executor the
      *  estate's mail and money now go to.  PTYADR01 reads it so
      *  statements are addressed to the executor, LETTER01 so no
      *  notice goes out in the deceased's name, and ACCCLS01 so an
      *  estate payout (method E) pays the executor.  The estate
      *  stays N (notified) until the estate paperwork is approved;
      *  approval moves it to A and requests the closures.
      ***************************************************************
       01 WS-ESTATE-RECORD.
           05 ES-CUST-NO                  PIC 9(9).
           05 ES-CUST-NAME                PIC X(20).
           05 ES-NOTICE-DATE              PIC 9(7).
           05 ES-DATE-OF-DEATH            PIC 9(7).
           05 ES-EXECUTOR-NAME            PIC X(20).
           05 ES-EXECUTOR-ADDRESS         PIC X(40).
           05 ES-EXECUTOR-ZIP             PIC 9(9).
           05 ES-ESTATE-STATE             PIC X(1).
               88 ES-ESTATE-NOTIFIED      VALUE "N".
               88 ES-ESTATE-APPROVED      VALUE "A".
           05 ES-APPROVAL-DATE            PIC 9(7).
           05 ES-APPROVED-BY              PIC X(8).
           05 ES-ORDERS-STOPPED           PIC 9(3).
           05 ES-ACCOUNTS-CLOSING         PIC 9(3).
           05 FILLER                      PIC X(10).
