           02 SO-DAY-OF-MONTH            PIC 9(2).
           02 SO-START-DATE              PIC 9(7).
           02 SO-END-DATE                PIC 9(7).
      *    Account the order posts to; blank posts to the customer's
      *    default account, as an inbound item with no account does.
           02 SO-ACCT-NO                 PIC X(10).

       FD  BALANCE-TXN-FILE.
       01  BALANCE-TXN-REC               PIC X(64).
           MOVE SO-TYPE-CODE TO BALANCE-TXN-REC (10:2).
           MOVE SO-SIGN TO BALANCE-TXN-REC (12:1).
           MOVE WS-AMOUNT-SCALED-X TO BALANCE-TXN-REC (13:9).
           MOVE SO-ACCT-NO TO BALANCE-TXN-REC (42:10).
           WRITE BALANCE-TXN-REC.
           MOVE SPACES TO ORDER-REPORT-REC.
           STRING "  " SO-CUST-NO " " SO-TYPE-CODE " " SO-SIGN
