      ***************************************************************
      *  WSCHQREQ - cheque request keyed by a desk for a payout no
      *  batch step writes: a dispute refund the dispute desk pays
      *  by cheque (the reference is the dispute case number, the
      *  case must have been found for the customer, and the cheque
      *  may not exceed the disputed amount), or an escheatment
      *  remittance the compliance desk sends the state (the payee
      *  is the state's unclaimed property office; a reference of
      *  eight digits names a stale cheque being remitted, which
      *  must be for the same amount).
      ***************************************************************
       01 WS-CHEQUE-REQUEST-RECORD.
           05 CQ-SOURCE                   PIC X(4).
               88 CQ-DISPUTE-REFUND       VALUE "DISP".
               88 CQ-ESCHEAT-REMIT        VALUE "ESCH".
           05 CQ-SOURCE-REF               PIC X(13).
           05 CQ-CASE-NO REDEFINES CQ-SOURCE-REF.
               10 CQ-CASE-KEY             PIC X(10).
               10 FILLER                  PIC X(3).
           05 CQ-CHEQUE-REF REDEFINES CQ-SOURCE-REF.
               10 CQ-REMIT-CHEQUE         PIC X(8).
               10 CQ-REMIT-REST           PIC X(5).
           05 CQ-CUST-NO                  PIC X(9).
           05 CQ-AMOUNT                   PIC X(11).
           05 CQ-PAYEE-NAME               PIC X(20).
           05 CQ-PAYEE-ADDRESS            PIC X(40).
           05 CQ-PAYEE-ZIP                PIC X(9).
           05 CQ-CLERK                    PIC X(8).
