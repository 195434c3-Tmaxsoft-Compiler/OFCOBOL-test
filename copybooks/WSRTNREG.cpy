      ***************************************************************
      *  WSRTNREG - returns register record.  PRTRTN01 adds one for
      *  every partner item it sends back - refused by the POSTED01
      *  edit, or suspended by POSTAP01 for want of funds - under a
      *  return ID of the night and a sequence, with the standard
      *  return reason the refusal maps to.  The entry stays
      *  outstanding until the partner's acknowledgement naming the
      *  return ID comes in on the partner inbound file.  A rerun
      *  of a night replaces that night's returns.
      ***************************************************************
       01 WS-RETURN-REGISTER-RECORD.
           05 RR-RETURN-ID.
               10 RR-RETURN-DATE          PIC 9(7).
               10 RR-RETURN-SEQ           PIC 9(5).
           05 RR-PARTNER-ID               PIC X(8).
           05 RR-CUST-NO                  PIC X(9).
           05 RR-TYPE-CODE                PIC X(2).
           05 RR-SIGN                     PIC X(1).
           05 RR-AMOUNT                   PIC 9(7)V99.
           05 RR-TRACE-ID                 PIC X(13).
           05 RR-RETURN-CODE              PIC X(3).
      *    The edit's own words for the refusal, or SUSPENDED and
      *    the suspense reason for an item that found no funds.
           05 RR-REJECT-REASON            PIC X(20).
           05 RR-MANDATE-NO               PIC X(10).
           05 RR-STATUS                   PIC X(1).
               88 RR-OUTSTANDING          VALUE "O".
               88 RR-ACKNOWLEDGED         VALUE "A".
           05 RR-ACK-DATE                 PIC 9(7).
           05 FILLER                      PIC X(4).
