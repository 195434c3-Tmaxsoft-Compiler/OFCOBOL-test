      ***************************************************************
      *  WSRTNRSN - return reason map.  The refusal text the
      *  POSTED01 edit writes (or SUSPENDED and the POSTAP01
      *  suspense reason) is matched on as many characters as the
      *  row gives, so BLOCKED= covers every status; the first
      *  matching row supplies the standard return reason code and
      *  the words the partner is sent.
      ***************************************************************
       01 WS-RETURN-REASON-RECORD.
           05 RM-REJECT-TEXT              PIC X(20).
           05 RM-RETURN-CODE              PIC X(3).
           05 RM-DESCRIPTION              PIC X(30).
