      ***************************************************************
      *  WSSARCS - suspicious-activity case file record.  SARSCN01
      *  opens a case when the structuring surveillance flags a
      *  customer: one C record for the case, followed by one E
      *  record per posting journal entry held as evidence.  The
      *  compliance desk works the case through SARDSP01 by
      *  disposition code; a closing disposition stamps the close
      *  date into column 1 of the case and all of its evidence,
      *  which is the date ARCPRG01 ages the case against, so an
      *  open case (close date zero) is never aged off and a closed
      *  one stays on file for the whole retention period.
      ***************************************************************
       01 WS-SAR-CASE-RECORD.
           05 SC-CLOSED-DATE              PIC 9(7).
               88 SC-CASE-OPEN            VALUE 0.
           05 SC-CASE-NO.
               10 SC-CASE-OPEN-DATE       PIC 9(7).
               10 SC-CASE-SEQ             PIC 9(3).
           05 SC-RECORD-TYPE              PIC X(1).
               88 SC-CASE-RECORD          VALUE "C".
               88 SC-EVIDENCE-RECORD      VALUE "E".
           05 SC-CASE-DETAIL.
               10 SC-CUST-NO              PIC 9(9).
               10 SC-WINDOW-FROM          PIC 9(7).
               10 SC-WINDOW-TO            PIC 9(7).
      *
      *        Which patterns raised the case: repeated amounts just
      *        under the cash-report threshold, many round-amount
      *        credits, rapid movement in and straight back out.
      *
               10 SC-PATTERN-SUB          PIC X(1).
                   88 SC-SUB-THRESHOLD    VALUE "Y".
               10 SC-PATTERN-ROUND        PIC X(1).
                   88 SC-ROUND-AMOUNTS    VALUE "Y".
               10 SC-PATTERN-RAPID        PIC X(1).
                   88 SC-RAPID-IN-OUT     VALUE "Y".
               10 SC-EVIDENCE-COUNT       PIC 9(3).
               10 SC-TOTAL-IN             PIC 9(9)V99.
               10 SC-TOTAL-OUT            PIC 9(9)V99.
               10 SC-DISPOSITION          PIC X(4).
                   88 SC-NOT-YET-WORKED   VALUE SPACES.
               10 SC-DISPOSITION-DATE     PIC 9(7).
               10 SC-ANALYST              PIC X(8).
               10 FILLER                  PIC X(12).
           05 SC-EVIDENCE-DETAIL REDEFINES SC-CASE-DETAIL.
               10 SE-CUST-NO              PIC 9(9).
               10 SE-POSTED-DATE          PIC 9(7).
               10 SE-JOURNAL-SEQ          PIC X(6).
               10 SE-AMOUNT               PIC X(11).
               10 SE-TYPE-CODE            PIC X(2).
               10 SE-TRACE-ID             PIC X(13).
               10 SE-PATTERN-SUB          PIC X(1).
               10 SE-PATTERN-ROUND        PIC X(1).
               10 SE-PATTERN-RAPID        PIC X(1).
               10 FILLER                  PIC X(31).
