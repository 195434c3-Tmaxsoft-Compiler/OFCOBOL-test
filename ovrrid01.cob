      *  final answer, and every override - applied or rejected - is
      *  written to the override audit report so each deviation from
      *  the WSAGEBND rules is attributable to its two approvers.
      *  Each applied override also goes to the shared approval
      *  trail (APRTRL01), first approver as maker and second as
      *  checker, dated and timed where the approval front end
      *  stamped it (cols 18-24 CCYYDDD, 25-28 HHMM).
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           02 OV-APPROVER-1              PIC X(3).
           02 OV-APPROVER-2              PIC X(3).
           02 OV-REASON-CODE             PIC X(4).
           02 OV-APPROVED-DATE           PIC X(7).
           02 OV-APPROVED-TIME           PIC X(4).

       FD  ELIGIBILITY-REPORT-FILE.
       01  ELIGIBILITY-REPORT-REC        PIC X(72).
               10 WS-OVR-APPROVER-1      PIC X(3).
               10 WS-OVR-APPROVER-2      PIC X(3).
               10 WS-OVR-REASON          PIC X(4).
               10 WS-OVR-APPROVED-DATE   PIC X(7).
               10 WS-OVR-APPROVED-TIME   PIC X(4).
               10 WS-OVR-STATE           PIC X(1).
                   88 WS-OVR-PENDING     VALUE "P".
                   88 WS-OVR-APPLIED     VALUE "A".
       01 WS-OLD-DECISION                PIC X(1).
       01 WS-OVERRIDES-APPLIED           PIC 9(4) VALUE 0.
       01 WS-OVERRIDES-REJECTED          PIC 9(4) VALUE 0.
       COPY WSAPRTRL.
       COPY WSRUNCTL.
       COPY WSAUDTRL.

           MOVE OV-APPROVER-1 TO WS-OVR-APPROVER-1 (OV-IDX).
           MOVE OV-APPROVER-2 TO WS-OVR-APPROVER-2 (OV-IDX).
           MOVE OV-REASON-CODE TO WS-OVR-REASON (OV-IDX).
           MOVE OV-APPROVED-DATE TO WS-OVR-APPROVED-DATE (OV-IDX).
           MOVE OV-APPROVED-TIME TO WS-OVR-APPROVED-TIME (OV-IDX).
           MOVE "P" TO WS-OVR-STATE (OV-IDX).

           EVALUATE TRUE
               DELIMITED BY SIZE INTO OVERRIDE-AUDIT-REC.
           WRITE OVERRIDE-AUDIT-REC.

           MOVE SPACES TO WS-APPROVAL-TRAIL-RECORD.
           SET TL-SOURCE-OVERRIDE TO TRUE.
           STRING WS-OVR-CUST-NO (OV-IDX) " " WS-OVR-DECISION (OV-IDX)
                   " " WS-OVR-REASON (OV-IDX)
               DELIMITED BY SIZE INTO TL-ITEM-KEY.
           MOVE WS-OVR-CUST-NO (OV-IDX) TO TL-CUST-NO.
           MOVE WS-OVR-APPROVER-1 (OV-IDX) TO TL-MAKER.
           MOVE WS-OVR-APPROVER-2 (OV-IDX) TO TL-CHECKER.
           MOVE WS-OVR-APPROVED-DATE (OV-IDX) TO TL-APPROVED-DATE.
           MOVE WS-OVR-APPROVED-TIME (OV-IDX) TO TL-APPROVED-TIME.
           MOVE "OVRRID01" TO TL-RECORDED-BY.
           CALL "APRTRL01" USING WS-APPROVAL-TRAIL-RECORD.

      ***************************************************************
      *  A valid override for a customer who never appeared on the
      *  report is itself an exception underwriting needs to see.
