      *  approvers have signed, expires a change still pending past
      *  its effective date, and reports every rejection and expiry
      *  so rate changes get the same discipline as money movement.
      *  Every signature accepted goes to the shared approval trail
      *  (APRTRL01) with the requester as maker, dated and timed
      *  from the approval record where the approval front end
      *  stamped it (cols 15-21 CCYYDDD, 22-25 HHMM).
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           02 RA-PROD-KEY                PIC 9(4).
           02 RA-EFF-DATE                PIC 9(7).
           02 RA-APPROVER                PIC X(3).
           02 RA-APPROVED-DATE           PIC 9(7).
           02 RA-APPROVED-TIME           PIC 9(4).
       FD  CHANGE-REPORT-FILE.
       01  CHANGE-REPORT-REC             PIC X(80).

       01 WS-CHANGES-RELEASED            PIC 9(4) VALUE 0.
       01 WS-CHANGES-EXPIRED             PIC 9(4) VALUE 0.
       COPY WSBIZADJ.
       COPY WSAPRTRL.
       COPY WSRUNCTL.
       COPY WSAUDTRL.

                   MOVE RA-APPROVER
                       TO WS-PND-APPROVER-1 (PN-IDX)
                   ADD 1 TO WS-APPROVALS-APPLIED
                   PERFORM RECORD-APPROVAL-TRAIL
               WHEN WS-PND-APPROVER-2 (PN-IDX) = SPACES
                   MOVE RA-APPROVER
                       TO WS-PND-APPROVER-2 (PN-IDX)
                   ADD 1 TO WS-APPROVALS-APPLIED
                   PERFORM RECORD-APPROVAL-TRAIL
               WHEN OTHER
                   ADD 1 TO WS-APPROVALS-REJECTED
           END-EVALUATE.

       RECORD-APPROVAL-TRAIL.
           MOVE SPACES TO WS-APPROVAL-TRAIL-RECORD.
           SET TL-SOURCE-RATE TO TRUE.
           STRING RA-PROD-KEY " " RA-EFF-DATE
               DELIMITED BY SIZE INTO TL-ITEM-KEY.
           MOVE 0 TO TL-CUST-NO.
           MOVE WS-PND-REQUESTER (PN-IDX) TO TL-MAKER.
           MOVE RA-APPROVER TO TL-CHECKER.
           MOVE RA-APPROVED-DATE TO TL-APPROVED-DATE.
           MOVE RA-APPROVED-TIME TO TL-APPROVED-TIME.
           MOVE "RATAPR01" TO TL-RECORDED-BY.
           CALL "APRTRL01" USING WS-APPROVAL-TRAIL-RECORD.

      ***************************************************************
      *  Two distinct signatures release the change; a change still
      *  pending when its effective date has passed can no longer
