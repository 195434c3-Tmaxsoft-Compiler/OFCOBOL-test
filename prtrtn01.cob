       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRTRTN01.
      ***************************************************************
      *  PRTRTN01 - nightly return files to the originating
      *  partners.  A partner item the bank does not take is sent
      *  back, so the partner's customer is not left believing the
      *  payment went through:
      *    - every partner item on tonight's POSTED01 edit reject
      *      file (unknown customer or account, blocked or frozen
      *      customer, mandate refusal, failed edit), and
      *    - every partner debit POSTAP01 put to suspense tonight
      *      because the funds were not there (ODLM over limit,
      *      UNCF uncollected) - the suspense line carries only the
      *      trace ID, so the partner and the item as sent come from
      *      tonight's balance transaction file.  An item with no
      *      trace ID cannot be told apart and is not returned.
      *  Each refusal is mapped to a standard return reason through
      *  data/return_reason_map.dat (an unmapped refusal goes back
      *  R17, failed edit criteria).  The returns are sorted by
      *  partner and each partner's go out in one file, fixed or
      *  delimited as its profile on data/partner_return_profiles
      *  .dat says, framed by a header and a trailer carrying the
      *  item count and the credit and debit totals returned.
      *
      *  Every return goes on the returns register under its return
      *  ID (run date and sequence).  An RAK record on the partner
      *  inbound file naming the partner and return ID acknowledges
      *  it; one still outstanding past the partner's acknowledge
      *  days is listed on the report, and any at all raise RTNA
      *  for the morning digest.  A rerun of the night replaces the
      *  night's returns, files and register entries alike.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDIT-REJECT-FILE
               ASSIGN TO "data/posting_edit_rejects.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.
           SELECT SUSPENSE-FILE
               ASSIGN TO "data/suspense_adjustments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.
           SELECT BALANCE-TXN-FILE
               ASSIGN TO "data/balance_txns.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.
           SELECT RETURN-PROFILE-FILE
               ASSIGN TO "data/partner_return_profiles.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-FILE-STATUS.
           SELECT REASON-MAP-FILE
               ASSIGN TO "data/return_reason_map.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-FILE-STATUS.
           SELECT PARTNER-INBOUND-FILE
               ASSIGN TO "data/partner_inbound.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INBOUND-FILE-STATUS.
           SELECT REGISTER-IN
               ASSIGN TO "data/return_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-IN-STATUS.
           SELECT REGISTER-OUT
               ASSIGN TO "data/return_register_new.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-OUT-STATUS.
           SELECT REGISTER-REWRITE
               ASSIGN TO "data/return_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-RW-STATUS.
           SELECT REGISTER-COPY-IN
               ASSIGN TO "data/return_register_new.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-CI-STATUS.
           SELECT RETURN-SORT-FILE
               ASSIGN TO "data/partner_returns_sortwk.dat".
           SELECT PARTNER-RETURN-FILE
               ASSIGN TO WS-RETURN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-FILE-STATUS.
           SELECT RETURN-REPORT-FILE
               ASSIGN TO "data/partner_returns_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EDIT-REJECT-FILE.
       01  EDIT-REJECT-REC.
           02 EJ-CUST-NO                 PIC X(9).
           02 EJ-TYPE-CODE               PIC X(2).
           02 EJ-SIGN                    PIC X(1).
           02 EJ-AMOUNT                  PIC X(9).
           02 FILLER                     PIC X(9).
           02 EJ-REASON                  PIC X(20).
           02 FILLER                     PIC X(1).
           02 EJ-TRACE-ID                PIC X(13).
           02 FILLER                     PIC X(1).
           02 EJ-PARTNER-ID              PIC X(8).
           02 FILLER                     PIC X(1).
           02 EJ-MANDATE-NO              PIC X(10).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-FILE-REC             PIC X(61).

       FD  BALANCE-TXN-FILE.
       01  BALANCE-TXN-REC.
           02 BT-CUST-NO                 PIC X(9).
           02 BT-TYPE-CODE               PIC X(2).
           02 BT-SIGN                    PIC X(1).
           02 BT-AMOUNT                  PIC X(9).
           02 FILLER                     PIC X(30).
           02 BT-TRACE-ID                PIC X(13).
           02 FILLER                     PIC X(1).
           02 BT-PARTNER-ID              PIC X(8).
           02 FILLER                     PIC X(3).

       FD  RETURN-PROFILE-FILE.
       COPY WSRTNPRF.

       FD  REASON-MAP-FILE.
       COPY WSRTNRSN.

       FD  PARTNER-INBOUND-FILE.
       01  PARTNER-INBOUND-REC.
           02 RA-TAG                     PIC X(3).
           02 RA-PARTNER-ID              PIC X(8).
           02 RA-RETURN-ID               PIC X(12).
           02 FILLER                     PIC X(7).

       FD  REGISTER-IN.
       COPY WSRTNREG.

       FD  REGISTER-OUT.
       01  REGISTER-OUT-REC              PIC X(99).

       FD  REGISTER-REWRITE.
       01  REGISTER-REWRITE-REC          PIC X(99).

       FD  REGISTER-COPY-IN.
       01  REGISTER-COPY-REC             PIC X(99).

       SD  RETURN-SORT-FILE.
       01  RETURN-SORT-REC.
           05 RS-PARTNER-ID              PIC X(8).
           05 RS-SOURCE-SEQ              PIC 9(7).
           05 RS-CUST-NO                 PIC X(9).
           05 RS-TYPE-CODE               PIC X(2).
           05 RS-SIGN                    PIC X(1).
           05 RS-AMOUNT                  PIC 9(7)V99.
           05 RS-TRACE-ID                PIC X(13).
           05 RS-REASON                  PIC X(20).
           05 RS-MANDATE-NO              PIC X(10).

       FD  PARTNER-RETURN-FILE.
       01  PARTNER-RETURN-REC            PIC X(120).

       FD  RETURN-REPORT-FILE.
       01  RETURN-REPORT-REC             PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-REJECT-FILE-STATUS          PIC XX.
       01 WS-SUSPENSE-FILE-STATUS        PIC XX.
       01 WS-TXN-FILE-STATUS             PIC XX.
       01 WS-PROFILE-FILE-STATUS         PIC XX.
       01 WS-MAP-FILE-STATUS             PIC XX.
       01 WS-INBOUND-FILE-STATUS         PIC XX.
       01 WS-REG-IN-STATUS               PIC XX.
       01 WS-REG-OUT-STATUS              PIC XX.
       01 WS-REG-RW-STATUS               PIC XX.
       01 WS-REG-CI-STATUS               PIC XX.
       01 WS-RETURN-FILE-STATUS          PIC XX.
       01 WS-REPORT-FILE-STATUS          PIC XX.
       01 WS-SORT-RETURN                 PIC XX.
       01 WS-RETURN-FILE-NAME            PIC X(40).
       01 WS-FOUND-SWITCH                PIC X(1).
           88 WS-WAS-FOUND               VALUE "Y".
       01 WS-SOURCE-SEQ                  PIC 9(7) VALUE 0.
       01 WS-RETURN-SEQ                  PIC 9(5) VALUE 0.
       01 WS-AMOUNT-SCALED               PIC 9(7)V99.
       01 WS-AMOUNT-SCALED-X REDEFINES WS-AMOUNT-SCALED
                                         PIC X(9).
       01 WS-AMOUNT-EDITED               PIC Z(6)9.99.
       01 WS-TOTAL-EDITED                PIC Z(10)9.99.
       01 WS-DEBIT-EDITED                PIC Z(10)9.99.
       01 WS-AGE-DAYS                    PIC S9(7).
       01 WS-MATCH-LENGTH                PIC 9(2).
      *
      *  Partner profiles, with the blank-partner default row kept
      *  apart; a partner with neither is cut fixed under the
      *  default name and given five days to acknowledge.
      *
       01 WS-PROFILE-TABLE.
           05 WS-PROFILE-COUNT           PIC 9(3) VALUE 0.
           05 WS-PROFILE-ENTRY OCCURS 200 TIMES INDEXED BY PF-IDX.
               10 WS-PF-PARTNER-ID       PIC X(8).
               10 WS-PF-FILE-FORMAT      PIC X(1).
               10 WS-PF-ACK-DAYS         PIC 9(3).
               10 WS-PF-FILE-NAME        PIC X(40).
       01 WS-DEFAULT-PROFILE.
           05 WS-DF-FILE-FORMAT          PIC X(1) VALUE "F".
           05 WS-DF-ACK-DAYS             PIC 9(3) VALUE 5.
           05 WS-DF-FILE-NAME            PIC X(40) VALUE SPACES.
       01 WS-CURRENT-PROFILE.
           05 WS-CP-FILE-FORMAT          PIC X(1).
               88 WS-CP-DELIMITED        VALUE "D".
           05 WS-CP-ACK-DAYS             PIC 9(3).
           05 WS-CP-FILE-NAME            PIC X(40).
       01 WS-REASON-TABLE.
           05 WS-REASON-COUNT            PIC 9(3) VALUE 0.
           05 WS-REASON-ENTRY OCCURS 100 TIMES INDEXED BY RN-IDX.
               10 WS-RN-REJECT-TEXT      PIC X(20).
               10 WS-RN-MATCH-LENGTH     PIC 9(2).
               10 WS-RN-RETURN-CODE      PIC X(3).
               10 WS-RN-DESCRIPTION      PIC X(30).
       01 WS-MAPPED-CODE                 PIC X(3).
       01 WS-MAPPED-DESCRIPTION          PIC X(30).
      *
      *  Tonight's acknowledgements, partner and return ID.
      *
       01 WS-ACK-TABLE.
           05 WS-ACK-COUNT               PIC 9(4) VALUE 0.
           05 WS-ACK-ENTRY OCCURS 5000 TIMES INDEXED BY AK-IDX.
               10 WS-AK-PARTNER-ID       PIC X(8).
               10 WS-AK-RETURN-ID        PIC X(12).
      *
      *  Tonight's no-funds suspense lines from POSTAP01, by trace
      *  ID; each is returned once however often a rerun of the
      *  posting wrote it.
      *
       01 WS-NOFUNDS-TABLE.
           05 WS-NOFUNDS-COUNT           PIC 9(4) VALUE 0.
           05 WS-NOFUNDS-ENTRY OCCURS 5000 TIMES INDEXED BY NF-IDX.
               10 WS-NF-TRACE-ID         PIC X(13).
               10 WS-NF-REASON-CODE      PIC X(4).
               10 WS-NF-RETURNED         PIC X(1).
       01 WS-CURRENT-PARTNER             PIC X(8) VALUE SPACES.
       01 WS-PARTNER-OPEN                PIC X(1) VALUE "N".
       01 WS-PARTNER-COUNT               PIC 9(7) VALUE 0.
       01 WS-PARTNER-CREDITS             PIC 9(11)V99 VALUE 0.
       01 WS-PARTNER-DEBITS              PIC 9(11)V99 VALUE 0.
       01 WS-RETURNS-WRITTEN             PIC 9(7) VALUE 0.
       01 WS-PARTNER-FILES               PIC 9(5) VALUE 0.
       01 WS-ACKS-APPLIED                PIC 9(7) VALUE 0.
       01 WS-OUTSTANDING                 PIC 9(7) VALUE 0.
       01 WS-OVERDUE                     PIC 9(7) VALUE 0.
      *
      *  The agreed formats.  Fixed: header RHD, one RDT line per
      *  return, trailer RTL, every field in place.  Delimited: the
      *  same fields in the same order, comma separated, amounts
      *  with a decimal point.
      *
       01 WS-FIXED-HEADER.
           05 FILLER                     PIC X(3) VALUE "RHD".
           05 FH-PARTNER-ID              PIC X(8).
           05 FH-RUN-DATE                PIC 9(7).
           05 FILLER                     PIC X(102) VALUE SPACES.
       01 WS-FIXED-DETAIL.
           05 FILLER                     PIC X(3) VALUE "RDT".
           05 FD-RETURN-ID               PIC X(12).
           05 FD-TRACE-ID                PIC X(13).
           05 FD-CUST-NO                 PIC X(9).
           05 FD-TYPE-CODE               PIC X(2).
           05 FD-SIGN                    PIC X(1).
           05 FD-AMOUNT                  PIC 9(7)V99.
           05 FD-RETURN-CODE             PIC X(3).
           05 FD-DESCRIPTION             PIC X(30).
           05 FD-MANDATE-NO              PIC X(10).
           05 FILLER                     PIC X(28) VALUE SPACES.
       01 WS-FIXED-TRAILER.
           05 FILLER                     PIC X(3) VALUE "RTL".
           05 FT-RETURN-COUNT            PIC 9(7).
           05 FT-CREDIT-TOTAL            PIC 9(11)V99.
           05 FT-DEBIT-TOTAL             PIC 9(11)V99.
           05 FILLER                     PIC X(84) VALUE SPACES.
       COPY WSSUSPEN.
       COPY WSLAYCHK.
       COPY WSLAYVER.
       COPY WSRUNCTL.
       COPY WSAUDTRL.
       COPY WSEXCLOG.

       PROCEDURE DIVISION.
       PRTRTN01-MAIN.
           CALL "RUNDATE01" USING WS-RUN-CONTROL.
           MOVE "PRTRTN01" TO AT-JOB-NAME.
           MOVE WS-RUN-CCYYDDD TO AT-RUN-DATE.
           SET AT-MODE-HEADER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           PERFORM CHECK-FILE-LAYOUTS.
           IF LC-REFUSED-COUNT > 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-RETURN-PROFILES.
           PERFORM LOAD-REASON-MAP.
           PERFORM LOAD-RETURN-ACKS.
           PERFORM LOAD-NOFUNDS-SUSPENSE.

           OPEN OUTPUT RETURN-REPORT-FILE.
           MOVE SPACES TO RETURN-REPORT-REC.
           STRING "PARTNER RETURNS  DATE " WS-RUN-CCYYDDD
               DELIMITED BY SIZE INTO RETURN-REPORT-REC.
           WRITE RETURN-REPORT-REC.

           OPEN OUTPUT REGISTER-OUT.
           PERFORM CARRY-REGISTER-FORWARD.

           SORT RETURN-SORT-FILE
               ON ASCENDING KEY RS-PARTNER-ID
                                RS-SOURCE-SEQ
               INPUT PROCEDURE IS RELEASE-PARTNER-RETURNS
               OUTPUT PROCEDURE IS WRITE-PARTNER-RETURNS.

           CLOSE REGISTER-OUT.
           PERFORM COPY-REGISTER-BACK.

           MOVE SPACES TO RETURN-REPORT-REC.
           STRING "RETURNED=" WS-RETURNS-WRITTEN
                   " FILES=" WS-PARTNER-FILES
                   " ACKNOWLEDGED=" WS-ACKS-APPLIED
                   " OUTSTANDING=" WS-OUTSTANDING
                   " OVERDUE=" WS-OVERDUE
               DELIMITED BY SIZE INTO RETURN-REPORT-REC.
           WRITE RETURN-REPORT-REC.
           CLOSE RETURN-REPORT-FILE.

           IF WS-OVERDUE > 0
               MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
               MOVE "PRTRTN01" TO ER-JOB-STEP
               MOVE "RTNA" TO ER-ERROR-CODE
               MOVE SPACES TO ER-ERROR-TEXT
               STRING "RETURNS UNACKNOWLEDGED=" WS-OVERDUE
                   DELIMITED BY SIZE INTO ER-ERROR-TEXT
               CALL "EXCPLOG01" USING WS-ERROR-RECORD
           END-IF.

           DISPLAY "PRTRTN01: RETURNED=" WS-RETURNS-WRITTEN
               " FILES=" WS-PARTNER-FILES
               " ACKNOWLEDGED=" WS-ACKS-APPLIED
               " OUTSTANDING=" WS-OUTSTANDING
               " OVERDUE=" WS-OVERDUE.

           MOVE WS-RETURNS-WRITTEN TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.
           GOBACK.

       LOAD-RETURN-PROFILES.
           OPEN INPUT RETURN-PROFILE-FILE.
           IF WS-PROFILE-FILE-STATUS = "00"
               PERFORM UNTIL WS-PROFILE-FILE-STATUS = "10"
                   READ RETURN-PROFILE-FILE
                       AT END
                           MOVE "10" TO WS-PROFILE-FILE-STATUS
                       NOT AT END
                           PERFORM TAKE-ONE-PROFILE
                   END-READ
               END-PERFORM
               CLOSE RETURN-PROFILE-FILE
           END-IF.

       TAKE-ONE-PROFILE.
           IF NOT RP-FORMAT-FIXED AND NOT RP-FORMAT-DELIMITED
               MOVE "F" TO RP-FILE-FORMAT
           END-IF.
           IF RP-ACK-DAYS NOT NUMERIC
               MOVE 5 TO RP-ACK-DAYS
           END-IF.
           IF RP-PARTNER-ID = SPACES
               MOVE RP-FILE-FORMAT TO WS-DF-FILE-FORMAT
               MOVE RP-ACK-DAYS TO WS-DF-ACK-DAYS
               MOVE RP-FILE-NAME TO WS-DF-FILE-NAME
           ELSE
               IF WS-PROFILE-COUNT < 200
                   ADD 1 TO WS-PROFILE-COUNT
                   MOVE RP-PARTNER-ID
                       TO WS-PF-PARTNER-ID (WS-PROFILE-COUNT)
                   MOVE RP-FILE-FORMAT
                       TO WS-PF-FILE-FORMAT (WS-PROFILE-COUNT)
                   MOVE RP-ACK-DAYS
                       TO WS-PF-ACK-DAYS (WS-PROFILE-COUNT)
                   MOVE RP-FILE-NAME
                       TO WS-PF-FILE-NAME (WS-PROFILE-COUNT)
               END-IF
           END-IF.

      *    The partner's own row, else the default row; the file
      *    name is built from the partner ID when neither names one.
       FIND-PARTNER-PROFILE.
           MOVE WS-DEFAULT-PROFILE TO WS-CURRENT-PROFILE.
           PERFORM VARYING PF-IDX FROM 1 BY 1
                   UNTIL PF-IDX > WS-PROFILE-COUNT
               IF WS-PF-PARTNER-ID (PF-IDX) = WS-CURRENT-PARTNER
                   MOVE WS-PF-FILE-FORMAT (PF-IDX)
                       TO WS-CP-FILE-FORMAT
                   MOVE WS-PF-ACK-DAYS (PF-IDX) TO WS-CP-ACK-DAYS
                   MOVE WS-PF-FILE-NAME (PF-IDX) TO WS-CP-FILE-NAME
                   SET PF-IDX TO WS-PROFILE-COUNT
               END-IF
           END-PERFORM.
           IF WS-CP-FILE-NAME = SPACES
               STRING "data/partner_returns_"
                       FUNCTION TRIM (WS-CURRENT-PARTNER)
                       ".dat"
                   DELIMITED BY SIZE INTO WS-CP-FILE-NAME
           END-IF.

       LOAD-REASON-MAP.
           OPEN INPUT REASON-MAP-FILE.
           IF WS-MAP-FILE-STATUS = "00"
               PERFORM UNTIL WS-MAP-FILE-STATUS = "10"
                   READ REASON-MAP-FILE
                       AT END
                           MOVE "10" TO WS-MAP-FILE-STATUS
                       NOT AT END
                           IF RM-REJECT-TEXT NOT = SPACES
                                   AND WS-REASON-COUNT < 100
                               ADD 1 TO WS-REASON-COUNT
                               MOVE RM-REJECT-TEXT TO
                                   WS-RN-REJECT-TEXT (WS-REASON-COUNT)
                               MOVE FUNCTION LENGTH
                                   (FUNCTION TRIM (RM-REJECT-TEXT
                                       TRAILING)) TO
                                   WS-RN-MATCH-LENGTH (WS-REASON-COUNT)
                               MOVE RM-RETURN-CODE TO
                                   WS-RN-RETURN-CODE (WS-REASON-COUNT)
                               MOVE RM-DESCRIPTION TO
                                   WS-RN-DESCRIPTION (WS-REASON-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REASON-MAP-FILE
           END-IF.

       MAP-RETURN-REASON.
           MOVE "R17" TO WS-MAPPED-CODE.
           MOVE "FILE RECORD EDIT CRITERIA" TO WS-MAPPED-DESCRIPTION.
           PERFORM VARYING RN-IDX FROM 1 BY 1
                   UNTIL RN-IDX > WS-REASON-COUNT
               MOVE WS-RN-MATCH-LENGTH (RN-IDX) TO WS-MATCH-LENGTH
               IF RS-REASON (1:WS-MATCH-LENGTH)
                       = WS-RN-REJECT-TEXT (RN-IDX) (1:WS-MATCH-LENGTH)
                   MOVE WS-RN-RETURN-CODE (RN-IDX) TO WS-MAPPED-CODE
                   MOVE WS-RN-DESCRIPTION (RN-IDX)
                       TO WS-MAPPED-DESCRIPTION
                   SET RN-IDX TO WS-REASON-COUNT
               END-IF
           END-PERFORM.

      ***************************************************************
      *  The partner's acknowledgements share the inbound file with
      *  its other traffic; only RAK records are ours.
      ***************************************************************
       LOAD-RETURN-ACKS.
           OPEN INPUT PARTNER-INBOUND-FILE.
           IF WS-INBOUND-FILE-STATUS = "00"
               PERFORM UNTIL WS-INBOUND-FILE-STATUS = "10"
                   READ PARTNER-INBOUND-FILE
                       AT END
                           MOVE "10" TO WS-INBOUND-FILE-STATUS
                       NOT AT END
                           IF RA-TAG = "RAK" AND WS-ACK-COUNT < 5000
                               ADD 1 TO WS-ACK-COUNT
                               MOVE RA-PARTNER-ID
                                   TO WS-AK-PARTNER-ID (WS-ACK-COUNT)
                               MOVE RA-RETURN-ID
                                   TO WS-AK-RETURN-ID (WS-ACK-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARTNER-INBOUND-FILE
           END-IF.

       LOAD-NOFUNDS-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE.
           PERFORM SKIP-SUSPENSE-HEADER.
           IF WS-SUSPENSE-FILE-STATUS = "00"
               PERFORM UNTIL WS-SUSPENSE-FILE-STATUS = "10"
                   READ SUSPENSE-FILE INTO WS-SUSPENSE-ADJUSTMENT
                       AT END
                           MOVE "10" TO WS-SUSPENSE-FILE-STATUS
                       NOT AT END
                           PERFORM TAKE-ONE-SUSPENSE-LINE
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF.

       TAKE-ONE-SUSPENSE-LINE.
           IF SU-RUN-DATE NOT = WS-RUN-CCYYDDD
                   OR SU-JOB-STEP NOT = "POSTAP01"
                   OR SU-TRACE-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF SU-REASON-CODE NOT = "ODLM"
                   AND SU-REASON-CODE NOT = "UNCF"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM VARYING NF-IDX FROM 1 BY 1
                   UNTIL NF-IDX > WS-NOFUNDS-COUNT OR WS-WAS-FOUND
               IF WS-NF-TRACE-ID (NF-IDX) = SU-TRACE-ID
                   MOVE "Y" TO WS-FOUND-SWITCH
               END-IF
           END-PERFORM.
           IF NOT WS-WAS-FOUND AND WS-NOFUNDS-COUNT < 5000
               ADD 1 TO WS-NOFUNDS-COUNT
               MOVE SU-TRACE-ID TO WS-NF-TRACE-ID (WS-NOFUNDS-COUNT)
               MOVE SU-REASON-CODE
                   TO WS-NF-REASON-CODE (WS-NOFUNDS-COUNT)
               MOVE "N" TO WS-NF-RETURNED (WS-NOFUNDS-COUNT)
           END-IF.

      ***************************************************************
      *  The register is copied forward entry by entry: tonight's
      *  own returns from an earlier run of the night are dropped
      *  and cut again, an outstanding return the partner has now
      *  acknowledged is closed, and one left outstanding past the
      *  partner's acknowledge days is listed as overdue.
      ***************************************************************
       CARRY-REGISTER-FORWARD.
           OPEN INPUT REGISTER-IN.
           IF WS-REG-IN-STATUS = "00"
               PERFORM UNTIL WS-REG-IN-STATUS = "10"
                   READ REGISTER-IN
                       AT END
                           MOVE "10" TO WS-REG-IN-STATUS
                       NOT AT END
                           PERFORM CARRY-ONE-RETURN
                   END-READ
               END-PERFORM
               CLOSE REGISTER-IN
           END-IF.

       CARRY-ONE-RETURN.
           IF RR-RETURN-DATE = WS-RUN-CCYYDDD
               EXIT PARAGRAPH
           END-IF.
           IF RR-OUTSTANDING
               PERFORM JUDGE-OUTSTANDING-RETURN
           END-IF.
           WRITE REGISTER-OUT-REC FROM WS-RETURN-REGISTER-RECORD.

       JUDGE-OUTSTANDING-RETURN.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM VARYING AK-IDX FROM 1 BY 1
                   UNTIL AK-IDX > WS-ACK-COUNT OR WS-WAS-FOUND
               IF WS-AK-PARTNER-ID (AK-IDX) = RR-PARTNER-ID
                       AND WS-AK-RETURN-ID (AK-IDX) = RR-RETURN-ID
                   MOVE "Y" TO WS-FOUND-SWITCH
               END-IF
           END-PERFORM.
           IF WS-WAS-FOUND
               SET RR-ACKNOWLEDGED TO TRUE
               MOVE WS-RUN-CCYYDDD TO RR-ACK-DATE
               ADD 1 TO WS-ACKS-APPLIED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-OUTSTANDING.
           MOVE RR-PARTNER-ID TO WS-CURRENT-PARTNER.
           PERFORM FIND-PARTNER-PROFILE.
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DAY (WS-RUN-CCYYDDD)
               - FUNCTION INTEGER-OF-DAY (RR-RETURN-DATE).
           IF WS-AGE-DAYS > WS-CP-ACK-DAYS
               ADD 1 TO WS-OVERDUE
               MOVE RR-AMOUNT TO WS-AMOUNT-EDITED
               MOVE SPACES TO RETURN-REPORT-REC
               STRING "  NOT ACKNOWLEDGED " RR-PARTNER-ID
                       " RETURN " RR-RETURN-ID
                       " " RR-RETURN-CODE
                       " " RR-SIGN WS-AMOUNT-EDITED
                       " TRACE " RR-TRACE-ID
                   DELIMITED BY SIZE INTO RETURN-REPORT-REC
               WRITE RETURN-REPORT-REC
           END-IF.

      ***************************************************************
      *  Refused partner items in reject file order, then partner
      *  debits that found no funds in balance file order.
      ***************************************************************
       RELEASE-PARTNER-RETURNS.
           OPEN INPUT EDIT-REJECT-FILE.
           IF WS-REJECT-FILE-STATUS = "00"
               PERFORM UNTIL WS-REJECT-FILE-STATUS = "10"
                   READ EDIT-REJECT-FILE
                       AT END
                           MOVE "10" TO WS-REJECT-FILE-STATUS
                       NOT AT END
                           IF EJ-PARTNER-ID NOT = SPACES
                               PERFORM RELEASE-REJECTED-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EDIT-REJECT-FILE
           END-IF.
           IF WS-NOFUNDS-COUNT > 0
               OPEN INPUT BALANCE-TXN-FILE
               IF WS-TXN-FILE-STATUS = "00"
                   PERFORM UNTIL WS-TXN-FILE-STATUS = "10"
                       READ BALANCE-TXN-FILE
                           AT END
                               MOVE "10" TO WS-TXN-FILE-STATUS
                           NOT AT END
                               IF BT-PARTNER-ID NOT = SPACES
                                       AND BT-TRACE-ID NOT = SPACES
                                   PERFORM RELEASE-NOFUNDS-ITEM
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BALANCE-TXN-FILE
               END-IF
           END-IF.

       RELEASE-REJECTED-ITEM.
           ADD 1 TO WS-SOURCE-SEQ.
           MOVE EJ-PARTNER-ID TO RS-PARTNER-ID.
           MOVE WS-SOURCE-SEQ TO RS-SOURCE-SEQ.
           MOVE EJ-CUST-NO TO RS-CUST-NO.
           MOVE EJ-TYPE-CODE TO RS-TYPE-CODE.
           MOVE EJ-SIGN TO RS-SIGN.
           MOVE EJ-AMOUNT TO WS-AMOUNT-SCALED-X.
           IF WS-AMOUNT-SCALED-X NOT NUMERIC
               MOVE 0 TO WS-AMOUNT-SCALED
           END-IF.
           MOVE WS-AMOUNT-SCALED TO RS-AMOUNT.
           MOVE EJ-TRACE-ID TO RS-TRACE-ID.
           MOVE EJ-REASON TO RS-REASON.
           MOVE EJ-MANDATE-NO TO RS-MANDATE-NO.
           RELEASE RETURN-SORT-REC.

       RELEASE-NOFUNDS-ITEM.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM VARYING NF-IDX FROM 1 BY 1
                   UNTIL NF-IDX > WS-NOFUNDS-COUNT OR WS-WAS-FOUND
               IF WS-NF-TRACE-ID (NF-IDX) = BT-TRACE-ID
                       AND WS-NF-RETURNED (NF-IDX) = "N"
                   MOVE "Y" TO WS-FOUND-SWITCH
                   MOVE "Y" TO WS-NF-RETURNED (NF-IDX)
                   MOVE SPACES TO RS-REASON
                   STRING "SUSPENDED " WS-NF-REASON-CODE (NF-IDX)
                       DELIMITED BY SIZE INTO RS-REASON
               END-IF
           END-PERFORM.
           IF NOT WS-WAS-FOUND
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SOURCE-SEQ.
           MOVE BT-PARTNER-ID TO RS-PARTNER-ID.
           MOVE WS-SOURCE-SEQ TO RS-SOURCE-SEQ.
           MOVE BT-CUST-NO TO RS-CUST-NO.
           MOVE BT-TYPE-CODE TO RS-TYPE-CODE.
           MOVE BT-SIGN TO RS-SIGN.
           MOVE BT-AMOUNT TO WS-AMOUNT-SCALED-X.
           IF WS-AMOUNT-SCALED-X NOT NUMERIC
               MOVE 0 TO WS-AMOUNT-SCALED
           END-IF.
           MOVE WS-AMOUNT-SCALED TO RS-AMOUNT.
           MOVE BT-TRACE-ID TO RS-TRACE-ID.
           MOVE SPACES TO RS-MANDATE-NO.
           RELEASE RETURN-SORT-REC.

      ***************************************************************
      *  One file per partner: a change of partner closes the last
      *  one with its trailer and opens the next with its header.
      *  Every return is numbered for the night and goes on the
      *  register outstanding as it goes into the file.
      ***************************************************************
       WRITE-PARTNER-RETURNS.
           MOVE "00" TO WS-SORT-RETURN.
           PERFORM UNTIL WS-SORT-RETURN = "10"
               RETURN RETURN-SORT-FILE
                   AT END
                       MOVE "10" TO WS-SORT-RETURN
                   NOT AT END
                       IF RS-PARTNER-ID NOT = WS-CURRENT-PARTNER
                               OR WS-PARTNER-OPEN = "N"
                           PERFORM CLOSE-PARTNER-FILE
                           PERFORM OPEN-PARTNER-FILE
                       END-IF
                       PERFORM WRITE-ONE-RETURN
               END-RETURN
           END-PERFORM.
           PERFORM CLOSE-PARTNER-FILE.

       OPEN-PARTNER-FILE.
           MOVE RS-PARTNER-ID TO WS-CURRENT-PARTNER.
           PERFORM FIND-PARTNER-PROFILE.
           MOVE WS-CP-FILE-NAME TO WS-RETURN-FILE-NAME.
           OPEN OUTPUT PARTNER-RETURN-FILE.
           MOVE "Y" TO WS-PARTNER-OPEN.
           ADD 1 TO WS-PARTNER-FILES.
           MOVE 0 TO WS-PARTNER-COUNT.
           MOVE 0 TO WS-PARTNER-CREDITS.
           MOVE 0 TO WS-PARTNER-DEBITS.
           IF WS-CP-DELIMITED
               MOVE SPACES TO PARTNER-RETURN-REC
               STRING "RHD," FUNCTION TRIM (WS-CURRENT-PARTNER)
                       "," WS-RUN-CCYYDDD
                   DELIMITED BY SIZE INTO PARTNER-RETURN-REC
               WRITE PARTNER-RETURN-REC
           ELSE
               MOVE WS-CURRENT-PARTNER TO FH-PARTNER-ID
               MOVE WS-RUN-CCYYDDD TO FH-RUN-DATE
               WRITE PARTNER-RETURN-REC FROM WS-FIXED-HEADER
           END-IF.

       CLOSE-PARTNER-FILE.
           IF WS-PARTNER-OPEN = "N"
               EXIT PARAGRAPH
           END-IF.
           IF WS-CP-DELIMITED
               MOVE WS-PARTNER-CREDITS TO WS-TOTAL-EDITED
               MOVE WS-PARTNER-DEBITS TO WS-DEBIT-EDITED
               MOVE SPACES TO PARTNER-RETURN-REC
               STRING "RTL," WS-PARTNER-COUNT
                       "," FUNCTION TRIM (WS-TOTAL-EDITED)
                       "," FUNCTION TRIM (WS-DEBIT-EDITED)
                   DELIMITED BY SIZE INTO PARTNER-RETURN-REC
               WRITE PARTNER-RETURN-REC
           ELSE
               MOVE WS-PARTNER-COUNT TO FT-RETURN-COUNT
               MOVE WS-PARTNER-CREDITS TO FT-CREDIT-TOTAL
               MOVE WS-PARTNER-DEBITS TO FT-DEBIT-TOTAL
               WRITE PARTNER-RETURN-REC FROM WS-FIXED-TRAILER
           END-IF.
           CLOSE PARTNER-RETURN-FILE.
           MOVE "N" TO WS-PARTNER-OPEN.
           MOVE WS-PARTNER-CREDITS TO WS-TOTAL-EDITED.
           MOVE SPACES TO RETURN-REPORT-REC.
           STRING "  " WS-CURRENT-PARTNER
                   " RETURNS=" WS-PARTNER-COUNT
                   " CREDITS=" WS-TOTAL-EDITED
               DELIMITED BY SIZE INTO RETURN-REPORT-REC.
           MOVE WS-PARTNER-DEBITS TO WS-TOTAL-EDITED.
           STRING " DEBITS=" WS-TOTAL-EDITED
               DELIMITED BY SIZE INTO RETURN-REPORT-REC (55:36).
           WRITE RETURN-REPORT-REC.
           MOVE SPACES TO RETURN-REPORT-REC.
           STRING "    FILE " WS-RETURN-FILE-NAME
               DELIMITED BY SIZE INTO RETURN-REPORT-REC.
           WRITE RETURN-REPORT-REC.

       WRITE-ONE-RETURN.
           PERFORM MAP-RETURN-REASON.
           ADD 1 TO WS-RETURN-SEQ.
           ADD 1 TO WS-RETURNS-WRITTEN.
           ADD 1 TO WS-PARTNER-COUNT.
           IF RS-SIGN = "-"
               ADD RS-AMOUNT TO WS-PARTNER-DEBITS
           ELSE
               ADD RS-AMOUNT TO WS-PARTNER-CREDITS
           END-IF.
           MOVE SPACES TO WS-RETURN-REGISTER-RECORD.
           MOVE WS-RUN-CCYYDDD TO RR-RETURN-DATE.
           MOVE WS-RETURN-SEQ TO RR-RETURN-SEQ.
           MOVE RS-PARTNER-ID TO RR-PARTNER-ID.
           MOVE RS-CUST-NO TO RR-CUST-NO.
           MOVE RS-TYPE-CODE TO RR-TYPE-CODE.
           MOVE RS-SIGN TO RR-SIGN.
           MOVE RS-AMOUNT TO RR-AMOUNT.
           MOVE RS-TRACE-ID TO RR-TRACE-ID.
           MOVE WS-MAPPED-CODE TO RR-RETURN-CODE.
           MOVE RS-REASON TO RR-REJECT-REASON.
           MOVE RS-MANDATE-NO TO RR-MANDATE-NO.
           SET RR-OUTSTANDING TO TRUE.
           MOVE 0 TO RR-ACK-DATE.
           WRITE REGISTER-OUT-REC FROM WS-RETURN-REGISTER-RECORD.
           IF WS-CP-DELIMITED
               MOVE RS-AMOUNT TO WS-AMOUNT-EDITED
               MOVE SPACES TO PARTNER-RETURN-REC
               STRING "RDT," RR-RETURN-ID
                       "," FUNCTION TRIM (RS-TRACE-ID)
                       "," FUNCTION TRIM (RS-CUST-NO)
                       "," RS-TYPE-CODE
                       "," RS-SIGN
                       "," FUNCTION TRIM (WS-AMOUNT-EDITED)
                       "," WS-MAPPED-CODE
                       "," FUNCTION TRIM (WS-MAPPED-DESCRIPTION)
                       "," FUNCTION TRIM (RS-MANDATE-NO)
                   DELIMITED BY SIZE INTO PARTNER-RETURN-REC
               WRITE PARTNER-RETURN-REC
           ELSE
               MOVE RR-RETURN-ID TO FD-RETURN-ID
               MOVE RS-TRACE-ID TO FD-TRACE-ID
               MOVE RS-CUST-NO TO FD-CUST-NO
               MOVE RS-TYPE-CODE TO FD-TYPE-CODE
               MOVE RS-SIGN TO FD-SIGN
               MOVE RS-AMOUNT TO FD-AMOUNT
               MOVE WS-MAPPED-CODE TO FD-RETURN-CODE
               MOVE WS-MAPPED-DESCRIPTION TO FD-DESCRIPTION
               MOVE RS-MANDATE-NO TO FD-MANDATE-NO
               WRITE PARTNER-RETURN-REC FROM WS-FIXED-DETAIL
           END-IF.

       COPY-REGISTER-BACK.
           OPEN INPUT REGISTER-COPY-IN.
           OPEN OUTPUT REGISTER-REWRITE.
           IF WS-REG-CI-STATUS = "00"
               PERFORM UNTIL WS-REG-CI-STATUS = "10"
                   READ REGISTER-COPY-IN
                       AT END
                           MOVE "10" TO WS-REG-CI-STATUS
                       NOT AT END
                           WRITE REGISTER-REWRITE-REC
                               FROM REGISTER-COPY-REC
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE REGISTER-COPY-IN.
           CLOSE REGISTER-REWRITE.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "PRTRTN01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           SET LC-ACTION-CHECK TO TRUE.
           MOVE LV-SUSPEN-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.

       SKIP-SUSPENSE-HEADER.
           IF WS-SUSPENSE-FILE-STATUS = "00"
               READ SUSPENSE-FILE
                   AT END
                       CONTINUE
               END-READ
           END-IF.
       END PROGRAM PRTRTN01.
