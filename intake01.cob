      *  on the accepted file, failures on the reject file, and the
      *  per-stage counts go to DQMET01 so a morning glance shows at
      *  which stage a client's records are dying.
      *  Each item carries the date and time it was received.  An
      *  item received after the client's published cut-off (the
      *  cut-off table, by feed and partner) is not tonight's
      *  business: it is stamped with the next business date from
      *  BIZADJ01 and held, untouched, on the late-held file; the
      *  run whose date reaches that business date takes it into
      *  the pipeline ahead of its own feed.  The late-arrivals
      *  report, cut from the late-held file, shows each partner
      *  how many items it sent late tonight, when the first and
      *  last arrived against its cut-off, and the night they were
      *  moved to.  An item with no receipt stamp is taken as on
      *  time.  A rerun of a night judges that night's feed afresh
      *  and takes that night's released items through again.
      *  Before any item is taken, the whole file is checked against
      *  the received-files register: the file ID from its header
      *  record (HDR in col 2-4, the ID in col 5-13, when the
      *  partner sends one), its item count, amount hash, and a
      *  content hash over every item image.  A file matching one
      *  already taken from the partner inside the lookback window
      *  (data/intake_dupfile_control.dat, col 1-3 days, 30 when
      *  absent) - same file ID, or same count, hashes and content -
      *  is rejected whole and raised on the morning digest, unless
      *  an operator has released tonight's file for resubmission
      *  on the override file.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "data/screening_review.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCREEN-FILE-STATUS.
           SELECT CUTOFF-FILE
               ASSIGN TO "data/intake_cutoffs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUTOFF-FILE-STATUS.
           SELECT LATE-HELD-IN
               ASSIGN TO "data/intake_late_held.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-IN-STATUS.
           SELECT LATE-HELD-OUT
               ASSIGN TO "data/intake_late_held_new.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-OUT-STATUS.
           SELECT LATE-HELD-REWRITE
               ASSIGN TO "data/intake_late_held.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-RW-STATUS.
           SELECT LATE-HELD-COPY-IN
               ASSIGN TO "data/intake_late_held_new.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-CI-STATUS.
           SELECT RECEIVED-FILE-IN
               ASSIGN TO "data/received_files.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCV-IN-STATUS.
           SELECT RECEIVED-FILE-OUT
               ASSIGN TO "data/received_files_new.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCV-OUT-STATUS.
           SELECT RECEIVED-FILE-REWRITE
               ASSIGN TO "data/received_files.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCV-RW-STATUS.
           SELECT RECEIVED-FILE-COPY-IN
               ASSIGN TO "data/received_files_new.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCV-CI-STATUS.
           SELECT DUPFILE-CONTROL-FILE
               ASSIGN TO "data/intake_dupfile_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPCTL-FILE-STATUS.
           SELECT DUPFILE-OVERRIDE-FILE
               ASSIGN TO "data/intake_dup_overrides.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPOVR-FILE-STATUS.
           SELECT LATE-ARRIVAL-REPORT
               ASSIGN TO "data/late_arrivals_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LATE-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 CX-AFTER-CHAR             PIC X(1).

       FD  CLIENT-FEED-FILE.
       01  CLIENT-FEED-REC.
           02 CF-RECORD-IMAGE           PIC X(13).
      *    Stamped by the transmission layer as the item landed.
           02 CF-RECEIVED-DATE          PIC X(7).
           02 CF-RECEIVED-TIME          PIC X(6).

       FD  INTAKE-ACCEPTED-FILE.
       01  INTAKE-ACCEPTED-REC.
       FD  SCREENING-REVIEW-FILE.
       01  SCREENING-REVIEW-REC         PIC X(80).

       FD  CUTOFF-FILE.
       COPY WSCUTOFF.

       FD  LATE-HELD-IN.
       COPY WSLATEIT.

       FD  LATE-HELD-OUT.
       01  LATE-HELD-OUT-REC            PIC X(80).

       FD  LATE-HELD-REWRITE.
       01  LATE-HELD-REWRITE-REC        PIC X(80).

       FD  LATE-HELD-COPY-IN.
       01  LATE-HELD-COPY-REC           PIC X(80).

       FD  RECEIVED-FILE-IN.
       COPY WSRCVFIL.

       FD  RECEIVED-FILE-OUT.
       01  RECEIVED-FILE-OUT-REC        PIC X(90).

       FD  RECEIVED-FILE-REWRITE.
       01  RECEIVED-FILE-REWRITE-REC    PIC X(90).

       FD  RECEIVED-FILE-COPY-IN.
       01  RECEIVED-FILE-COPY-REC       PIC X(90).

       FD  DUPFILE-CONTROL-FILE.
       01  DUPFILE-CONTROL-REC.
           02 DK-LOOKBACK-DAYS          PIC X(3).

      *    One line per file an operator releases for resubmission:
      *    the night, the partner, and the content hash the digest
      *    showed (zeros release whatever file the partner sends).
       FD  DUPFILE-OVERRIDE-FILE.
       01  DUPFILE-OVERRIDE-REC.
           02 DO-RUN-DATE               PIC X(7).
           02 DO-PARTNER-ID             PIC X(8).
           02 DO-CONTENT-HASH           PIC X(9).
           02 DO-OPERATOR-ID            PIC X(8).
           02 DO-REASON                 PIC X(30).

       FD  LATE-ARRIVAL-REPORT.
       01  LATE-ARRIVAL-REPORT-REC      PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-XLATE-FILE-STATUS          PIC XX.
       01 WS-FEED-FILE-STATUS           PIC XX.
       01 WS-SCAN-IDX                   PIC 9(2).
       01 WS-SCREEN-MATCH               PIC X(5).
       01 WS-RECORDS-SCREENED           PIC 9(5) VALUE 0.
       01 WS-CUTOFF-FILE-STATUS         PIC XX.
       01 WS-HELD-IN-STATUS             PIC XX.
       01 WS-HELD-OUT-STATUS            PIC XX.
       01 WS-HELD-RW-STATUS             PIC XX.
       01 WS-HELD-CI-STATUS             PIC XX.
       01 WS-LATE-REPORT-STATUS         PIC XX.
       01 WS-RCV-IN-STATUS              PIC XX.
       01 WS-RCV-OUT-STATUS             PIC XX.
       01 WS-RCV-RW-STATUS              PIC XX.
       01 WS-RCV-CI-STATUS              PIC XX.
       01 WS-DUPCTL-FILE-STATUS         PIC XX.
       01 WS-DUPOVR-FILE-STATUS         PIC XX.
       01 WS-FEED-ID                    PIC X(8) VALUE "CLIENT".
       01 WS-PARTNER-ID                 PIC X(8).
       01 WS-FEED-IMAGE                 PIC X(13).
      *
      *  The client's cut-off: its own row if it has one, else the
      *  feed's row for every partner.
      *
       01 WS-CUTOFF-SWITCH              PIC X(1) VALUE "N".
           88 WS-CUTOFF-FOUND           VALUE "Y".
       01 WS-CUTOFF-OWN-SWITCH          PIC X(1) VALUE "N".
           88 WS-CUTOFF-OWN-ROW         VALUE "Y".
       01 WS-CUTOFF-HHMM                PIC 9(4).
       01 WS-CUTOFF-HHMMSS              PIC 9(6).
       01 WS-NEXT-BUSINESS-DATE         PIC 9(7).
       01 WS-RECEIVED-DATE              PIC 9(7).
       01 WS-RECEIVED-TIME              PIC 9(6).
       01 WS-ITEM-LATE-SWITCH           PIC X(1).
           88 WS-ITEM-LATE              VALUE "Y".
       01 WS-RECORDS-LATE               PIC 9(5) VALUE 0.
       01 WS-RECORDS-RELEASED           PIC 9(5) VALUE 0.
       01 WS-RECORDS-STILL-HELD         PIC 9(5) VALUE 0.
      *
      *  Tonight's late arrivals, one entry per feed and partner,
      *  gathered back off the late-held file for the report.
      *
       01 WS-LATE-TABLE.
           05 WS-LATE-COUNT             PIC 9(3) VALUE 0.
           05 WS-LATE-ENTRY OCCURS 100 TIMES INDEXED BY LT-IDX.
               10 WS-LT-FEED-ID         PIC X(8).
               10 WS-LT-PARTNER-ID      PIC X(8).
               10 WS-LT-CUTOFF-HHMM     PIC 9(4).
               10 WS-LT-ITEMS           PIC 9(5).
               10 WS-LT-FIRST-DATE      PIC 9(7).
               10 WS-LT-FIRST-TIME      PIC 9(6).
               10 WS-LT-LAST-DATE       PIC 9(7).
               10 WS-LT-LAST-TIME       PIC 9(6).
               10 WS-LT-BUSINESS-DATE   PIC 9(7).
       01 WS-LATE-MATCHED               PIC X(1).
           88 WS-LATE-IS-MATCHED        VALUE "Y".
       01 WS-LATE-TOTAL                 PIC 9(5) VALUE 0.
      *
      *  Tonight's file as a whole, and the register's verdict on it.
      *
       01 WS-FILE-HEADER-ID             PIC X(9) VALUE SPACES.
       01 WS-FILE-ITEM-COUNT            PIC 9(7) VALUE 0.
       01 WS-FILE-AMOUNT-HASH           PIC 9(13) VALUE 0.
       01 WS-FILE-CONTENT-HASH          PIC 9(9) VALUE 0.
       01 WS-HASH-POS                   PIC 9(2).
       01 WS-HASH-CHAR                  PIC 9(3).
       01 WS-ITEM-NUMBER                PIC X(5).
       01 WS-ITEM-NUMBER-N REDEFINES WS-ITEM-NUMBER PIC 9(5).
       01 WS-DUP-LOOKBACK-DAYS          PIC 9(3) VALUE 30.
       01 WS-REGISTER-AGE-DAYS          PIC S9(7).
       01 WS-FILE-SEEN-SWITCH           PIC X(1) VALUE "N".
           88 WS-FILE-SEEN              VALUE "Y".
       01 WS-FILE-DUP-SWITCH            PIC X(1) VALUE "N".
           88 WS-FILE-DUPLICATE         VALUE "Y".
       01 WS-FILE-OVERRIDE-SWITCH       PIC X(1) VALUE "N".
           88 WS-FILE-OVERRIDDEN        VALUE "Y".
       01 WS-MATCHED-DATE               PIC 9(7) VALUE 0.
       01 WS-MATCHED-HEADER-ID          PIC X(9) VALUE SPACES.
       01 WS-OVERRIDE-BY                PIC X(8) VALUE SPACES.
       01 WS-FILE-DISPOSITION           PIC X(1) VALUE "A".
       01 WS-FILES-REJECTED             PIC 9(5) VALUE 0.
       COPY WSEXCLOG.
       COPY WSBIZADJ.
       COPY WSSCRUB.
       COPY WSTXTEDT.
       COPY WSDQMET.
           ELSE
               MOVE "CLI01" TO WS-CLIENT-ID
           END-IF.
           MOVE WS-CLIENT-ID TO WS-PARTNER-ID.
           PERFORM LOAD-CLIENT-XLATE-RULE.
           PERFORM LOAD-WATCH-LIST.
           PERFORM LOAD-CLIENT-CUTOFF.
           PERFORM DERIVE-NEXT-BUSINESS-DATE.
           PERFORM LOAD-DUPFILE-CONTROL.
           PERFORM FINGERPRINT-FEED-FILE.
           IF WS-FILE-SEEN
               PERFORM CHECK-RECEIVED-REGISTER
           END-IF.

           OPEN INPUT CLIENT-FEED-FILE.
           OPEN OUTPUT INTAKE-ACCEPTED-FILE.
           OPEN OUTPUT INTAKE-REJECT-FILE.
           OPEN OUTPUT SCREENING-REVIEW-FILE.
           OPEN OUTPUT LATE-HELD-OUT.
           PERFORM RELEASE-HELD-ITEMS.
           IF WS-FILE-DUPLICATE
               PERFORM REJECT-DUPLICATE-FILE
               MOVE "10" TO WS-FEED-FILE-STATUS
           END-IF.
           IF WS-FEED-FILE-STATUS = "00"
               PERFORM UNTIL WS-FEED-FILE-STATUS = "10"
                   READ CLIENT-FEED-FILE
                       AT END
                           MOVE "10" TO WS-FEED-FILE-STATUS
                       NOT AT END
                           IF CF-RECORD-IMAGE (2:3) NOT = "HDR"
                               ADD 1 TO WS-RECORDS-READ
                               PERFORM JUDGE-RECEIPT-TIME
                               IF WS-ITEM-LATE
                                   PERFORM HOLD-LATE-ITEM
                               ELSE
                                   MOVE CF-RECORD-IMAGE
                                       TO WS-FEED-IMAGE
                                   PERFORM INTAKE-ONE-RECORD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           PERFORM WRITE-SCREENING-SUMMARY.
           CLOSE INTAKE-REJECT-FILE.
           CLOSE SCREENING-REVIEW-FILE.
           CLOSE LATE-HELD-OUT.
           PERFORM COPY-HELD-ITEMS-BACK.
           PERFORM WRITE-LATE-ARRIVALS-REPORT.

           PERFORM POST-STAGE-COUNTS.

               " ACCEPTED=" WS-RECORDS-ACCEPTED
               " REJECTED=" WS-RECORDS-REJECTED
               " SCREENED=" WS-RECORDS-SCREENED.
           DISPLAY "INTAKE01: CUT-OFF " WS-CUTOFF-SWITCH
               " " WS-CUTOFF-HHMM
               " LATE=" WS-RECORDS-LATE
               " HELD TO " WS-NEXT-BUSINESS-DATE
               " RELEASED=" WS-RECORDS-RELEASED
               " STILL HELD=" WS-RECORDS-STILL-HELD.
           DISPLAY "INTAKE01: FILE " WS-FILE-HEADER-ID
               " ITEMS=" WS-FILE-ITEM-COUNT
               " HASH=" WS-FILE-AMOUNT-HASH
               " CONTENT=" WS-FILE-CONTENT-HASH
               " DISPOSITION=" WS-FILE-DISPOSITION.
           IF WS-FILE-DUPLICATE
               DISPLAY "INTAKE01: FILE REJECTED - DUPLICATE OF "
                   WS-MATCHED-DATE " " WS-MATCHED-HEADER-ID
           END-IF.
           IF WS-FILE-OVERRIDDEN
               DISPLAY "INTAKE01: DUPLICATE OF " WS-MATCHED-DATE
                   " " WS-MATCHED-HEADER-ID
                   " RELEASED BY " WS-OVERRIDE-BY
           END-IF.

           MOVE WS-RECORDS-READ TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
      *  edits and decides accepted or rejected.
      ***************************************************************
       INTAKE-ONE-RECORD.
           MOVE WS-FEED-IMAGE TO WS-WORK-RECORD.

           IF WS-XLATE-FOUND
               MOVE WS-WORK-RECORD TO WS-BEFORE-XLATE
           MOVE "REJECTED"     TO DQ-METRIC-NAME.
           MOVE WS-RECORDS-REJECTED TO DQ-METRIC-COUNT.
           CALL "DQMET01" USING WS-DQ-METRIC-REQUEST.
           MOVE "LATEHELD"     TO DQ-METRIC-NAME.
           MOVE WS-RECORDS-LATE TO DQ-METRIC-COUNT.
           CALL "DQMET01" USING WS-DQ-METRIC-REQUEST.
           MOVE "LATEREL"      TO DQ-METRIC-NAME.
           MOVE WS-RECORDS-RELEASED TO DQ-METRIC-COUNT.
           CALL "DQMET01" USING WS-DQ-METRIC-REQUEST.
           MOVE "DUPFILE"      TO DQ-METRIC-NAME.
           MOVE WS-FILES-REJECTED TO DQ-METRIC-COUNT.
           CALL "DQMET01" USING WS-DQ-METRIC-REQUEST.

       LOAD-DUPFILE-CONTROL.
           OPEN INPUT DUPFILE-CONTROL-FILE.
           IF WS-DUPCTL-FILE-STATUS = "00"
               READ DUPFILE-CONTROL-FILE
                   AT END
                       MOVE "10" TO WS-DUPCTL-FILE-STATUS
               END-READ
               IF WS-DUPCTL-FILE-STATUS = "00"
                   IF DK-LOOKBACK-DAYS IS NUMERIC
                       MOVE DK-LOOKBACK-DAYS TO WS-DUP-LOOKBACK-DAYS
                   END-IF
               END-IF
               CLOSE DUPFILE-CONTROL-FILE
           END-IF.

      ***************************************************************
      *  A first pass over the file, before any item is taken,
      *  works out what identifies it as a whole: the header's file
      *  ID, the item count, the sum of the items' number fields,
      *  and a positional hash of every item image in order (the
      *  CHAINSL01 fold), so a re-sent file is known whatever dates
      *  it was re-stamped with.
      ***************************************************************
       FINGERPRINT-FEED-FILE.
           OPEN INPUT CLIENT-FEED-FILE.
           IF WS-FEED-FILE-STATUS = "00"
               PERFORM UNTIL WS-FEED-FILE-STATUS = "10"
                   READ CLIENT-FEED-FILE
                       AT END
                           MOVE "10" TO WS-FEED-FILE-STATUS
                       NOT AT END
                           MOVE "Y" TO WS-FILE-SEEN-SWITCH
                           PERFORM FINGERPRINT-ONE-ITEM
                   END-READ
               END-PERFORM
               CLOSE CLIENT-FEED-FILE
           END-IF.

       FINGERPRINT-ONE-ITEM.
           IF CF-RECORD-IMAGE (2:3) = "HDR"
               MOVE CF-RECORD-IMAGE (5:9) TO WS-FILE-HEADER-ID
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-FILE-ITEM-COUNT.
           MOVE CF-RECORD-IMAGE (7:5) TO WS-ITEM-NUMBER.
           IF WS-ITEM-NUMBER IS NUMERIC
               ADD WS-ITEM-NUMBER-N TO WS-FILE-AMOUNT-HASH
           END-IF.
           PERFORM VARYING WS-HASH-POS FROM 1 BY 1
                   UNTIL WS-HASH-POS > 13
               COMPUTE WS-HASH-CHAR = FUNCTION ORD
                   (CF-RECORD-IMAGE (WS-HASH-POS:1))
               COMPUTE WS-FILE-CONTENT-HASH = FUNCTION MOD
                   (WS-FILE-CONTENT-HASH * 31 + WS-HASH-CHAR
                       * WS-HASH-POS, 1000000000)
           END-PERFORM.

      ***************************************************************
      *  The register is copied forward entry by entry, looking for
      *  an earlier file from this partner inside the lookback
      *  window that tonight's file repeats; tonight's own entry
      *  from an earlier run of the night is dropped and judged
      *  again.  Tonight's entry goes on the end and the new copy
      *  replaces the register.
      ***************************************************************
       CHECK-RECEIVED-REGISTER.
           OPEN INPUT RECEIVED-FILE-IN.
           OPEN OUTPUT RECEIVED-FILE-OUT.
           IF WS-RCV-IN-STATUS = "00"
               PERFORM UNTIL WS-RCV-IN-STATUS = "10"
                   READ RECEIVED-FILE-IN
                       AT END
                           MOVE "10" TO WS-RCV-IN-STATUS
                       NOT AT END
                           PERFORM JUDGE-ONE-RECEIVED-FILE
                   END-READ
               END-PERFORM
               CLOSE RECEIVED-FILE-IN
           END-IF.
           IF WS-FILE-DUPLICATE
               PERFORM CHECK-DUPFILE-OVERRIDE
           END-IF.
           IF WS-FILE-DUPLICATE
               MOVE "D" TO WS-FILE-DISPOSITION
           END-IF.
           IF WS-FILE-OVERRIDDEN
               MOVE "O" TO WS-FILE-DISPOSITION
           END-IF.
           MOVE SPACES TO WS-RECEIVED-FILE-RECORD.
           MOVE WS-RUN-CCYYDDD TO RF-RECEIVED-DATE.
           MOVE WS-FEED-ID TO RF-FEED-ID.
           MOVE WS-PARTNER-ID TO RF-PARTNER-ID.
           MOVE WS-FILE-HEADER-ID TO RF-HEADER-ID.
           MOVE WS-FILE-ITEM-COUNT TO RF-RECORD-COUNT.
           MOVE WS-FILE-AMOUNT-HASH TO RF-AMOUNT-HASH.
           MOVE WS-FILE-CONTENT-HASH TO RF-CONTENT-HASH.
           MOVE WS-FILE-DISPOSITION TO RF-DISPOSITION.
           MOVE WS-MATCHED-DATE TO RF-MATCHED-DATE.
           MOVE WS-MATCHED-HEADER-ID TO RF-MATCHED-HEADER-ID.
           MOVE WS-OVERRIDE-BY TO RF-OVERRIDE-BY.
           WRITE RECEIVED-FILE-OUT-REC FROM WS-RECEIVED-FILE-RECORD.
           CLOSE RECEIVED-FILE-OUT.
           PERFORM COPY-REGISTER-BACK.

       JUDGE-ONE-RECEIVED-FILE.
           IF RF-FEED-ID = WS-FEED-ID
                   AND RF-PARTNER-ID = WS-PARTNER-ID
                   AND RF-RECEIVED-DATE = WS-RUN-CCYYDDD
               EXIT PARAGRAPH
           END-IF.
           WRITE RECEIVED-FILE-OUT-REC FROM WS-RECEIVED-FILE-RECORD.
           IF RF-FEED-ID NOT = WS-FEED-ID
                   OR RF-PARTNER-ID NOT = WS-PARTNER-ID
                   OR NOT RF-PROCESSED
                   OR WS-FILE-DUPLICATE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-REGISTER-AGE-DAYS =
               FUNCTION INTEGER-OF-DAY (WS-RUN-CCYYDDD)
               - FUNCTION INTEGER-OF-DAY (RF-RECEIVED-DATE).
           IF WS-REGISTER-AGE-DAYS > WS-DUP-LOOKBACK-DAYS
               EXIT PARAGRAPH
           END-IF.
           IF (RF-HEADER-ID NOT = SPACES
                   AND RF-HEADER-ID = WS-FILE-HEADER-ID)
                   OR (RF-RECORD-COUNT = WS-FILE-ITEM-COUNT
                   AND RF-AMOUNT-HASH = WS-FILE-AMOUNT-HASH
                   AND RF-CONTENT-HASH = WS-FILE-CONTENT-HASH)
               MOVE "Y" TO WS-FILE-DUP-SWITCH
               MOVE RF-RECEIVED-DATE TO WS-MATCHED-DATE
               MOVE RF-HEADER-ID TO WS-MATCHED-HEADER-ID
           END-IF.

      *    The operator's release names tonight, the partner, and
      *    either the content hash of the file or zeros for any.
       CHECK-DUPFILE-OVERRIDE.
           OPEN INPUT DUPFILE-OVERRIDE-FILE.
           IF WS-DUPOVR-FILE-STATUS = "00"
               PERFORM UNTIL WS-DUPOVR-FILE-STATUS = "10"
                       OR WS-FILE-OVERRIDDEN
                   READ DUPFILE-OVERRIDE-FILE
                       AT END
                           MOVE "10" TO WS-DUPOVR-FILE-STATUS
                       NOT AT END
                           PERFORM JUDGE-ONE-DUPFILE-OVERRIDE
                   END-READ
               END-PERFORM
               CLOSE DUPFILE-OVERRIDE-FILE
           END-IF.
           IF WS-FILE-OVERRIDDEN
               MOVE "N" TO WS-FILE-DUP-SWITCH
           END-IF.

       JUDGE-ONE-DUPFILE-OVERRIDE.
           IF DO-RUN-DATE NOT NUMERIC
                   OR DO-CONTENT-HASH NOT NUMERIC
                   OR DO-OPERATOR-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF DO-RUN-DATE = WS-RUN-CCYYDDD
                   AND DO-PARTNER-ID = WS-PARTNER-ID
                   AND (DO-CONTENT-HASH = ZEROS
                   OR DO-CONTENT-HASH = WS-FILE-CONTENT-HASH)
               MOVE "Y" TO WS-FILE-OVERRIDE-SWITCH
               MOVE DO-OPERATOR-ID TO WS-OVERRIDE-BY
           END-IF.

       COPY-REGISTER-BACK.
           OPEN INPUT RECEIVED-FILE-COPY-IN.
           OPEN OUTPUT RECEIVED-FILE-REWRITE.
           IF WS-RCV-CI-STATUS = "00"
               PERFORM UNTIL WS-RCV-CI-STATUS = "10"
                   READ RECEIVED-FILE-COPY-IN
                       AT END
                           MOVE "10" TO WS-RCV-CI-STATUS
                       NOT AT END
                           WRITE RECEIVED-FILE-REWRITE-REC
                               FROM RECEIVED-FILE-COPY-REC
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE RECEIVED-FILE-COPY-IN.
           CLOSE RECEIVED-FILE-REWRITE.

      ***************************************************************
      *  No item of a repeated file is taken: one line on the
      *  reject file says why, and the file goes to the morning
      *  digest at the top severity with the content hash an
      *  operator needs to release it.
      ***************************************************************
       REJECT-DUPLICATE-FILE.
           ADD 1 TO WS-FILES-REJECTED.
           MOVE SPACES TO INTAKE-REJECT-REC.
           STRING "FILE " WS-FILE-HEADER-ID
                   " ITEMS=" WS-FILE-ITEM-COUNT
                   " DUPLICATE OF " WS-MATCHED-DATE
                   " " WS-MATCHED-HEADER-ID
               DELIMITED BY SIZE INTO INTAKE-REJECT-REC.
           WRITE INTAKE-REJECT-REC.
           MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE.
           MOVE "INTAKE01" TO ER-JOB-STEP.
           MOVE "DUPF" TO ER-ERROR-CODE.
           MOVE SPACES TO ER-ERROR-TEXT.
           STRING WS-PARTNER-ID " " WS-MATCHED-DATE
                   " CONTENT " WS-FILE-CONTENT-HASH
               DELIMITED BY SIZE INTO ER-ERROR-TEXT.
           CALL "EXCPLOG01" USING WS-ERROR-RECORD.

      ***************************************************************
      *  The client's own cut-off row wins over the feed's row for
      *  every partner, wherever each falls in the table.
      ***************************************************************
       LOAD-CLIENT-CUTOFF.
           OPEN INPUT CUTOFF-FILE.
           IF WS-CUTOFF-FILE-STATUS = "00"
               PERFORM UNTIL WS-CUTOFF-FILE-STATUS = "10"
                   READ CUTOFF-FILE
                       AT END
                           MOVE "10" TO WS-CUTOFF-FILE-STATUS
                       NOT AT END
                           PERFORM JUDGE-ONE-CUTOFF-ROW
                   END-READ
               END-PERFORM
               CLOSE CUTOFF-FILE
           END-IF.
           IF WS-CUTOFF-FOUND
               COMPUTE WS-CUTOFF-HHMMSS = WS-CUTOFF-HHMM * 100
           ELSE
               MOVE 0 TO WS-CUTOFF-HHMM
           END-IF.

       JUDGE-ONE-CUTOFF-ROW.
           IF CO-FEED-ID = WS-FEED-ID
                   AND CO-CUTOFF-HHMM IS NUMERIC
               IF CO-PARTNER-ID = WS-PARTNER-ID
                   MOVE CO-CUTOFF-HHMM TO WS-CUTOFF-HHMM
                   MOVE "Y" TO WS-CUTOFF-SWITCH
                   MOVE "Y" TO WS-CUTOFF-OWN-SWITCH
               END-IF
               IF CO-PARTNER-ID = SPACES
                       AND NOT WS-CUTOFF-OWN-ROW
                   MOVE CO-CUTOFF-HHMM TO WS-CUTOFF-HHMM
                   MOVE "Y" TO WS-CUTOFF-SWITCH
               END-IF
           END-IF.

      *    Tomorrow, rolled forward through the shared BIZADJ01
      *    adjustment to the next night that is a business day.
       DERIVE-NEXT-BUSINESS-DATE.
           COMPUTE BA-INPUT-DATE = FUNCTION DAY-OF-INTEGER
               (FUNCTION INTEGER-OF-DAY (WS-RUN-CCYYDDD) + 1).
           SET BA-RULE-FORWARD TO TRUE.
           CALL "BIZADJ01" USING WS-BIZ-ADJUST-REQUEST.
           MOVE BA-ADJUSTED-DATE TO WS-NEXT-BUSINESS-DATE.

      ***************************************************************
      *  Late is received on a later date than the run date, or on
      *  the run date after the cut-off time.  No cut-off for the
      *  client, or no receipt stamp on the item, and it is on
      *  time.
      ***************************************************************
       JUDGE-RECEIPT-TIME.
           MOVE "N" TO WS-ITEM-LATE-SWITCH.
           IF NOT WS-CUTOFF-FOUND
                   OR CF-RECEIVED-DATE IS NOT NUMERIC
                   OR CF-RECEIVED-TIME IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE CF-RECEIVED-DATE TO WS-RECEIVED-DATE.
           MOVE CF-RECEIVED-TIME TO WS-RECEIVED-TIME.
           IF WS-RECEIVED-DATE > WS-RUN-CCYYDDD
               MOVE "Y" TO WS-ITEM-LATE-SWITCH
           END-IF.
           IF WS-RECEIVED-DATE = WS-RUN-CCYYDDD
                   AND WS-RECEIVED-TIME > WS-CUTOFF-HHMMSS
               MOVE "Y" TO WS-ITEM-LATE-SWITCH
           END-IF.

      *    The item waits as the partner sent it.
       HOLD-LATE-ITEM.
           ADD 1 TO WS-RECORDS-LATE.
           ADD 1 TO WS-RECORDS-STILL-HELD.
           MOVE SPACES TO WS-LATE-ITEM-RECORD.
           MOVE WS-RUN-CCYYDDD TO LA-RUN-DATE.
           MOVE WS-FEED-ID TO LA-FEED-ID.
           MOVE WS-PARTNER-ID TO LA-PARTNER-ID.
           MOVE WS-RECEIVED-DATE TO LA-RECEIVED-DATE.
           MOVE WS-RECEIVED-TIME TO LA-RECEIVED-TIME.
           MOVE WS-CUTOFF-HHMM TO LA-CUTOFF-HHMM.
           MOVE WS-NEXT-BUSINESS-DATE TO LA-BUSINESS-DATE.
           MOVE CF-RECORD-IMAGE TO LA-RECORD-IMAGE.
           MOVE 0 TO LA-RELEASED-DATE.
           WRITE LATE-HELD-OUT-REC FROM WS-LATE-ITEM-RECORD.

      ***************************************************************
      *  The client's held items whose business date has come run
      *  through the pipeline ahead of tonight's feed, as tonight's
      *  business, and are carried to the new copy stamped with
      *  tonight's date.  Of the client's own items, those that
      *  arrived tonight are dropped - tonight's feed is judged
      *  again below - and those released on an earlier night
      *  have served their rerun night and fall away.  Every other
      *  held item is carried to the new copy as it stands.
      ***************************************************************
       RELEASE-HELD-ITEMS.
           OPEN INPUT LATE-HELD-IN.
           IF WS-HELD-IN-STATUS = "00"
               PERFORM UNTIL WS-HELD-IN-STATUS = "10"
                   READ LATE-HELD-IN
                       AT END
                           MOVE "10" TO WS-HELD-IN-STATUS
                       NOT AT END
                           PERFORM JUDGE-ONE-HELD-ITEM
                   END-READ
               END-PERFORM
               CLOSE LATE-HELD-IN
           END-IF.

       JUDGE-ONE-HELD-ITEM.
           IF LA-FEED-ID NOT = WS-FEED-ID
                   OR LA-PARTNER-ID NOT = WS-PARTNER-ID
               WRITE LATE-HELD-OUT-REC FROM WS-LATE-ITEM-RECORD
               EXIT PARAGRAPH
           END-IF.
           IF LA-RUN-DATE = WS-RUN-CCYYDDD
               EXIT PARAGRAPH
           END-IF.
           IF NOT LA-STILL-HELD
                   AND LA-RELEASED-DATE NOT = WS-RUN-CCYYDDD
               EXIT PARAGRAPH
           END-IF.
           IF LA-BUSINESS-DATE NOT > WS-RUN-CCYYDDD
               ADD 1 TO WS-RECORDS-RELEASED
               MOVE LA-RECORD-IMAGE TO WS-FEED-IMAGE
               PERFORM INTAKE-ONE-RECORD
               MOVE WS-RUN-CCYYDDD TO LA-RELEASED-DATE
           ELSE
               ADD 1 TO WS-RECORDS-STILL-HELD
           END-IF.
           WRITE LATE-HELD-OUT-REC FROM WS-LATE-ITEM-RECORD.

       COPY-HELD-ITEMS-BACK.
           OPEN INPUT LATE-HELD-COPY-IN.
           OPEN OUTPUT LATE-HELD-REWRITE.
           IF WS-HELD-CI-STATUS = "00"
               PERFORM UNTIL WS-HELD-CI-STATUS = "10"
                   READ LATE-HELD-COPY-IN
                       AT END
                           MOVE "10" TO WS-HELD-CI-STATUS
                       NOT AT END
                           WRITE LATE-HELD-REWRITE-REC
                               FROM LATE-HELD-COPY-REC
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE LATE-HELD-COPY-IN.
           CLOSE LATE-HELD-REWRITE.

      ***************************************************************
      *  The report is cut fresh from the late-held file every
      *  run, from the items that arrived tonight, so each
      *  client's intake leaves it covering every partner late so
      *  far tonight: per feed and partner, the items sent late,
      *  the first and last receipt against the cut-off, and the
      *  night they were moved to.
      ***************************************************************
       WRITE-LATE-ARRIVALS-REPORT.
           MOVE 0 TO WS-LATE-COUNT.
           MOVE 0 TO WS-LATE-TOTAL.
           OPEN INPUT LATE-HELD-IN.
           IF WS-HELD-IN-STATUS = "00"
               PERFORM UNTIL WS-HELD-IN-STATUS = "10"
                   READ LATE-HELD-IN
                       AT END
                           MOVE "10" TO WS-HELD-IN-STATUS
                       NOT AT END
                           IF LA-RUN-DATE = WS-RUN-CCYYDDD
                               PERFORM TALLY-ONE-LATE-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LATE-HELD-IN
           END-IF.
           OPEN OUTPUT LATE-ARRIVAL-REPORT.
           MOVE SPACES TO LATE-ARRIVAL-REPORT-REC.
           STRING "LATE ARRIVALS AFTER CUT-OFF  DATE " WS-RUN-CCYYDDD
               DELIMITED BY SIZE INTO LATE-ARRIVAL-REPORT-REC.
           WRITE LATE-ARRIVAL-REPORT-REC.
           PERFORM VARYING LT-IDX FROM 1 BY 1
                   UNTIL LT-IDX > WS-LATE-COUNT
               MOVE SPACES TO LATE-ARRIVAL-REPORT-REC
               STRING "  " WS-LT-FEED-ID (LT-IDX)
                       " PARTNER " WS-LT-PARTNER-ID (LT-IDX)
                       " CUT-OFF " WS-LT-CUTOFF-HHMM (LT-IDX)
                       " ITEMS LATE=" WS-LT-ITEMS (LT-IDX)
                       " FIRST " WS-LT-FIRST-DATE (LT-IDX)
                       " " WS-LT-FIRST-TIME (LT-IDX)
                       " LAST " WS-LT-LAST-DATE (LT-IDX)
                       " " WS-LT-LAST-TIME (LT-IDX)
                       " MOVED TO " WS-LT-BUSINESS-DATE (LT-IDX)
                   DELIMITED BY SIZE INTO LATE-ARRIVAL-REPORT-REC
               WRITE LATE-ARRIVAL-REPORT-REC
           END-PERFORM.
           MOVE SPACES TO LATE-ARRIVAL-REPORT-REC.
           STRING "PARTNERS LATE=" WS-LATE-COUNT
                   " ITEMS LATE=" WS-LATE-TOTAL
               DELIMITED BY SIZE INTO LATE-ARRIVAL-REPORT-REC.
           WRITE LATE-ARRIVAL-REPORT-REC.
           CLOSE LATE-ARRIVAL-REPORT.

       TALLY-ONE-LATE-ITEM.
           ADD 1 TO WS-LATE-TOTAL.
           MOVE "N" TO WS-LATE-MATCHED.
           PERFORM VARYING LT-IDX FROM 1 BY 1
                   UNTIL LT-IDX > WS-LATE-COUNT
                       OR WS-LATE-IS-MATCHED
               IF WS-LT-FEED-ID (LT-IDX) = LA-FEED-ID
                       AND WS-LT-PARTNER-ID (LT-IDX) = LA-PARTNER-ID
                   MOVE "Y" TO WS-LATE-MATCHED
               END-IF
           END-PERFORM.
           IF WS-LATE-IS-MATCHED
               SET LT-IDX DOWN BY 1
               ADD 1 TO WS-LT-ITEMS (LT-IDX)
               IF LA-RECEIVED-DATE < WS-LT-FIRST-DATE (LT-IDX)
                       OR (LA-RECEIVED-DATE = WS-LT-FIRST-DATE (LT-IDX)
                       AND LA-RECEIVED-TIME < WS-LT-FIRST-TIME (LT-IDX))
                   MOVE LA-RECEIVED-DATE TO WS-LT-FIRST-DATE (LT-IDX)
                   MOVE LA-RECEIVED-TIME TO WS-LT-FIRST-TIME (LT-IDX)
               END-IF
               IF LA-RECEIVED-DATE > WS-LT-LAST-DATE (LT-IDX)
                       OR (LA-RECEIVED-DATE = WS-LT-LAST-DATE (LT-IDX)
                       AND LA-RECEIVED-TIME > WS-LT-LAST-TIME (LT-IDX))
                   MOVE LA-RECEIVED-DATE TO WS-LT-LAST-DATE (LT-IDX)
                   MOVE LA-RECEIVED-TIME TO WS-LT-LAST-TIME (LT-IDX)
               END-IF
           ELSE
               IF WS-LATE-COUNT < 100
                   ADD 1 TO WS-LATE-COUNT
                   SET LT-IDX TO WS-LATE-COUNT
                   MOVE LA-FEED-ID TO WS-LT-FEED-ID (LT-IDX)
                   MOVE LA-PARTNER-ID TO WS-LT-PARTNER-ID (LT-IDX)
                   MOVE LA-CUTOFF-HHMM TO WS-LT-CUTOFF-HHMM (LT-IDX)
                   MOVE 1 TO WS-LT-ITEMS (LT-IDX)
                   MOVE LA-RECEIVED-DATE TO WS-LT-FIRST-DATE (LT-IDX)
                   MOVE LA-RECEIVED-TIME TO WS-LT-FIRST-TIME (LT-IDX)
                   MOVE LA-RECEIVED-DATE TO WS-LT-LAST-DATE (LT-IDX)
                   MOVE LA-RECEIVED-TIME TO WS-LT-LAST-TIME (LT-IDX)
                   MOVE LA-BUSINESS-DATE
                       TO WS-LT-BUSINESS-DATE (LT-IDX)
               END-IF
           END-IF.

       LOAD-CLIENT-XLATE-RULE.
           MOVE "N" TO WS-XLATE-FOUND-SWITCH.
