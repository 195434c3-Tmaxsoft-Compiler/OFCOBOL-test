       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODRPT01.
      ***************************************************************
      *  SODRPT01 - month-end segregation-of-duties review of every
      *  approval the system accepted.  Each approving step (rate
      *  changes, suspense write-offs, eligibility overrides, reject
      *  corrections, customer master changes) writes what it
      *  accepted to the shared approval trail (WSAPRTRL); this step
      *  reads the trail for the month to date and flags four
      *  things for internal audit:
      *    SODS  the same person as maker and checker
      *    SODR  two people checking each other's items, both ways,
      *          at least the control file's number of times
      *    SODH  an approval on a weekend or holiday, or stamped
      *          outside the control file's business hours
      *    SODO  an approval on a customer the checker is, or on
      *          one of whose accounts the checker has a standing
      *          role (joint, trustee, guardian, attorney)
      *  User IDs and initials are tied to one person through the
      *  staff register (user ID, initials, and the customer number
      *  of any account the member of staff holds with us), so the
      *  same person signing once by ID and once by initials is
      *  still one person.  Every finding goes on the review report
      *  and to the common exception file under its error-code
      *  master code, so the morning digest carries it.  The step
      *  ends with return code 4 when anything was found.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-TRAIL-FILE
               ASSIGN TO "data/approval_trail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAIL-FILE-STATUS.
           SELECT SOD-CONTROL-FILE
               ASSIGN TO "data/sod_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT STAFF-REGISTER-FILE
               ASSIGN TO "data/staff_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAFF-FILE-STATUS.
           SELECT ACCOUNT-PARTY-FILE
               ASSIGN TO "data/account_parties.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTY-FILE-STATUS.
           SELECT ACCOUNT-MASTER-FILE
               ASSIGN TO "data/account_master.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.
           SELECT SOD-REPORT-FILE
               ASSIGN TO "data/sod_violation_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPROVAL-TRAIL-FILE.
       01  APPROVAL-TRAIL-REC            PIC X(79).

       FD  SOD-CONTROL-FILE.
       01  SOD-CONTROL-REC.
           02 SC-DAY-START               PIC 9(4).
           02 SC-DAY-END                 PIC 9(4).
           02 SC-PAIR-THRESHOLD          PIC 9(3).

       FD  STAFF-REGISTER-FILE.
       01  STAFF-REGISTER-REC.
           02 SR-USER-ID                 PIC X(8).
           02 SR-INITIALS                PIC X(3).
           02 SR-CUST-NO                 PIC 9(9).

       FD  ACCOUNT-PARTY-FILE.
       COPY WSACPTY.

       FD  ACCOUNT-MASTER-FILE.
       COPY WSACCTM.

       FD  SOD-REPORT-FILE.
       01  SOD-REPORT-REC                PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-TRAIL-FILE-STATUS           PIC XX.
       01 WS-CONTROL-FILE-STATUS         PIC XX.
       01 WS-STAFF-FILE-STATUS           PIC XX.
       01 WS-PARTY-FILE-STATUS           PIC XX.
       01 WS-ACCOUNT-FILE-STATUS         PIC XX.
       01 WS-REPORT-FILE-STATUS          PIC XX.
       01 WS-DAY-START                   PIC 9(4) VALUE 0800.
       01 WS-DAY-END                     PIC 9(4) VALUE 1800.
       01 WS-PAIR-THRESHOLD              PIC 9(3) VALUE 3.
       01 WS-PERIOD-START                PIC 9(7).
       01 WS-RUN-GREGORIAN               PIC 9(8).
      *    Members of staff, one row per customer number held.
       01 WS-STAFF-TABLE.
           05 WS-STAFF-COUNT             PIC 9(3) VALUE 0.
           05 WS-STAFF-ENTRY OCCURS 500 TIMES INDEXED BY SF-IDX.
               10 WS-STAFF-USER          PIC X(8).
               10 WS-STAFF-INITIALS      PIC X(3).
               10 WS-STAFF-CUST          PIC 9(9).
      *    The customers each member of staff has a standing on:
      *    their own, and the owners of accounts they hold a role on.
       01 WS-STANDING-TABLE.
           05 WS-STAND-COUNT             PIC 9(4) VALUE 0.
           05 WS-STAND-ENTRY OCCURS 2000 TIMES INDEXED BY SN-IDX.
               10 WS-STAND-USER          PIC X(8).
               10 WS-STAND-CUST          PIC 9(9).
               10 WS-STAND-INTAKE        PIC 9(6).
               10 WS-STAND-KIND          PIC X(5).
       01 WS-PARTY-ACCT-TABLE.
           05 WS-PARTY-ACCT-COUNT        PIC 9(4) VALUE 0.
           05 WS-PARTY-ACCT-ENTRY OCCURS 1000 TIMES
                   INDEXED BY PA-IDX.
               10 WS-PARTY-ACCT-USER     PIC X(8).
               10 WS-PARTY-ACCT-NO       PIC 9(10).
      *    Who checked whose items, and how often, over the month.
       01 WS-PAIR-TABLE.
           05 WS-PAIR-COUNT              PIC 9(4) VALUE 0.
           05 WS-PAIR-ENTRY OCCURS 2000 TIMES
                   INDEXED BY PR-IDX PR-REV-IDX.
               10 WS-PAIR-CHECKER        PIC X(8).
               10 WS-PAIR-MAKER          PIC X(8).
               10 WS-PAIR-TIMES          PIC 9(5).
       01 WS-LOOK-USER                   PIC X(8).
       01 WS-LOOK-PERSON                 PIC X(8).
       01 WS-MAKER-PERSON                PIC X(8).
       01 WS-CHECKER-PERSON              PIC X(8).
       01 WS-STAND-KIND-FOUND            PIC X(5).
       01 WS-STAND-CUST-NOW              PIC 9(9).
       01 WS-STAND-USER-NOW              PIC X(8).
       01 WS-PAIR-TOTAL                  PIC 9(6).
       01 WS-FINDING-CODE                PIC X(4).
       01 WS-FINDING-TEXT                PIC X(56).
       01 WS-FINDING-SHORT               PIC X(40).
       01 WS-TIME-DISPLAY                PIC X(4).
       01 WS-TRAIL-READ                  PIC 9(7) VALUE 0.
       01 WS-TRAIL-IN-PERIOD             PIC 9(7) VALUE 0.
       01 WS-NOT-TIMED                   PIC 9(7) VALUE 0.
       01 WS-SELF-FINDINGS               PIC 9(5) VALUE 0.
       01 WS-PAIR-FINDINGS               PIC 9(5) VALUE 0.
       01 WS-HOURS-FINDINGS              PIC 9(5) VALUE 0.
       01 WS-OWN-FINDINGS                PIC 9(5) VALUE 0.
       01 WS-TOTAL-FINDINGS              PIC 9(5) VALUE 0.
       COPY WSAPRTRL.
       COPY WSCDXREF.
       COPY WSBIZADJ.
       COPY WSEXCLOG.
       COPY WSLAYCHK.
       COPY WSLAYVER.
       COPY WSRUNCTL.
       COPY WSAUDTRL.

       PROCEDURE DIVISION.
       SODRPT01-MAIN.
           CALL "RUNDATE01" USING WS-RUN-CONTROL.
           MOVE "SODRPT01" TO AT-JOB-NAME.
           MOVE WS-RUN-CCYYDDD TO AT-RUN-DATE.
           SET AT-MODE-HEADER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           PERFORM CHECK-FILE-LAYOUTS.
           IF LC-REFUSED-COUNT > 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *    The review covers the first of the run month through
      *    the run date.
           COMPUTE WS-RUN-GREGORIAN = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DAY (WS-RUN-CCYYDDD)).
           MOVE 01 TO WS-RUN-GREGORIAN (7:2).
           COMPUTE WS-PERIOD-START = FUNCTION DAY-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-RUN-GREGORIAN)).

           PERFORM LOAD-SOD-CONTROL.
           PERFORM LOAD-STAFF-REGISTER.
           PERFORM LOAD-PARTY-ACCOUNTS.
           PERFORM LOAD-PARTY-OWNERS.

           OPEN OUTPUT SOD-REPORT-FILE.
           MOVE SPACES TO SOD-REPORT-REC.
           STRING "SEGREGATION OF DUTIES REVIEW - APPROVALS "
                   WS-PERIOD-START " TO " WS-RUN-CCYYDDD
               DELIMITED BY SIZE INTO SOD-REPORT-REC.
           WRITE SOD-REPORT-REC.
           MOVE SPACES TO SOD-REPORT-REC.
           STRING "CODE SRC  ITEM                     CUSTOMER  "
                   "MAKER    CHECKER  DATE    TIME FINDING"
               DELIMITED BY SIZE INTO SOD-REPORT-REC.
           WRITE SOD-REPORT-REC.

           OPEN INPUT APPROVAL-TRAIL-FILE.
           IF WS-TRAIL-FILE-STATUS = "00"
               PERFORM UNTIL WS-TRAIL-FILE-STATUS = "10"
                   READ APPROVAL-TRAIL-FILE
                           INTO WS-APPROVAL-TRAIL-RECORD
                       AT END
                           MOVE "10" TO WS-TRAIL-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-TRAIL-READ
                           PERFORM REVIEW-ONE-APPROVAL
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-TRAIL-FILE
           END-IF.

           PERFORM REVIEW-RECIPROCAL-PAIRS.
           PERFORM WRITE-REVIEW-TOTALS.
           CLOSE SOD-REPORT-FILE.

           DISPLAY "SODRPT01: APPROVALS READ=" WS-TRAIL-READ
               " IN PERIOD=" WS-TRAIL-IN-PERIOD
               " SODS=" WS-SELF-FINDINGS
               " SODR=" WS-PAIR-FINDINGS
               " SODH=" WS-HOURS-FINDINGS
               " SODO=" WS-OWN-FINDINGS.

           MOVE WS-TRAIL-IN-PERIOD TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.
           IF WS-TOTAL-FINDINGS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       LOAD-SOD-CONTROL.
           OPEN INPUT SOD-CONTROL-FILE.
           IF WS-CONTROL-FILE-STATUS = "00"
               READ SOD-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SC-DAY-START NUMERIC
                               AND SC-DAY-END NUMERIC
                               AND SC-DAY-START < SC-DAY-END
                           MOVE SC-DAY-START TO WS-DAY-START
                           MOVE SC-DAY-END TO WS-DAY-END
                       END-IF
                       IF SC-PAIR-THRESHOLD NUMERIC
                               AND SC-PAIR-THRESHOLD > 0
                           MOVE SC-PAIR-THRESHOLD
                               TO WS-PAIR-THRESHOLD
                       END-IF
               END-READ
               CLOSE SOD-CONTROL-FILE
           END-IF.

       LOAD-STAFF-REGISTER.
           OPEN INPUT STAFF-REGISTER-FILE.
           IF WS-STAFF-FILE-STATUS = "00"
               PERFORM UNTIL WS-STAFF-COUNT = 500
                       OR WS-STAFF-FILE-STATUS = "10"
                   READ STAFF-REGISTER-FILE
                       AT END
                           MOVE "10" TO WS-STAFF-FILE-STATUS
                       NOT AT END
                           PERFORM ADD-STAFF-ENTRY
                   END-READ
               END-PERFORM
               CLOSE STAFF-REGISTER-FILE
           END-IF.

       ADD-STAFF-ENTRY.
           ADD 1 TO WS-STAFF-COUNT.
           SET SF-IDX TO WS-STAFF-COUNT.
           MOVE SR-USER-ID TO WS-STAFF-USER (SF-IDX).
           MOVE SR-INITIALS TO WS-STAFF-INITIALS (SF-IDX).
           IF SR-CUST-NO NUMERIC
               MOVE SR-CUST-NO TO WS-STAFF-CUST (SF-IDX)
           ELSE
               MOVE 0 TO WS-STAFF-CUST (SF-IDX)
           END-IF.
           IF WS-STAFF-CUST (SF-IDX) NOT = 0
               MOVE SR-USER-ID TO WS-STAND-USER-NOW
               MOVE WS-STAFF-CUST (SF-IDX) TO WS-STAND-CUST-NOW
               MOVE "OWNER" TO WS-STAND-KIND-FOUND
               PERFORM ADD-STANDING-ENTRY
           END-IF.

       ADD-STANDING-ENTRY.
           IF WS-STAND-COUNT = 2000
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-STAND-COUNT.
           SET SN-IDX TO WS-STAND-COUNT.
           MOVE WS-STAND-USER-NOW TO WS-STAND-USER (SN-IDX).
           MOVE WS-STAND-CUST-NOW TO WS-STAND-CUST (SN-IDX).
           MOVE WS-STAND-KIND-FOUND TO WS-STAND-KIND (SN-IDX).
           MOVE WS-STAND-CUST-NOW TO XF-MASTER-NO.
           CALL "CDXREF01" USING WS-CUST-XREF-REQUEST.
           MOVE XF-INTAKE-NO TO WS-STAND-INTAKE (SN-IDX).

      ***************************************************************
      *  A role in force today (other than the owner's own P row)
      *  held by a member of staff gives them a standing on the
      *  account; the account master then names its owner.
      ***************************************************************
       LOAD-PARTY-ACCOUNTS.
           IF WS-STAND-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ACCOUNT-PARTY-FILE.
           IF WS-PARTY-FILE-STATUS = "00"
               PERFORM UNTIL WS-PARTY-FILE-STATUS = "10"
                   READ ACCOUNT-PARTY-FILE
                       AT END
                           MOVE "10" TO WS-PARTY-FILE-STATUS
                       NOT AT END
                           IF NOT AP-ROLE-PRIMARY
                                   AND AP-START-DATE
                                       <= WS-RUN-CCYYDDD
                                   AND (AP-ROLE-OPEN-ENDED
                                   OR AP-END-DATE >= WS-RUN-CCYYDDD)
                               PERFORM NOTE-STAFF-PARTY-ROLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-PARTY-FILE
           END-IF.

       NOTE-STAFF-PARTY-ROLE.
           PERFORM VARYING SF-IDX FROM 1 BY 1
                   UNTIL SF-IDX > WS-STAFF-COUNT
               IF WS-STAFF-CUST (SF-IDX) = AP-CUST-NO
                       AND WS-PARTY-ACCT-COUNT < 1000
                   ADD 1 TO WS-PARTY-ACCT-COUNT
                   SET PA-IDX TO WS-PARTY-ACCT-COUNT
                   MOVE WS-STAFF-USER (SF-IDX)
                       TO WS-PARTY-ACCT-USER (PA-IDX)
                   MOVE AP-ACCT-NO TO WS-PARTY-ACCT-NO (PA-IDX)
               END-IF
           END-PERFORM.

       LOAD-PARTY-OWNERS.
           IF WS-PARTY-ACCT-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           PERFORM SKIP-ACCOUNT-HEADER.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               PERFORM UNTIL WS-ACCOUNT-FILE-STATUS = "10"
                   READ ACCOUNT-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-ACCOUNT-FILE-STATUS
                       NOT AT END
                           PERFORM NOTE-PARTY-ACCOUNT-OWNER
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.

       NOTE-PARTY-ACCOUNT-OWNER.
           PERFORM VARYING PA-IDX FROM 1 BY 1
                   UNTIL PA-IDX > WS-PARTY-ACCT-COUNT
               IF WS-PARTY-ACCT-NO (PA-IDX) = AM-ACCT-NO
                   MOVE WS-PARTY-ACCT-USER (PA-IDX)
                       TO WS-STAND-USER-NOW
                   MOVE AM-CUST-NO TO WS-STAND-CUST-NOW
                   MOVE "PARTY" TO WS-STAND-KIND-FOUND
                   PERFORM ADD-STANDING-ENTRY
               END-IF
           END-PERFORM.

      ***************************************************************
      *  One approval from the trail.  Outside the review period it
      *  is passed over; inside it, maker and checker are resolved
      *  to people and each check is made in turn - an approval can
      *  carry more than one finding.
      ***************************************************************
       REVIEW-ONE-APPROVAL.
           IF TL-APPROVED-DATE < WS-PERIOD-START
                   OR TL-APPROVED-DATE > WS-RUN-CCYYDDD
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TRAIL-IN-PERIOD.
           MOVE TL-MAKER TO WS-LOOK-USER.
           PERFORM RESOLVE-PERSON.
           MOVE WS-LOOK-PERSON TO WS-MAKER-PERSON.
           MOVE TL-CHECKER TO WS-LOOK-USER.
           PERFORM RESOLVE-PERSON.
           MOVE WS-LOOK-PERSON TO WS-CHECKER-PERSON.

           IF WS-MAKER-PERSON NOT = SPACES
                   AND WS-MAKER-PERSON = WS-CHECKER-PERSON
               MOVE "SODS" TO WS-FINDING-CODE
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "MAKER AND CHECKER ARE " WS-CHECKER-PERSON
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               ADD 1 TO WS-SELF-FINDINGS
               PERFORM WRITE-APPROVAL-FINDING
           ELSE
               IF WS-MAKER-PERSON NOT = SPACES
                       AND WS-CHECKER-PERSON NOT = SPACES
                   PERFORM COUNT-CHECKER-PAIR
               END-IF
           END-IF.

           PERFORM CHECK-BUSINESS-HOURS.
           PERFORM CHECK-CHECKER-STANDING.

      *    A user ID or a set of initials on the staff register is
      *    that member of staff; anything else stands for itself.
       RESOLVE-PERSON.
           MOVE WS-LOOK-USER TO WS-LOOK-PERSON.
           IF WS-LOOK-USER = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING SF-IDX FROM 1 BY 1
                   UNTIL SF-IDX > WS-STAFF-COUNT
               IF WS-STAFF-USER (SF-IDX) = WS-LOOK-USER
                       OR (WS-LOOK-USER (4:5) = SPACES
                       AND WS-STAFF-INITIALS (SF-IDX)
                           = WS-LOOK-USER (1:3))
                   MOVE WS-STAFF-USER (SF-IDX) TO WS-LOOK-PERSON
                   SET SF-IDX TO WS-STAFF-COUNT
               END-IF
           END-PERFORM.

       COUNT-CHECKER-PAIR.
           PERFORM VARYING PR-IDX FROM 1 BY 1
                   UNTIL PR-IDX > WS-PAIR-COUNT
               IF WS-PAIR-CHECKER (PR-IDX) = WS-CHECKER-PERSON
                       AND WS-PAIR-MAKER (PR-IDX) = WS-MAKER-PERSON
                   ADD 1 TO WS-PAIR-TIMES (PR-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-PAIR-COUNT < 2000
               ADD 1 TO WS-PAIR-COUNT
               SET PR-IDX TO WS-PAIR-COUNT
               MOVE WS-CHECKER-PERSON TO WS-PAIR-CHECKER (PR-IDX)
               MOVE WS-MAKER-PERSON TO WS-PAIR-MAKER (PR-IDX)
               MOVE 1 TO WS-PAIR-TIMES (PR-IDX)
           END-IF.

      *    A weekend or holiday is outside business hours all day;
      *    on a business day a stamped time must fall in the window.
       CHECK-BUSINESS-HOURS.
           MOVE TL-APPROVED-DATE TO BA-INPUT-DATE.
           SET BA-RULE-FORWARD TO TRUE.
           CALL "BIZADJ01" USING WS-BIZ-ADJUST-REQUEST.
           MOVE SPACES TO WS-FINDING-TEXT.
           IF BA-DATE-MOVED
               MOVE "APPROVED ON A WEEKEND OR HOLIDAY"
                   TO WS-FINDING-TEXT
           ELSE
               IF TL-APPROVED-TIME = 0
                   ADD 1 TO WS-NOT-TIMED
               ELSE
                   IF TL-APPROVED-TIME < WS-DAY-START
                           OR TL-APPROVED-TIME >= WS-DAY-END
                       STRING "APPROVED OUTSIDE HOURS "
                               WS-DAY-START "-" WS-DAY-END
                           DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   END-IF
               END-IF
           END-IF.
           IF WS-FINDING-TEXT NOT = SPACES
               MOVE "SODH" TO WS-FINDING-CODE
               ADD 1 TO WS-HOURS-FINDINGS
               PERFORM WRITE-APPROVAL-FINDING
           END-IF.

      *    The trail carries either a nine-digit master number or a
      *    six-digit intake key; a standing matches on either.
       CHECK-CHECKER-STANDING.
           IF TL-CUST-NO = 0 OR WS-CHECKER-PERSON = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING SN-IDX FROM 1 BY 1
                   UNTIL SN-IDX > WS-STAND-COUNT
               IF WS-STAND-USER (SN-IDX) = WS-CHECKER-PERSON
                       AND (WS-STAND-CUST (SN-IDX) = TL-CUST-NO
                       OR (TL-CUST-NO < 1000000
                       AND WS-STAND-INTAKE (SN-IDX) = TL-CUST-NO))
                   MOVE "SODO" TO WS-FINDING-CODE
                   MOVE SPACES TO WS-FINDING-TEXT
                   IF WS-STAND-KIND (SN-IDX) = "OWNER"
                       STRING "CHECKER IS THE CUSTOMER ("
                               WS-STAND-CUST (SN-IDX) ")"
                           DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   ELSE
                       STRING "CHECKER HOLDS A ROLE ON AN ACCOUNT"
                               " OF THE CUSTOMER"
                           DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   END-IF
                   ADD 1 TO WS-OWN-FINDINGS
                   PERFORM WRITE-APPROVAL-FINDING
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

       WRITE-APPROVAL-FINDING.
           ADD 1 TO WS-TOTAL-FINDINGS.
           IF TL-APPROVED-TIME = 0
               MOVE SPACES TO WS-TIME-DISPLAY
           ELSE
               MOVE TL-APPROVED-TIME TO WS-TIME-DISPLAY
           END-IF.
           MOVE SPACES TO SOD-REPORT-REC.
           STRING WS-FINDING-CODE " " TL-SOURCE " " TL-ITEM-KEY " "
                   TL-CUST-NO " " TL-MAKER " " TL-CHECKER " "
                   TL-APPROVED-DATE " " WS-TIME-DISPLAY " "
                   WS-FINDING-TEXT
               DELIMITED BY SIZE INTO SOD-REPORT-REC.
           WRITE SOD-REPORT-REC.
           MOVE SPACES TO WS-FINDING-SHORT.
           STRING TL-SOURCE " " TL-ITEM-KEY (1:17) " " TL-CHECKER
                   " " TL-MAKER
               DELIMITED BY SIZE INTO WS-FINDING-SHORT.
           PERFORM LOG-FINDING-EXCEPTION.

       LOG-FINDING-EXCEPTION.
           MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE.
           MOVE "SODRPT01" TO ER-JOB-STEP.
           MOVE WS-FINDING-CODE TO ER-ERROR-CODE.
           MOVE WS-FINDING-SHORT TO ER-ERROR-TEXT.
           CALL "EXCPLOG01" USING WS-ERROR-RECORD.

      ***************************************************************
      *  Two people who check each other's work in both directions
      *  are reported once, with the month's count each way, when
      *  the two counts together reach the control threshold.
      ***************************************************************
       REVIEW-RECIPROCAL-PAIRS.
           PERFORM VARYING PR-IDX FROM 1 BY 1
                   UNTIL PR-IDX > WS-PAIR-COUNT
               IF WS-PAIR-CHECKER (PR-IDX) < WS-PAIR-MAKER (PR-IDX)
                   PERFORM FIND-REVERSE-PAIR
               END-IF
           END-PERFORM.

       FIND-REVERSE-PAIR.
           PERFORM VARYING PR-REV-IDX FROM 1 BY 1
                   UNTIL PR-REV-IDX > WS-PAIR-COUNT
               IF WS-PAIR-CHECKER (PR-REV-IDX)
                       = WS-PAIR-MAKER (PR-IDX)
                       AND WS-PAIR-MAKER (PR-REV-IDX)
                           = WS-PAIR-CHECKER (PR-IDX)
                   COMPUTE WS-PAIR-TOTAL = WS-PAIR-TIMES (PR-IDX)
                       + WS-PAIR-TIMES (PR-REV-IDX)
                   IF WS-PAIR-TOTAL >= WS-PAIR-THRESHOLD
                       PERFORM WRITE-PAIR-FINDING
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

       WRITE-PAIR-FINDING.
           ADD 1 TO WS-PAIR-FINDINGS.
           ADD 1 TO WS-TOTAL-FINDINGS.
           MOVE "SODR" TO WS-FINDING-CODE.
           MOVE SPACES TO SOD-REPORT-REC.
           STRING "SODR PAIR " WS-PAIR-CHECKER (PR-IDX)
                   " CHECKED " WS-PAIR-MAKER (PR-IDX) " "
                   WS-PAIR-TIMES (PR-IDX) " TIMES, "
                   WS-PAIR-MAKER (PR-IDX) " CHECKED "
                   WS-PAIR-CHECKER (PR-IDX) " "
                   WS-PAIR-TIMES (PR-REV-IDX) " TIMES"
               DELIMITED BY SIZE INTO SOD-REPORT-REC.
           WRITE SOD-REPORT-REC.
           MOVE SPACES TO WS-FINDING-SHORT.
           STRING "PAIR " WS-PAIR-CHECKER (PR-IDX) "/"
                   WS-PAIR-MAKER (PR-IDX) " " WS-PAIR-TOTAL
                   " CHECKS"
               DELIMITED BY SIZE INTO WS-FINDING-SHORT.
           PERFORM LOG-FINDING-EXCEPTION.

       WRITE-REVIEW-TOTALS.
           IF WS-TOTAL-FINDINGS = 0
               MOVE "  NO FINDINGS" TO SOD-REPORT-REC
               WRITE SOD-REPORT-REC
           END-IF.
           MOVE SPACES TO SOD-REPORT-REC.
           STRING "APPROVALS REVIEWED " WS-TRAIL-IN-PERIOD
                   "  NOT TIMED " WS-NOT-TIMED
                   "  SODS " WS-SELF-FINDINGS
                   "  SODR " WS-PAIR-FINDINGS
                   "  SODH " WS-HOURS-FINDINGS
                   "  SODO " WS-OWN-FINDINGS
               DELIMITED BY SIZE INTO SOD-REPORT-REC.
           WRITE SOD-REPORT-REC.
           MOVE SPACES TO SOD-REPORT-REC.
           STRING "BUSINESS HOURS " WS-DAY-START "-" WS-DAY-END
                   "  MUTUAL CHECK THRESHOLD " WS-PAIR-THRESHOLD
               DELIMITED BY SIZE INTO SOD-REPORT-REC.
           WRITE SOD-REPORT-REC.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "SODRPT01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           SET LC-ACTION-CHECK TO TRUE.
           MOVE LV-ACCTM-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.

       SKIP-ACCOUNT-HEADER.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               READ ACCOUNT-MASTER-FILE
                   AT END
                       CONTINUE
               END-READ
           END-IF.
       END PROGRAM SODRPT01.
