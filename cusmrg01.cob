      *  survivor is proven through AUDCMP01 with a WSFLDMAP over
      *  the before/after record images and logged to the merge
      *  audit file, so a merge is as reviewable as a money posting.
      *  The merged customer's standing on accounts follows the
      *  balance to the survivor: accounts the merged customer
      *  owned are re-owned by the survivor on the account master
      *  (so the survivor's CN-BALANCE still sums its accounts),
      *  and every joint, trustee, guardian, or attorney role the
      *  merged customer held on the account party file moves to
      *  the survivor - a co-owner's or guardian's access to an
      *  account is never lost to a duplicate clean-up.  A role
      *  that would leave the survivor holding a second role on an
      *  account it now owns or already acts on is ended instead.
      *  Household membership on the WSHSHLD household file carries
      *  over the same way: a merged customer's place in a
      *  household passes to a survivor in no household, a
      *  survivor already in the same household simply keeps its
      *  row (taking over as head if the merged customer was
      *  head), and a survivor in another household stays where it
      *  is while the merged customer's row is dropped - its old
      *  household getting a new head from the remaining members
      *  when the head was the one merged away.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "data/merge_audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT ACCOUNT-MASTER-FILE
               ASSIGN TO "data/account_master.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.
           SELECT ACCOUNT-PARTY-FILE
               ASSIGN TO "data/account_parties.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTY-FILE-STATUS.
           SELECT HOUSEHOLD-FILE
               ASSIGN TO "data/households.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOUSEHOLD-FILE-STATUS.
           SELECT TOMBSTONE-FILE
               ASSIGN TO "data/merge_tombstones.dat"
               ORGANIZATION IS LINE SEQUENTIAL
       COPY WSCUSNEW.

       FD  MASTER-WORK-FILE.
       01  MASTER-WORK-REC               PIC X(229).

       FD  MASTER-REWRITE-FILE.
       01  MASTER-REWRITE-REC            PIC X(229).

       FD  MERGE-AUDIT-FILE.
       01  MERGE-AUDIT-REC               PIC X(110).

       FD  ACCOUNT-MASTER-FILE.
       COPY WSACCTM.

       FD  ACCOUNT-PARTY-FILE.
       COPY WSACPTY.

       FD  HOUSEHOLD-FILE.
       COPY WSHSHLD.

       FD  TOMBSTONE-FILE.
       01  TOMBSTONE-REC                 PIC X(40).

       01 WS-REWRITE-FILE-STATUS         PIC XX.
       01 WS-AUDIT-FILE-STATUS           PIC XX.
       01 WS-TOMBSTONE-FILE-STATUS       PIC XX.
       01 WS-ACCOUNT-FILE-STATUS         PIC XX.
       01 WS-PARTY-FILE-STATUS           PIC XX.
       01 WS-ACCOUNTS-REOWNED            PIC 9(5) VALUE 0.
       01 WS-ROLES-MOVED                 PIC 9(5) VALUE 0.
       01 WS-ROLES-ENDED                 PIC 9(5) VALUE 0.
       01 WS-PARTY-OVERFLOW              PIC X(1) VALUE "N".
           88 WS-PARTY-TABLE-OVERFLOWED  VALUE "Y".
       01 WS-PARTY-CHANGED               PIC X(1) VALUE "N".
           88 WS-PARTY-FILE-CHANGED      VALUE "Y".
       01 WS-MOVED-ROLE-ACTIVE           PIC X(1).
       01 WS-ROLE-END-REASON             PIC X(20).
       01 WS-PARTY-TABLE.
           05 WS-PARTY-COUNT             PIC 9(4) VALUE 0.
           05 WS-PARTY-ENTRY OCCURS 2000 TIMES INDEXED BY PT-IDX
                                                         PT-IDX-2.
               10 WS-PTY-ACCT-NO         PIC 9(10).
               10 WS-PTY-CUST-NO         PIC 9(9).
               10 WS-PTY-ROLE            PIC X(1).
               10 WS-PTY-START-DATE      PIC 9(7).
               10 WS-PTY-END-DATE        PIC 9(7).
       01 WS-PTY-OWNER-TABLE.
           05 WS-PTY-OWNER-NO OCCURS 2000 TIMES
                                         PIC 9(9).
       01 WS-HOUSEHOLD-FILE-STATUS       PIC XX.
       01 WS-MEMBERSHIPS-MOVED           PIC 9(5) VALUE 0.
       01 WS-MEMBERSHIPS-DROPPED         PIC 9(5) VALUE 0.
       01 WS-HOUSEHOLD-OVERFLOW          PIC X(1) VALUE "N".
           88 WS-HOUSEHOLD-TABLE-OVERFLOWED VALUE "Y".
       01 WS-HOUSEHOLD-CHANGED           PIC X(1) VALUE "N".
           88 WS-HOUSEHOLD-FILE-CHANGED  VALUE "Y".
       01 WS-SURVIVOR-ROW-FOUND          PIC X(1).
           88 WS-SURVIVOR-HAS-HOUSEHOLD  VALUE "Y".
       01 WS-NEW-HEAD-FOUND              PIC X(1).
           88 WS-NEW-HEAD-NAMED          VALUE "Y".
       01 WS-HOUSEHOLD-TABLE.
           05 WS-HSH-COUNT               PIC 9(4) VALUE 0.
           05 WS-HSH-ENTRY OCCURS 2000 TIMES INDEXED BY HS-IDX
                                                        HS-IDX-2.
               10 WS-HSH-HOUSEHOLD-NO    PIC 9(7).
               10 WS-HSH-CUST-NO         PIC 9(9).
               10 WS-HSH-ROLE            PIC X(1).
               10 WS-HSH-JOINED-DATE     PIC 9(7).
       01 WS-HSH-DROP-TABLE.
           05 WS-HSH-DROPPED OCCURS 2000 TIMES
                                         PIC X(1).
       01 WS-MERGE-TABLE.
           05 WS-MERGE-COUNT             PIC 9(2) VALUE 0.
           05 WS-MERGE-ENTRY OCCURS 50 TIMES INDEXED BY MG-IDX.
               10 WS-MRG-MERGED-ADDR     PIC X(40).
               10 WS-MRG-MERGED-ZIP      PIC 9(9).
               10 WS-MRG-MERGED-BAL      PIC S9(9)V99 COMP-3.
       01 WS-BEFORE-IMAGE                PIC X(229).
       01 WS-AFTER-IMAGE                 PIC X(229).
       01 WS-NAME-LEN-1                  PIC 9(2).
       01 WS-NAME-LEN-2                  PIC 9(2).
       01 WS-SCAN-IDX                    PIC 9(2).
       COPY WSRUNLCK.
       COPY WSLGLHLD.
       COPY WSCHKDGT.
       COPY WSLAYCHK.
       COPY WSLAYVER.
       COPY WSRUNCTL.
       COPY WSAUDTRL.

           SET AT-MODE-HEADER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           PERFORM CHECK-FILE-LAYOUTS.
           IF LC-REFUSED-COUNT > 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "CUSMRG01" TO RL-JOB-NAME.
           MOVE "MASTERS" TO RL-LOCK-NAME.
           MOVE WS-RUN-CCYYDDD TO RL-RUN-DATE.
           PERFORM CAPTURE-MERGED-RECORDS.
           PERFORM APPLY-MERGES-TO-WORK.
           PERFORM REPORT-UNMATCHED-MERGES.
           PERFORM LOAD-ACCOUNT-PARTIES.
           PERFORM REOWN-MERGED-ACCOUNTS.
           PERFORM MOVE-MERGED-PARTY-ROLES.
           PERFORM LOAD-HOUSEHOLDS.
           PERFORM CARRY-HOUSEHOLD-MEMBERSHIP.

           CLOSE MERGE-AUDIT-FILE.
           CLOSE TOMBSTONE-FILE.
           DISPLAY "CUSMRG01: MERGES APPLIED=" WS-MERGES-APPLIED.
           DISPLAY "CUSMRG01: MERGES REJECTED=" WS-MERGES-REJECTED.
           DISPLAY "CUSMRG01: MASTER RECORDS OUT=" WS-RECORDS-OUT.
           DISPLAY "CUSMRG01: ACCOUNTS RE-OWNED=" WS-ACCOUNTS-REOWNED
               " ROLES MOVED=" WS-ROLES-MOVED
               " ROLES ENDED=" WS-ROLES-ENDED.
           DISPLAY "CUSMRG01: HOUSEHOLD MEMBERSHIPS MOVED="
               WS-MEMBERSHIPS-MOVED
               " DROPPED=" WS-MEMBERSHIPS-DROPPED.

           MOVE WS-RECORDS-OUT TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
      *  a one-place map change.
      ***************************************************************
       BUILD-CUSNEW-FIELD-MAP.
           MOVE 25 TO FM-FIELD-COUNT.
           MOVE "CN-CUST-NO"   TO FM-FIELD-NAME (1).
           MOVE 1  TO FM-OFFSET (1).
           MOVE 9  TO FM-LENGTH (1).
           MOVE "CN-REGION"     TO FM-FIELD-NAME (14).
           MOVE 127 TO FM-OFFSET (14).
           MOVE 2  TO FM-LENGTH (14).
           MOVE "CN-RISK-RATING" TO FM-FIELD-NAME (15).
           MOVE 129 TO FM-OFFSET (15).
           MOVE 1  TO FM-LENGTH (15).
           MOVE "CN-LAST-REVIEW" TO FM-FIELD-NAME (16).
           MOVE 130 TO FM-OFFSET (16).
           MOVE 7  TO FM-LENGTH (16).
           MOVE "CN-REVIEW-DUE" TO FM-FIELD-NAME (17).
           MOVE 137 TO FM-OFFSET (17).
           MOVE 7  TO FM-LENGTH (17).
           MOVE "CN-ID-EXPIRY"  TO FM-FIELD-NAME (18).
           MOVE 144 TO FM-OFFSET (18).
           MOVE 7  TO FM-LENGTH (18).
           MOVE "CN-LANGUAGE"   TO FM-FIELD-NAME (19).
           MOVE 151 TO FM-OFFSET (19).
           MOVE 2  TO FM-LENGTH (19).
           MOVE "CN-PHONE-NO"   TO FM-FIELD-NAME (20).
           MOVE 153 TO FM-OFFSET (20).
           MOVE 15 TO FM-LENGTH (20).
           MOVE "CN-EMAIL"      TO FM-FIELD-NAME (21).
           MOVE 168 TO FM-OFFSET (21).
           MOVE 50 TO FM-LENGTH (21).
           MOVE "CN-TAXPAYER-ID" TO FM-FIELD-NAME (22).
           MOVE 218 TO FM-OFFSET (22).
           MOVE 9 TO FM-LENGTH (22).
           MOVE "CN-DO-NOT-MAIL" TO FM-FIELD-NAME (23).
           MOVE 227 TO FM-OFFSET (23).
           MOVE 1 TO FM-LENGTH (23).
           MOVE "CN-DO-NOT-CALL" TO FM-FIELD-NAME (24).
           MOVE 228 TO FM-OFFSET (24).
           MOVE 1 TO FM-LENGTH (24).
           MOVE "CN-DO-NOT-EMAIL" TO FM-FIELD-NAME (25).
           MOVE 229 TO FM-OFFSET (25).
           MOVE 1 TO FM-LENGTH (25).

       LOAD-MERGE-TXNS.
           OPEN INPUT MERGE-TXN-FILE.
      ***************************************************************
       CAPTURE-MERGED-RECORDS.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           PERFORM SKIP-CUSTOMER-HEADER.
           IF WS-MASTER-FILE-STATUS = "00"
               PERFORM UNTIL WS-MASTER-FILE-STATUS = "10"
                   READ CUSTOMER-MASTER-FILE
      ***************************************************************
       APPLY-MERGES-TO-WORK.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           PERFORM SKIP-CUSTOMER-HEADER.
           OPEN OUTPUT MASTER-WORK-FILE.
           IF WS-MASTER-FILE-STATUS = "00"
               PERFORM UNTIL WS-MASTER-FILE-STATUS = "10"
       AUDIT-SURVIVOR-CHANGES.
           MOVE WS-BEFORE-IMAGE TO AC-RECORD-1.
           MOVE WS-AFTER-IMAGE  TO AC-RECORD-2.
           MOVE 229 TO AC-RECORD-LENGTH.
           CALL "AUDCMP01" USING WS-AUDIT-COMPARE-REQUEST
               WS-FIELD-MAP-TABLE.
           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
               END-IF
           END-PERFORM.

      ***************************************************************
      *  The party file loads whole so the merged customer's roles
      *  can be moved and the file written back.  A file too big
      *  for the table is left exactly as it was and the desk is
      *  told - the roles are moved by hand rather than some rows
      *  lost on the rewrite.
      ***************************************************************
       LOAD-ACCOUNT-PARTIES.
           OPEN INPUT ACCOUNT-PARTY-FILE.
           IF WS-PARTY-FILE-STATUS = "00"
               PERFORM UNTIL WS-PARTY-FILE-STATUS = "10"
                   READ ACCOUNT-PARTY-FILE
                       AT END
                           MOVE "10" TO WS-PARTY-FILE-STATUS
                       NOT AT END
                           IF WS-PARTY-COUNT < 2000
                               ADD 1 TO WS-PARTY-COUNT
                               SET PT-IDX TO WS-PARTY-COUNT
                               MOVE WS-ACCOUNT-PARTY-RECORD
                                   TO WS-PARTY-ENTRY (PT-IDX)
                               MOVE 0 TO WS-PTY-OWNER-NO (PT-IDX)
                           ELSE
                               MOVE "Y" TO WS-PARTY-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-PARTY-FILE
           END-IF.
           IF WS-PARTY-TABLE-OVERFLOWED
               MOVE SPACES TO MERGE-AUDIT-REC
               STRING WS-RUN-CCYYDDD
                       " PARTY FILE OVER 2000 ROWS - ROLES NOT MOVED,"
                       " MOVE MERGED PARTIES BY HAND"
                   DELIMITED BY SIZE INTO MERGE-AUDIT-REC
               WRITE MERGE-AUDIT-REC
           END-IF.

      ***************************************************************
      *  Accounts owned by a merged customer are re-owned in place
      *  by the survivor; the account keeps its number.  The same
      *  pass ties every party row to its account's owner as it
      *  stands after the merge.
      ***************************************************************
       REOWN-MERGED-ACCOUNTS.
           OPEN I-O ACCOUNT-MASTER-FILE.
           PERFORM SKIP-ACCOUNT-HEADER.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               PERFORM UNTIL WS-ACCOUNT-FILE-STATUS = "10"
                   READ ACCOUNT-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-ACCOUNT-FILE-STATUS
                       NOT AT END
                           PERFORM REOWN-ONE-ACCOUNT
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.

       REOWN-ONE-ACCOUNT.
           PERFORM VARYING MG-IDX FROM 1 BY 1
                   UNTIL MG-IDX > WS-MERGE-COUNT
               IF WS-MRG-SURV-SEEN (MG-IDX) = "Y"
                       AND WS-MRG-MERGED-SEEN (MG-IDX) = "Y"
                       AND AM-CUST-NO = WS-MRG-MERGED (MG-IDX)
                   MOVE WS-MRG-SURVIVOR (MG-IDX) TO AM-CUST-NO
                   REWRITE WS-ACCOUNT-RECORD
                   ADD 1 TO WS-ACCOUNTS-REOWNED
                   MOVE SPACES TO MERGE-AUDIT-REC
                   STRING WS-RUN-CCYYDDD " MERGE "
                           WS-MRG-MERGED (MG-IDX) " INTO "
                           WS-MRG-SURVIVOR (MG-IDX)
                           " ACCOUNT " AM-ACCT-NO " RE-OWNED"
                       DELIMITED BY SIZE INTO MERGE-AUDIT-REC
                   WRITE MERGE-AUDIT-REC
               END-IF
           END-PERFORM.
           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > WS-PARTY-COUNT
               IF WS-PTY-ACCT-NO (PT-IDX) = AM-ACCT-NO
                   MOVE AM-CUST-NO TO WS-PTY-OWNER-NO (PT-IDX)
               END-IF
           END-PERFORM.

      ***************************************************************
      *  Each role row naming a merged customer moves to the
      *  survivor.  If the survivor now owns that account, or
      *  already holds a role on it, the moved role is ended as of
      *  tonight - the survivor keeps one standing per account.
      *  Ended history rows move too, so the record of who could
      *  act on an account stays under the surviving number.
      ***************************************************************
       MOVE-MERGED-PARTY-ROLES.
           IF NOT WS-PARTY-TABLE-OVERFLOWED
               PERFORM VARYING PT-IDX FROM 1 BY 1
                       UNTIL PT-IDX > WS-PARTY-COUNT
                   PERFORM VARYING MG-IDX FROM 1 BY 1
                           UNTIL MG-IDX > WS-MERGE-COUNT
                       IF WS-MRG-SURV-SEEN (MG-IDX) = "Y"
                               AND WS-MRG-MERGED-SEEN (MG-IDX) = "Y"
                               AND WS-PTY-CUST-NO (PT-IDX)
                                   = WS-MRG-MERGED (MG-IDX)
                           PERFORM MOVE-ONE-PARTY-ROLE
                       END-IF
                   END-PERFORM
               END-PERFORM
               IF WS-PARTY-FILE-CHANGED
                   PERFORM WRITE-ACCOUNT-PARTIES
               END-IF
           END-IF.

       MOVE-ONE-PARTY-ROLE.
           MOVE "Y" TO WS-PARTY-CHANGED.
           MOVE WS-MRG-SURVIVOR (MG-IDX) TO WS-PTY-CUST-NO (PT-IDX).
           ADD 1 TO WS-ROLES-MOVED.
           MOVE SPACES TO MERGE-AUDIT-REC.
           STRING WS-RUN-CCYYDDD " MERGE "
                   WS-MRG-MERGED (MG-IDX) " INTO "
                   WS-MRG-SURVIVOR (MG-IDX)
                   " ACCOUNT " WS-PTY-ACCT-NO (PT-IDX)
                   " ROLE=" WS-PTY-ROLE (PT-IDX) " MOVED"
               DELIMITED BY SIZE INTO MERGE-AUDIT-REC.
           WRITE MERGE-AUDIT-REC.

           IF WS-PTY-END-DATE (PT-IDX) = 0
                   OR WS-PTY-END-DATE (PT-IDX) > WS-RUN-CCYYDDD
               MOVE "Y" TO WS-MOVED-ROLE-ACTIVE
           ELSE
               MOVE "N" TO WS-MOVED-ROLE-ACTIVE
           END-IF.
           MOVE SPACES TO WS-ROLE-END-REASON.
           IF WS-MOVED-ROLE-ACTIVE = "Y"
               IF WS-PTY-OWNER-NO (PT-IDX) = WS-PTY-CUST-NO (PT-IDX)
                       AND WS-PTY-ROLE (PT-IDX) NOT = "P"
                   MOVE "SURVIVOR OWNS" TO WS-ROLE-END-REASON
               ELSE
                   PERFORM VARYING PT-IDX-2 FROM 1 BY 1
                           UNTIL PT-IDX-2 > WS-PARTY-COUNT
                       IF PT-IDX-2 NOT = PT-IDX
                           AND WS-PTY-ACCT-NO (PT-IDX-2)
                               = WS-PTY-ACCT-NO (PT-IDX)
                           AND WS-PTY-CUST-NO (PT-IDX-2)
                               = WS-PTY-CUST-NO (PT-IDX)
                           AND (WS-PTY-END-DATE (PT-IDX-2) = 0
                               OR WS-PTY-END-DATE (PT-IDX-2)
                                   > WS-RUN-CCYYDDD)
                           MOVE "SURVIVOR HOLDS ROLE"
                               TO WS-ROLE-END-REASON
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
           IF WS-ROLE-END-REASON NOT = SPACES
               MOVE WS-RUN-CCYYDDD TO WS-PTY-END-DATE (PT-IDX)
               ADD 1 TO WS-ROLES-ENDED
               MOVE SPACES TO MERGE-AUDIT-REC
               STRING WS-RUN-CCYYDDD " MERGE "
                       WS-MRG-MERGED (MG-IDX) " INTO "
                       WS-MRG-SURVIVOR (MG-IDX)
                       " ACCOUNT " WS-PTY-ACCT-NO (PT-IDX)
                       " ROLE ENDED - " WS-ROLE-END-REASON
                   DELIMITED BY SIZE INTO MERGE-AUDIT-REC
               WRITE MERGE-AUDIT-REC
           END-IF.

       WRITE-ACCOUNT-PARTIES.
           OPEN OUTPUT ACCOUNT-PARTY-FILE.
           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > WS-PARTY-COUNT
               WRITE WS-ACCOUNT-PARTY-RECORD
                   FROM WS-PARTY-ENTRY (PT-IDX)
           END-PERFORM.
           CLOSE ACCOUNT-PARTY-FILE.

      ***************************************************************
      *  The household file loads whole, like the party file, and
      *  a file too big for the table is left exactly as it was
      *  with the desk told to carry the memberships by hand.
      ***************************************************************
       LOAD-HOUSEHOLDS.
           OPEN INPUT HOUSEHOLD-FILE.
           IF WS-HOUSEHOLD-FILE-STATUS = "00"
               PERFORM UNTIL WS-HOUSEHOLD-FILE-STATUS = "10"
                   READ HOUSEHOLD-FILE
                       AT END
                           MOVE "10" TO WS-HOUSEHOLD-FILE-STATUS
                       NOT AT END
                           IF WS-HSH-COUNT < 2000
                               ADD 1 TO WS-HSH-COUNT
                               SET HS-IDX TO WS-HSH-COUNT
                               MOVE WS-HOUSEHOLD-RECORD
                                   TO WS-HSH-ENTRY (HS-IDX)
                               MOVE "N" TO WS-HSH-DROPPED (HS-IDX)
                           ELSE
                               MOVE "Y" TO WS-HOUSEHOLD-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOUSEHOLD-FILE
           END-IF.
           IF WS-HOUSEHOLD-TABLE-OVERFLOWED
               MOVE SPACES TO MERGE-AUDIT-REC
               STRING WS-RUN-CCYYDDD
                       " HOUSEHOLD FILE OVER 2000 ROWS - MEMBERSHIP"
                       " NOT CARRIED, MOVE BY HAND"
                   DELIMITED BY SIZE INTO MERGE-AUDIT-REC
               WRITE MERGE-AUDIT-REC
           END-IF.

       CARRY-HOUSEHOLD-MEMBERSHIP.
           IF NOT WS-HOUSEHOLD-TABLE-OVERFLOWED
               PERFORM VARYING HS-IDX FROM 1 BY 1
                       UNTIL HS-IDX > WS-HSH-COUNT
                   PERFORM VARYING MG-IDX FROM 1 BY 1
                           UNTIL MG-IDX > WS-MERGE-COUNT
                       IF WS-MRG-SURV-SEEN (MG-IDX) = "Y"
                               AND WS-MRG-MERGED-SEEN (MG-IDX) = "Y"
                               AND WS-HSH-DROPPED (HS-IDX) = "N"
                               AND WS-HSH-CUST-NO (HS-IDX)
                                   = WS-MRG-MERGED (MG-IDX)
                           PERFORM CARRY-ONE-MEMBERSHIP
                       END-IF
                   END-PERFORM
               END-PERFORM
               IF WS-HOUSEHOLD-FILE-CHANGED
                   PERFORM WRITE-HOUSEHOLDS
               END-IF
           END-IF.

      ***************************************************************
      *  A customer belongs to one household only, so the survivor's
      *  own row - wherever it is - decides what happens to the
      *  merged customer's row.
      ***************************************************************
       CARRY-ONE-MEMBERSHIP.
           MOVE "Y" TO WS-HOUSEHOLD-CHANGED.
           MOVE "N" TO WS-SURVIVOR-ROW-FOUND.
           PERFORM VARYING HS-IDX-2 FROM 1 BY 1
                   UNTIL HS-IDX-2 > WS-HSH-COUNT
                       OR WS-SURVIVOR-HAS-HOUSEHOLD
               IF WS-HSH-DROPPED (HS-IDX-2) = "N"
                       AND WS-HSH-CUST-NO (HS-IDX-2)
                           = WS-MRG-SURVIVOR (MG-IDX)
                   MOVE "Y" TO WS-SURVIVOR-ROW-FOUND
               END-IF
           END-PERFORM.
           IF WS-SURVIVOR-HAS-HOUSEHOLD
               SET HS-IDX-2 DOWN BY 1
           END-IF.
           EVALUATE TRUE
               WHEN NOT WS-SURVIVOR-HAS-HOUSEHOLD
                   MOVE WS-MRG-SURVIVOR (MG-IDX)
                       TO WS-HSH-CUST-NO (HS-IDX)
                   ADD 1 TO WS-MEMBERSHIPS-MOVED
                   MOVE SPACES TO MERGE-AUDIT-REC
                   STRING WS-RUN-CCYYDDD " MERGE "
                           WS-MRG-MERGED (MG-IDX) " INTO "
                           WS-MRG-SURVIVOR (MG-IDX)
                           " HOUSEHOLD " WS-HSH-HOUSEHOLD-NO (HS-IDX)
                           " ROLE=" WS-HSH-ROLE (HS-IDX) " MOVED"
                       DELIMITED BY SIZE INTO MERGE-AUDIT-REC
                   WRITE MERGE-AUDIT-REC
               WHEN WS-HSH-HOUSEHOLD-NO (HS-IDX-2)
                       = WS-HSH-HOUSEHOLD-NO (HS-IDX)
                   PERFORM DROP-MERGED-MEMBERSHIP
                   IF WS-HSH-ROLE (HS-IDX) = "H"
                       MOVE "H" TO WS-HSH-ROLE (HS-IDX-2)
                       PERFORM AUDIT-NEW-HEAD
                   END-IF
               WHEN OTHER
                   PERFORM DROP-MERGED-MEMBERSHIP
                   IF WS-HSH-ROLE (HS-IDX) = "H"
                       PERFORM PROMOTE-REMAINING-MEMBER
                   END-IF
           END-EVALUATE.

       DROP-MERGED-MEMBERSHIP.
           MOVE "Y" TO WS-HSH-DROPPED (HS-IDX).
           ADD 1 TO WS-MEMBERSHIPS-DROPPED.
           MOVE SPACES TO MERGE-AUDIT-REC.
           STRING WS-RUN-CCYYDDD " MERGE "
                   WS-MRG-MERGED (MG-IDX) " INTO "
                   WS-MRG-SURVIVOR (MG-IDX)
                   " HOUSEHOLD " WS-HSH-HOUSEHOLD-NO (HS-IDX)
                   " ROLE=" WS-HSH-ROLE (HS-IDX)
                   " DROPPED - SURVIVOR IN HOUSEHOLD "
                   WS-HSH-HOUSEHOLD-NO (HS-IDX-2)
               DELIMITED BY SIZE INTO MERGE-AUDIT-REC.
           WRITE MERGE-AUDIT-REC.

      *    The longest-standing remaining member is the first row
      *    left for the household; a household with nobody left
      *    simply ends with the merged customer's row.
       PROMOTE-REMAINING-MEMBER.
           MOVE "N" TO WS-NEW-HEAD-FOUND.
           PERFORM VARYING HS-IDX-2 FROM 1 BY 1
                   UNTIL HS-IDX-2 > WS-HSH-COUNT
                       OR WS-NEW-HEAD-NAMED
               IF WS-HSH-DROPPED (HS-IDX-2) = "N"
                       AND WS-HSH-HOUSEHOLD-NO (HS-IDX-2)
                           = WS-HSH-HOUSEHOLD-NO (HS-IDX)
                   MOVE "Y" TO WS-NEW-HEAD-FOUND
               END-IF
           END-PERFORM.
           IF WS-NEW-HEAD-NAMED
               SET HS-IDX-2 DOWN BY 1
               MOVE "H" TO WS-HSH-ROLE (HS-IDX-2)
               PERFORM AUDIT-NEW-HEAD
           END-IF.

       AUDIT-NEW-HEAD.
           MOVE SPACES TO MERGE-AUDIT-REC.
           STRING WS-RUN-CCYYDDD " MERGE "
                   WS-MRG-MERGED (MG-IDX) " INTO "
                   WS-MRG-SURVIVOR (MG-IDX)
                   " HOUSEHOLD " WS-HSH-HOUSEHOLD-NO (HS-IDX-2)
                   " HEAD NOW " WS-HSH-CUST-NO (HS-IDX-2)
               DELIMITED BY SIZE INTO MERGE-AUDIT-REC.
           WRITE MERGE-AUDIT-REC.

       WRITE-HOUSEHOLDS.
           OPEN OUTPUT HOUSEHOLD-FILE.
           PERFORM VARYING HS-IDX FROM 1 BY 1
                   UNTIL HS-IDX > WS-HSH-COUNT
               IF WS-HSH-DROPPED (HS-IDX) = "N"
                   WRITE WS-HOUSEHOLD-RECORD
                       FROM WS-HSH-ENTRY (HS-IDX)
               END-IF
           END-PERFORM.
           CLOSE HOUSEHOLD-FILE.

       COPY-WORK-BACK-TO-MASTER.
           OPEN INPUT MASTER-WORK-FILE.
           OPEN OUTPUT MASTER-REWRITE-FILE.
           PERFORM STAMP-CUSTOMER-HEADER.
           IF WS-WORK-FILE-STATUS = "00"
               PERFORM UNTIL WS-WORK-FILE-STATUS = "10"
                   READ MASTER-WORK-FILE
                   MOVE WS-SCAN-IDX TO WS-ADDR-LENGTH
               END-IF
           END-PERFORM.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "CUSMRG01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           SET LC-ACTION-CHECK TO TRUE.
           MOVE LV-CUSNEW-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           MOVE LV-ACCTM-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.

       SKIP-CUSTOMER-HEADER.
           IF WS-MASTER-FILE-STATUS = "00"
               READ CUSTOMER-MASTER-FILE
                   AT END
                       CONTINUE
               END-READ
           END-IF.

       SKIP-ACCOUNT-HEADER.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               READ ACCOUNT-MASTER-FILE
                   AT END
                       CONTINUE
               END-READ
           END-IF.

       STAMP-CUSTOMER-HEADER.
           MOVE "CUSMRG01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           MOVE LV-CUSNEW-LAYOUT TO LC-EXPECTED-LAYOUT.
           SET LC-ACTION-STAMP TO TRUE.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           WRITE MASTER-REWRITE-REC FROM LC-RECORD-IMAGE.
       END PROGRAM CUSMRG01.
