       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCPTY01.
      ***************************************************************
      *  ACCPTY01 - account party maintenance.  Nightly step that
      *  adds and ends the roles customers other than the owner
      *  hold on an account - joint owner, trustee, guardian,
      *  attorney under a power of attorney - on the WSACPTY
      *  account party file.  The party file is small enough to
      *  hold in storage: it loads into a table, the transactions
      *  apply against the table in arrival order, and the table
      *  is written back in account-number order.  A role is never
      *  deleted: ending one stamps its end date, so the history of
      *  who could act on an account, and when, stays on file.
      *  Every transaction that cannot apply goes to a reject file
      *  with a reason code, and every applied change is logged.
      *
      *  Transaction layout, arrival order:
      *    col 1      action code A(dd role) / E(nd role)
      *    col 2-11   account number
      *    col 12-20  party customer number
      *    col 21     role P/J/T/G/A
      *    col 22-28  effective date CCYYDDD (blank = run date)
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-PARTY-FILE
               ASSIGN TO "data/account_parties.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTY-FILE-STATUS.
           SELECT ACCOUNT-MASTER-FILE
               ASSIGN TO "data/account_master.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "data/cust_master_new.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT PARTY-TXN-FILE
               ASSIGN TO "data/acct_party_txns.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.
           SELECT PARTY-REJECT-FILE
               ASSIGN TO "data/acct_party_rejects.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.
           SELECT PARTY-LOG-FILE
               ASSIGN TO "data/acct_party_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-PARTY-FILE.
       COPY WSACPTY.

       FD  ACCOUNT-MASTER-FILE.
       COPY WSACCTM.

       FD  CUSTOMER-MASTER-FILE.
       COPY WSCUSNEW.

       FD  PARTY-TXN-FILE.
       01  PARTY-TXN-REC.
           02 PX-ACTION                  PIC X(1).
           02 PX-ACCT-NO                 PIC X(10).
           02 PX-CUST-NO                 PIC X(9).
           02 PX-ROLE                    PIC X(1).
           02 PX-EFFECTIVE-DATE          PIC X(7).

       FD  PARTY-REJECT-FILE.
       01  PARTY-REJECT-REC              PIC X(60).

       FD  PARTY-LOG-FILE.
       01  PARTY-LOG-REC                 PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-PARTY-FILE-STATUS           PIC XX.
       01 WS-ACCOUNT-FILE-STATUS         PIC XX.
       01 WS-MASTER-FILE-STATUS          PIC XX.
       01 WS-TXN-FILE-STATUS             PIC XX.
       01 WS-REJECT-FILE-STATUS          PIC XX.
       01 WS-LOG-FILE-STATUS             PIC XX.
       01 WS-TXNS-READ                   PIC 9(5) VALUE 0.
       01 WS-TXNS-APPLIED                PIC 9(5) VALUE 0.
       01 WS-TXNS-REJECTED               PIC 9(5) VALUE 0.
       01 WS-ROLES-ADDED                 PIC 9(5) VALUE 0.
       01 WS-ROLES-ENDED                 PIC 9(5) VALUE 0.
       01 WS-PARTIES-READ                PIC 9(5) VALUE 0.
       01 WS-PARTIES-WRITTEN             PIC 9(5) VALUE 0.
       01 WS-PARTY-HASH                  PIC 9(13)V99 VALUE 0.
       01 WS-REJECT-REASON               PIC X(4).
       01 WS-EFFECTIVE-DATE              PIC 9(7).
       01 WS-INSERT-AT                   PIC 9(4).
       01 WS-MOVE-IDX                    PIC 9(4).
       01 WS-ROW-FOUND                   PIC X(1).
           88 WS-ROW-WAS-FOUND           VALUE "Y".
      *
      *  The party file in storage, in account-number order.
      *
       01 WS-PARTY-TABLE.
           05 WS-PARTY-COUNT             PIC 9(4) VALUE 0.
           05 WS-PARTY-ENTRY OCCURS 2000 TIMES INDEXED BY PT-IDX.
               10 WS-PTY-ACCT-NO         PIC 9(10).
               10 WS-PTY-CUST-NO         PIC 9(9).
               10 WS-PTY-ROLE            PIC X(1).
               10 WS-PTY-START-DATE      PIC 9(7).
               10 WS-PTY-END-DATE        PIC 9(7).
      *
      *  Tonight's transactions, with what the account and customer
      *  masters say about the account and the party each names -
      *  one pass over each master answers every transaction.
      *
       01 WS-TXN-TABLE.
           05 WS-TXN-COUNT               PIC 9(3) VALUE 0.
           05 WS-TXN-ENTRY OCCURS 500 TIMES INDEXED BY TX-IDX.
               10 WS-TXN-IMAGE           PIC X(28).
               10 WS-TXN-ACCT-NO         PIC 9(10).
               10 WS-TXN-CUST-NO         PIC 9(9).
               10 WS-TXN-ACCT-FOUND      PIC X(1).
               10 WS-TXN-OWNER-NO        PIC 9(9).
               10 WS-TXN-CLOSED-DATE     PIC 9(7).
               10 WS-TXN-CUST-FOUND      PIC X(1).
       COPY WSRUNLCK.
       COPY WSCHKDGT.
       COPY WSLAYCHK.
       COPY WSLAYVER.
       COPY WSRUNCTL.
       COPY WSAUDTRL.
       COPY WSCTLTOT.

       PROCEDURE DIVISION.
       ACCPTY01-MAIN.
           CALL "RUNDATE01" USING WS-RUN-CONTROL.
           MOVE "ACCPTY01" TO AT-JOB-NAME.
           MOVE WS-RUN-CCYYDDD TO AT-RUN-DATE.
           SET AT-MODE-HEADER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           PERFORM CHECK-FILE-LAYOUTS.
           IF LC-REFUSED-COUNT > 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "ACCPTY01" TO RL-JOB-NAME.
           MOVE "MASTERS" TO RL-LOCK-NAME.
           MOVE WS-RUN-CCYYDDD TO RL-RUN-DATE.
           SET RL-ACTION-ACQUIRE TO TRUE.
           CALL "RUNLOCK01" USING WS-RUN-LOCK-REQUEST.
           IF RL-REFUSED
               DISPLAY "ACCPTY01: LOCK " RL-LOCK-NAME
                   " HELD BY " RL-HOLDER-JOB
                   " SINCE " RL-HOLDER-TIME " - NOT STARTED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-PARTY-TABLE.
           PERFORM LOAD-TXN-TABLE.
           PERFORM RESOLVE-TXN-ACCOUNTS.
           PERFORM RESOLVE-TXN-CUSTOMERS.

           OPEN OUTPUT PARTY-REJECT-FILE.
           OPEN OUTPUT PARTY-LOG-FILE.
           PERFORM VARYING TX-IDX FROM 1 BY 1
                   UNTIL TX-IDX > WS-TXN-COUNT
               MOVE WS-TXN-IMAGE (TX-IDX) TO PARTY-TXN-REC
               PERFORM APPLY-ONE-PARTY-TXN
           END-PERFORM.
           CLOSE PARTY-REJECT-FILE.
           CLOSE PARTY-LOG-FILE.

           PERFORM WRITE-PARTY-TABLE.
           PERFORM POST-CONTROL-TOTALS.

           DISPLAY "ACCPTY01: TXNS READ=" WS-TXNS-READ.
           DISPLAY "ACCPTY01: TXNS APPLIED=" WS-TXNS-APPLIED.
           DISPLAY "ACCPTY01: TXNS REJECTED=" WS-TXNS-REJECTED.
           DISPLAY "ACCPTY01: ROLES ADDED=" WS-ROLES-ADDED
               " ENDED=" WS-ROLES-ENDED.
           DISPLAY "ACCPTY01: PARTY RECORDS OUT=" WS-PARTIES-WRITTEN.

           MOVE WS-PARTIES-WRITTEN TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           SET RL-ACTION-RELEASE TO TRUE.
           CALL "RUNLOCK01" USING WS-RUN-LOCK-REQUEST.
           GOBACK.

       LOAD-PARTY-TABLE.
           OPEN INPUT ACCOUNT-PARTY-FILE.
           IF WS-PARTY-FILE-STATUS = "00"
               PERFORM UNTIL WS-PARTY-FILE-STATUS = "10"
                   READ ACCOUNT-PARTY-FILE
                       AT END
                           MOVE "10" TO WS-PARTY-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-PARTIES-READ
                           IF WS-PARTY-COUNT < 2000
                               ADD 1 TO WS-PARTY-COUNT
                               SET PT-IDX TO WS-PARTY-COUNT
                               MOVE WS-ACCOUNT-PARTY-RECORD
                                   TO WS-PARTY-ENTRY (PT-IDX)
                           ELSE
                               DISPLAY "ACCPTY01: PARTY TABLE FULL"
                                   " - RECORD DROPPED " AP-ACCT-NO
                                   " " AP-CUST-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-PARTY-FILE
           END-IF.

       LOAD-TXN-TABLE.
           OPEN INPUT PARTY-TXN-FILE.
           IF WS-TXN-FILE-STATUS = "00"
               PERFORM UNTIL WS-TXN-FILE-STATUS = "10"
                   READ PARTY-TXN-FILE
                       AT END
                           MOVE "10" TO WS-TXN-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-TXNS-READ
                           IF WS-TXN-COUNT < 500
                               PERFORM ADD-TXN-ENTRY
                           ELSE
                               DISPLAY "ACCPTY01: TXN TABLE FULL"
                                   " - NOT APPLIED " PARTY-TXN-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARTY-TXN-FILE
           END-IF.

       ADD-TXN-ENTRY.
           ADD 1 TO WS-TXN-COUNT.
           SET TX-IDX TO WS-TXN-COUNT.
           MOVE PARTY-TXN-REC TO WS-TXN-IMAGE (TX-IDX).
           MOVE 0 TO WS-TXN-ACCT-NO (TX-IDX).
           MOVE 0 TO WS-TXN-CUST-NO (TX-IDX).
           IF PX-ACCT-NO NUMERIC
               MOVE PX-ACCT-NO TO WS-TXN-ACCT-NO (TX-IDX)
           END-IF.
           IF PX-CUST-NO NUMERIC
               MOVE PX-CUST-NO TO WS-TXN-CUST-NO (TX-IDX)
           END-IF.
           MOVE "N" TO WS-TXN-ACCT-FOUND (TX-IDX).
           MOVE 0 TO WS-TXN-OWNER-NO (TX-IDX).
           MOVE 0 TO WS-TXN-CLOSED-DATE (TX-IDX).
           MOVE "N" TO WS-TXN-CUST-FOUND (TX-IDX).

       RESOLVE-TXN-ACCOUNTS.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           PERFORM SKIP-ACCOUNT-HEADER.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               PERFORM UNTIL WS-ACCOUNT-FILE-STATUS = "10"
                   READ ACCOUNT-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-ACCOUNT-FILE-STATUS
                       NOT AT END
                           PERFORM VARYING TX-IDX FROM 1 BY 1
                                   UNTIL TX-IDX > WS-TXN-COUNT
                               IF WS-TXN-ACCT-NO (TX-IDX) = AM-ACCT-NO
                                   MOVE "Y"
                                       TO WS-TXN-ACCT-FOUND (TX-IDX)
                                   MOVE AM-CUST-NO
                                       TO WS-TXN-OWNER-NO (TX-IDX)
                                   MOVE AM-CLOSED-DATE
                                       TO WS-TXN-CLOSED-DATE (TX-IDX)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.

       RESOLVE-TXN-CUSTOMERS.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           PERFORM SKIP-CUSTOMER-HEADER.
           IF WS-MASTER-FILE-STATUS = "00"
               PERFORM UNTIL WS-MASTER-FILE-STATUS = "10"
                   READ CUSTOMER-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-MASTER-FILE-STATUS
                       NOT AT END
                           PERFORM VARYING TX-IDX FROM 1 BY 1
                                   UNTIL TX-IDX > WS-TXN-COUNT
                               IF WS-TXN-CUST-NO (TX-IDX) = CN-CUST-NO
                                   MOVE "Y"
                                       TO WS-TXN-CUST-FOUND (TX-IDX)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

      ***************************************************************
      *  The party customer number validates through the shared
      *  check-digit service before any action is judged, as every
      *  other maintenance step does for a keyed customer number.
      ***************************************************************
       APPLY-ONE-PARTY-TXN.
           EVALUATE TRUE
               WHEN PX-ACCT-NO NOT NUMERIC
               WHEN PX-CUST-NO NOT NUMERIC
                   MOVE "FMT " TO WS-REJECT-REASON
                   PERFORM WRITE-PARTY-REJECT
               WHEN PX-EFFECTIVE-DATE = SPACES
                   MOVE WS-RUN-CCYYDDD TO WS-EFFECTIVE-DATE
                   PERFORM JUDGE-PARTY-TXN
               WHEN PX-EFFECTIVE-DATE NOT NUMERIC
                   MOVE "DATE" TO WS-REJECT-REASON
                   PERFORM WRITE-PARTY-REJECT
               WHEN OTHER
                   MOVE PX-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
                   IF WS-EFFECTIVE-DATE = 0
                       MOVE WS-RUN-CCYYDDD TO WS-EFFECTIVE-DATE
                   END-IF
                   PERFORM JUDGE-PARTY-TXN
           END-EVALUATE.

       JUDGE-PARTY-TXN.
           MOVE WS-TXN-CUST-NO (TX-IDX) TO CD-CUST-NO.
           SET CD-ACTION-VALIDATE TO TRUE.
           CALL "CHKDGT01" USING WS-CHECK-DIGIT-REQUEST.
           MOVE PX-ROLE TO AP-ROLE.
           EVALUATE TRUE
               WHEN CD-NUMBER-INVALID
                   MOVE "CKDG" TO WS-REJECT-REASON
                   PERFORM WRITE-PARTY-REJECT
               WHEN NOT AP-ROLE-VALID
                   MOVE "ROLE" TO WS-REJECT-REASON
                   PERFORM WRITE-PARTY-REJECT
               WHEN WS-TXN-ACCT-FOUND (TX-IDX) = "N"
                   MOVE "NFND" TO WS-REJECT-REASON
                   PERFORM WRITE-PARTY-REJECT
               WHEN PX-ACTION = "A"
                   PERFORM JUDGE-ADD-ROLE
               WHEN PX-ACTION = "E"
                   PERFORM JUDGE-END-ROLE
               WHEN OTHER
                   MOVE "ACTN" TO WS-REJECT-REASON
                   PERFORM WRITE-PARTY-REJECT
           END-EVALUATE.

      ***************************************************************
      *  The owner is the primary party and holds no other role on
      *  the account; anyone else may hold one role on an
      *  account at a time, and only on an open account.
      ***************************************************************
       JUDGE-ADD-ROLE.
           PERFORM FIND-ACTIVE-ROW.
           EVALUATE TRUE
               WHEN WS-TXN-CLOSED-DATE (TX-IDX) NOT = 0
                   MOVE "CLSD" TO WS-REJECT-REASON
                   PERFORM WRITE-PARTY-REJECT
               WHEN WS-TXN-CUST-FOUND (TX-IDX) = "N"
                   MOVE "CUST" TO WS-REJECT-REASON
                   PERFORM WRITE-PARTY-REJECT
               WHEN AP-ROLE-PRIMARY
                       AND WS-TXN-CUST-NO (TX-IDX)
                           NOT = WS-TXN-OWNER-NO (TX-IDX)
                   MOVE "PRIM" TO WS-REJECT-REASON
                   PERFORM WRITE-PARTY-REJECT
               WHEN NOT AP-ROLE-PRIMARY
                       AND WS-TXN-CUST-NO (TX-IDX)
                           = WS-TXN-OWNER-NO (TX-IDX)
                   MOVE "OWNR" TO WS-REJECT-REASON
                   PERFORM WRITE-PARTY-REJECT
               WHEN WS-ROW-WAS-FOUND
                   MOVE "DUPL" TO WS-REJECT-REASON
                   PERFORM WRITE-PARTY-REJECT
               WHEN WS-PARTY-COUNT NOT < 2000
                   MOVE "FULL" TO WS-REJECT-REASON
                   PERFORM WRITE-PARTY-REJECT
               WHEN OTHER
                   PERFORM APPLY-ADD-ROLE
           END-EVALUATE.

       JUDGE-END-ROLE.
           PERFORM FIND-ACTIVE-ROW.
           EVALUATE TRUE
               WHEN NOT WS-ROW-WAS-FOUND
                   MOVE "NOPT" TO WS-REJECT-REASON
                   PERFORM WRITE-PARTY-REJECT
               WHEN WS-PTY-ROLE (PT-IDX) NOT = PX-ROLE
                   MOVE "ROLE" TO WS-REJECT-REASON
                   PERFORM WRITE-PARTY-REJECT
               WHEN WS-EFFECTIVE-DATE < WS-PTY-START-DATE (PT-IDX)
                   MOVE "DATE" TO WS-REJECT-REASON
                   PERFORM WRITE-PARTY-REJECT
               WHEN OTHER
                   PERFORM APPLY-END-ROLE
           END-EVALUATE.

      ***************************************************************
      *  A row is still in force for this transaction when it has
      *  no end date or ends on or after the effective date.
      ***************************************************************
       FIND-ACTIVE-ROW.
           MOVE "N" TO WS-ROW-FOUND.
           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > WS-PARTY-COUNT OR WS-ROW-WAS-FOUND
               IF WS-PTY-ACCT-NO (PT-IDX) = WS-TXN-ACCT-NO (TX-IDX)
                       AND WS-PTY-CUST-NO (PT-IDX)
                           = WS-TXN-CUST-NO (TX-IDX)
                       AND (WS-PTY-END-DATE (PT-IDX) = 0
                           OR WS-PTY-END-DATE (PT-IDX)
                               NOT < WS-EFFECTIVE-DATE)
                   MOVE "Y" TO WS-ROW-FOUND
               END-IF
           END-PERFORM.
           IF WS-ROW-WAS-FOUND
               SET PT-IDX DOWN BY 1
           END-IF.

      ***************************************************************
      *  A new row goes in after the last row for its account (or
      *  for any lower account), so the table - and the file it is
      *  written back to - stays in account-number order.
      ***************************************************************
       APPLY-ADD-ROLE.
           MOVE 1 TO WS-INSERT-AT.
           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > WS-PARTY-COUNT
               IF WS-PTY-ACCT-NO (PT-IDX) NOT > WS-TXN-ACCT-NO (TX-IDX)
                   SET WS-INSERT-AT TO PT-IDX
                   ADD 1 TO WS-INSERT-AT
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-MOVE-IDX FROM WS-PARTY-COUNT BY -1
                   UNTIL WS-MOVE-IDX < WS-INSERT-AT
               MOVE WS-PARTY-ENTRY (WS-MOVE-IDX)
                   TO WS-PARTY-ENTRY (WS-MOVE-IDX + 1)
           END-PERFORM.
           ADD 1 TO WS-PARTY-COUNT.
           SET PT-IDX TO WS-INSERT-AT.
           MOVE WS-TXN-ACCT-NO (TX-IDX) TO WS-PTY-ACCT-NO (PT-IDX).
           MOVE WS-TXN-CUST-NO (TX-IDX) TO WS-PTY-CUST-NO (PT-IDX).
           MOVE PX-ROLE TO WS-PTY-ROLE (PT-IDX).
           MOVE WS-EFFECTIVE-DATE TO WS-PTY-START-DATE (PT-IDX).
           MOVE 0 TO WS-PTY-END-DATE (PT-IDX).
           ADD 1 TO WS-ROLES-ADDED.
           ADD 1 TO WS-TXNS-APPLIED.
           MOVE SPACES TO PARTY-LOG-REC.
           STRING WS-RUN-CCYYDDD " A " WS-TXN-ACCT-NO (TX-IDX)
                   " CUST=" WS-TXN-CUST-NO (TX-IDX)
                   " ROLE=" PX-ROLE
                   " FROM " WS-EFFECTIVE-DATE
               DELIMITED BY SIZE INTO PARTY-LOG-REC.
           WRITE PARTY-LOG-REC.

       APPLY-END-ROLE.
           MOVE WS-EFFECTIVE-DATE TO WS-PTY-END-DATE (PT-IDX).
           ADD 1 TO WS-ROLES-ENDED.
           ADD 1 TO WS-TXNS-APPLIED.
           MOVE SPACES TO PARTY-LOG-REC.
           STRING WS-RUN-CCYYDDD " E " WS-TXN-ACCT-NO (TX-IDX)
                   " CUST=" WS-TXN-CUST-NO (TX-IDX)
                   " ROLE=" PX-ROLE
                   " ENDED " WS-EFFECTIVE-DATE
               DELIMITED BY SIZE INTO PARTY-LOG-REC.
           WRITE PARTY-LOG-REC.

       WRITE-PARTY-REJECT.
           ADD 1 TO WS-TXNS-REJECTED.
           MOVE SPACES TO PARTY-REJECT-REC.
           STRING WS-REJECT-REASON " " PARTY-TXN-REC
               DELIMITED BY SIZE INTO PARTY-REJECT-REC.
           WRITE PARTY-REJECT-REC.

       WRITE-PARTY-TABLE.
           OPEN OUTPUT ACCOUNT-PARTY-FILE.
           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > WS-PARTY-COUNT
               WRITE WS-ACCOUNT-PARTY-RECORD
                   FROM WS-PARTY-ENTRY (PT-IDX)
               ADD 1 TO WS-PARTIES-WRITTEN
               ADD WS-PTY-CUST-NO (PT-IDX) TO WS-PARTY-HASH
           END-PERFORM.
           CLOSE ACCOUNT-PARTY-FILE.

      ***************************************************************
      *  The party file carries no money, so its hash is the sum of
      *  the party customer numbers - enough for a later reader to
      *  prove it saw the file this step wrote.
      ***************************************************************
       POST-CONTROL-TOTALS.
           MOVE WS-RUN-CCYYDDD TO CT-RUN-DATE.
           MOVE "ACCPTY01" TO CT-STEP-NAME.
           SET CT-ROLE-PRODUCER TO TRUE.
           MOVE "data/account_parties.dat" TO CT-FILE-NAME.
           MOVE WS-PARTIES-WRITTEN TO CT-RECORD-COUNT.
           MOVE WS-PARTY-HASH TO CT-AMOUNT-HASH.
           CALL "CTLTOT01" USING WS-CONTROL-TOTAL-RECORD.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "ACCPTY01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           SET LC-ACTION-CHECK TO TRUE.
           MOVE LV-CUSNEW-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           MOVE LV-ACCTM-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.

       SKIP-ACCOUNT-HEADER.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               READ ACCOUNT-MASTER-FILE
                   AT END
                       CONTINUE
               END-READ
           END-IF.

       SKIP-CUSTOMER-HEADER.
           IF WS-MASTER-FILE-STATUS = "00"
               READ CUSTOMER-MASTER-FILE
                   AT END
                       CONTINUE
               END-READ
           END-IF.
       END PROGRAM ACCPTY01.
