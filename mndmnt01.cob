       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNDMNT01.
      ***************************************************************
      *  MNDMNT01 - direct-debit mandate maintenance.  Nightly step
      *  that registers, changes and revokes the mandates customers
      *  give partners to collect from their accounts, on the
      *  WSMANDT mandate register that POSTED01 judges every
      *  partner debit against.  The register is small enough to
      *  hold in storage: it loads into a table, the transactions
      *  apply against the table in arrival order, and the table is
      *  written back in mandate-number order.  A mandate is never
      *  deleted: revoking one stamps the revoke date and the desk
      *  clerk who keyed it, so what a partner was entitled to
      *  collect, and when, stays on file.  A customer sees their
      *  mandates on the CUSPRF01 service desk profile and revokes
      *  one there; the desk keys the revoke for this step, and the
      *  customer named on it must be the one who gave the mandate.
      *  Every transaction that cannot apply goes to a reject file
      *  with a reason code, and every applied change is logged.
      *
      *  Transaction layout, arrival order:
      *    col 1      action code A(dd) / C(hange) / R(evoke)
      *    col 2-11   mandate number, C and R
      *    col 12-20  customer number
      *    col 21-30  account number, A
      *    col 31-38  partner (originator) ID, A
      *    col 39-47  maximum amount per debit 9(7)V99, A and C
      *    col 48     frequency W/M/Q/A/O, A and C
      *    col 49-55  start date CCYYDDD, A (blank = run date)
      *    col 56-62  end date CCYYDDD, A and C (blank = open-ended
      *               on an add, unchanged on a change)
      *    col 63-70  clerk ID
      *  A change replaces only the fields it carries.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANDATE-REGISTER-FILE
               ASSIGN TO "data/mandate_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANDATE-FILE-STATUS.
           SELECT ACCOUNT-MASTER-FILE
               ASSIGN TO "data/account_master.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "data/cust_master_new.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT MANDATE-TXN-FILE
               ASSIGN TO "data/mandate_txns.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.
           SELECT MANDATE-REJECT-FILE
               ASSIGN TO "data/mandate_rejects.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.
           SELECT MANDATE-LOG-FILE
               ASSIGN TO "data/mandate_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MANDATE-REGISTER-FILE.
       COPY WSMANDT.

       FD  ACCOUNT-MASTER-FILE.
       COPY WSACCTM.

       FD  CUSTOMER-MASTER-FILE.
       COPY WSCUSNEW.

       FD  MANDATE-TXN-FILE.
       01  MANDATE-TXN-REC.
           02 MX-ACTION                  PIC X(1).
           02 MX-MANDATE-NO              PIC X(10).
           02 MX-CUST-NO                 PIC X(9).
           02 MX-ACCT-NO                 PIC X(10).
           02 MX-PARTNER-ID              PIC X(8).
           02 MX-MAX-AMOUNT              PIC X(9).
           02 MX-MAX-AMOUNT-N REDEFINES MX-MAX-AMOUNT
                                         PIC 9(7)V99.
           02 MX-FREQUENCY               PIC X(1).
           02 MX-START-DATE              PIC X(7).
           02 MX-END-DATE                PIC X(7).
           02 MX-CLERK                   PIC X(8).

       FD  MANDATE-REJECT-FILE.
       01  MANDATE-REJECT-REC            PIC X(80).

       FD  MANDATE-LOG-FILE.
       01  MANDATE-LOG-REC               PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-MANDATE-FILE-STATUS         PIC XX.
       01 WS-ACCOUNT-FILE-STATUS         PIC XX.
       01 WS-MASTER-FILE-STATUS          PIC XX.
       01 WS-TXN-FILE-STATUS             PIC XX.
       01 WS-REJECT-FILE-STATUS          PIC XX.
       01 WS-LOG-FILE-STATUS             PIC XX.
       01 WS-TXNS-READ                   PIC 9(5) VALUE 0.
       01 WS-TXNS-APPLIED                PIC 9(5) VALUE 0.
       01 WS-TXNS-REJECTED               PIC 9(5) VALUE 0.
       01 WS-MANDATES-ADDED              PIC 9(5) VALUE 0.
       01 WS-MANDATES-CHANGED            PIC 9(5) VALUE 0.
       01 WS-MANDATES-REVOKED            PIC 9(5) VALUE 0.
       01 WS-MANDATES-READ               PIC 9(5) VALUE 0.
       01 WS-MANDATES-WRITTEN            PIC 9(5) VALUE 0.
       01 WS-MANDATE-HASH                PIC 9(13)V99 VALUE 0.
       01 WS-REJECT-REASON               PIC X(4).
       01 WS-START-DATE                  PIC 9(7).
       01 WS-END-DATE                    PIC 9(7).
       01 WS-NEXT-SEQ                    PIC 9(3) VALUE 0.
       01 WS-ROW-FOUND                   PIC X(1).
           88 WS-ROW-WAS-FOUND           VALUE "Y".
       01 WS-FIELDS-VALID                PIC X(1).
           88 WS-FIELDS-ARE-VALID        VALUE "Y".
       01 WS-AMOUNT-EDIT                 PIC Z(6)9.99.
      *
      *  The register in storage, in mandate-number order.
      *
       01 WS-MANDATE-TABLE.
           05 WS-MANDATE-COUNT           PIC 9(4) VALUE 0.
           05 WS-MANDATE-ENTRY OCCURS 2000 TIMES INDEXED BY MD-IDX.
               10 WS-MND-NO.
                   15 WS-MND-DATE        PIC 9(7).
                   15 WS-MND-SEQ         PIC 9(3).
               10 WS-MND-CUST-NO         PIC 9(9).
               10 WS-MND-ACCT-NO         PIC 9(10).
               10 WS-MND-PARTNER-ID      PIC X(8).
               10 WS-MND-MAX-AMOUNT      PIC 9(7)V99.
               10 WS-MND-FREQUENCY       PIC X(1).
               10 WS-MND-START-DATE      PIC 9(7).
               10 WS-MND-END-DATE        PIC 9(7).
               10 WS-MND-STATE           PIC X(1).
               10 WS-MND-REVOKED-DATE    PIC 9(7).
               10 WS-MND-REGISTERED-BY   PIC X(8).
               10 WS-MND-REVOKED-BY      PIC X(8).
               10 WS-MND-CHANGED-DATE    PIC 9(7).
               10 FILLER                 PIC X(8).
      *
      *  Tonight's transactions, with what the account and customer
      *  masters say about the account and the customer each names -
      *  one pass over each master answers every transaction.
      *
       01 WS-TXN-TABLE.
           05 WS-TXN-COUNT               PIC 9(3) VALUE 0.
           05 WS-TXN-ENTRY OCCURS 500 TIMES INDEXED BY TX-IDX.
               10 WS-TXN-IMAGE           PIC X(70).
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
       MNDMNT01-MAIN.
           CALL "RUNDATE01" USING WS-RUN-CONTROL.
           MOVE "MNDMNT01" TO AT-JOB-NAME.
           MOVE WS-RUN-CCYYDDD TO AT-RUN-DATE.
           SET AT-MODE-HEADER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           PERFORM CHECK-FILE-LAYOUTS.
           IF LC-REFUSED-COUNT > 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "MNDMNT01" TO RL-JOB-NAME.
           MOVE "MASTERS" TO RL-LOCK-NAME.
           MOVE WS-RUN-CCYYDDD TO RL-RUN-DATE.
           SET RL-ACTION-ACQUIRE TO TRUE.
           CALL "RUNLOCK01" USING WS-RUN-LOCK-REQUEST.
           IF RL-REFUSED
               DISPLAY "MNDMNT01: LOCK " RL-LOCK-NAME
                   " HELD BY " RL-HOLDER-JOB
                   " SINCE " RL-HOLDER-TIME " - NOT STARTED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-MANDATE-TABLE.
           PERFORM LOAD-TXN-TABLE.
           PERFORM RESOLVE-TXN-ACCOUNTS.
           PERFORM RESOLVE-TXN-CUSTOMERS.

           OPEN OUTPUT MANDATE-REJECT-FILE.
           OPEN OUTPUT MANDATE-LOG-FILE.
           PERFORM VARYING TX-IDX FROM 1 BY 1
                   UNTIL TX-IDX > WS-TXN-COUNT
               MOVE WS-TXN-IMAGE (TX-IDX) TO MANDATE-TXN-REC
               PERFORM APPLY-ONE-MANDATE-TXN
           END-PERFORM.
           CLOSE MANDATE-REJECT-FILE.
           CLOSE MANDATE-LOG-FILE.

           PERFORM WRITE-MANDATE-TABLE.
           PERFORM POST-CONTROL-TOTALS.

           DISPLAY "MNDMNT01: TXNS READ=" WS-TXNS-READ.
           DISPLAY "MNDMNT01: TXNS APPLIED=" WS-TXNS-APPLIED.
           DISPLAY "MNDMNT01: TXNS REJECTED=" WS-TXNS-REJECTED.
           DISPLAY "MNDMNT01: MANDATES ADDED=" WS-MANDATES-ADDED
               " CHANGED=" WS-MANDATES-CHANGED
               " REVOKED=" WS-MANDATES-REVOKED.
           DISPLAY "MNDMNT01: MANDATE RECORDS OUT="
               WS-MANDATES-WRITTEN.

           MOVE WS-MANDATES-WRITTEN TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           SET RL-ACTION-RELEASE TO TRUE.
           CALL "RUNLOCK01" USING WS-RUN-LOCK-REQUEST.
           GOBACK.

      ***************************************************************
      *  A mandate registered tonight is numbered after the last one
      *  already registered under tonight's date, so a rerun of the
      *  step never reissues a number.
      ***************************************************************
       LOAD-MANDATE-TABLE.
           OPEN INPUT MANDATE-REGISTER-FILE.
           IF WS-MANDATE-FILE-STATUS = "00"
               PERFORM UNTIL WS-MANDATE-FILE-STATUS = "10"
                   READ MANDATE-REGISTER-FILE
                       AT END
                           MOVE "10" TO WS-MANDATE-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-MANDATES-READ
                           IF MN-MANDATE-DATE = WS-RUN-CCYYDDD
                                   AND MN-MANDATE-SEQ > WS-NEXT-SEQ
                               MOVE MN-MANDATE-SEQ TO WS-NEXT-SEQ
                           END-IF
                           IF WS-MANDATE-COUNT < 2000
                               ADD 1 TO WS-MANDATE-COUNT
                               SET MD-IDX TO WS-MANDATE-COUNT
                               MOVE WS-MANDATE-RECORD
                                   TO WS-MANDATE-ENTRY (MD-IDX)
                           ELSE
                               DISPLAY "MNDMNT01: MANDATE TABLE FULL"
                                   " - RECORD DROPPED " MN-MANDATE-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MANDATE-REGISTER-FILE
           END-IF.

       LOAD-TXN-TABLE.
           OPEN INPUT MANDATE-TXN-FILE.
           IF WS-TXN-FILE-STATUS = "00"
               PERFORM UNTIL WS-TXN-FILE-STATUS = "10"
                   READ MANDATE-TXN-FILE
                       AT END
                           MOVE "10" TO WS-TXN-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-TXNS-READ
                           IF WS-TXN-COUNT < 500
                               PERFORM ADD-TXN-ENTRY
                           ELSE
                               DISPLAY "MNDMNT01: TXN TABLE FULL"
                                   " - NOT APPLIED " MANDATE-TXN-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MANDATE-TXN-FILE
           END-IF.

       ADD-TXN-ENTRY.
           ADD 1 TO WS-TXN-COUNT.
           SET TX-IDX TO WS-TXN-COUNT.
           MOVE MANDATE-TXN-REC TO WS-TXN-IMAGE (TX-IDX).
           MOVE 0 TO WS-TXN-ACCT-NO (TX-IDX).
           MOVE 0 TO WS-TXN-CUST-NO (TX-IDX).
           IF MX-ACCT-NO NUMERIC
               MOVE MX-ACCT-NO TO WS-TXN-ACCT-NO (TX-IDX)
           END-IF.
           IF MX-CUST-NO NUMERIC
               MOVE MX-CUST-NO TO WS-TXN-CUST-NO (TX-IDX)
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
      *  Every transaction names the desk clerk who keyed it, and
      *  its customer number validates through the shared check-
      *  digit service before any action is judged.
      ***************************************************************
       APPLY-ONE-MANDATE-TXN.
           MOVE WS-TXN-CUST-NO (TX-IDX) TO CD-CUST-NO.
           SET CD-ACTION-VALIDATE TO TRUE.
           CALL "CHKDGT01" USING WS-CHECK-DIGIT-REQUEST.
           EVALUATE TRUE
               WHEN MX-CLERK = SPACES
                   MOVE "CLRK" TO WS-REJECT-REASON
                   PERFORM WRITE-MANDATE-REJECT
               WHEN MX-CUST-NO NOT NUMERIC
                   MOVE "FMT " TO WS-REJECT-REASON
                   PERFORM WRITE-MANDATE-REJECT
               WHEN CD-NUMBER-INVALID
                   MOVE "CKDG" TO WS-REJECT-REASON
                   PERFORM WRITE-MANDATE-REJECT
               WHEN MX-ACTION = "A"
                   PERFORM JUDGE-ADD-MANDATE
               WHEN MX-ACTION = "C"
                   PERFORM JUDGE-CHANGE-MANDATE
               WHEN MX-ACTION = "R"
                   PERFORM JUDGE-REVOKE-MANDATE
               WHEN OTHER
                   MOVE "ACTN" TO WS-REJECT-REASON
                   PERFORM WRITE-MANDATE-REJECT
           END-EVALUATE.

      ***************************************************************
      *  A mandate is given by the account's owner, on an open
      *  account, to a named partner; at most one mandate is in
      *  force for an account and partner at a time.
      ***************************************************************
       JUDGE-ADD-MANDATE.
           MOVE "Y" TO WS-FIELDS-VALID.
           PERFORM EDIT-ADD-DATES.
           MOVE MX-FREQUENCY TO MN-FREQUENCY.
           EVALUATE TRUE
               WHEN MX-ACCT-NO NOT NUMERIC
                   MOVE "FMT " TO WS-REJECT-REASON
               WHEN WS-TXN-CUST-FOUND (TX-IDX) = "N"
                   MOVE "CUST" TO WS-REJECT-REASON
               WHEN WS-TXN-ACCT-FOUND (TX-IDX) = "N"
                   MOVE "ACCT" TO WS-REJECT-REASON
               WHEN WS-TXN-OWNER-NO (TX-IDX)
                       NOT = WS-TXN-CUST-NO (TX-IDX)
                   MOVE "OWNR" TO WS-REJECT-REASON
               WHEN WS-TXN-CLOSED-DATE (TX-IDX) NOT = 0
                   MOVE "CLSD" TO WS-REJECT-REASON
               WHEN MX-PARTNER-ID = SPACES
                   MOVE "PRTN" TO WS-REJECT-REASON
               WHEN MX-MAX-AMOUNT NOT NUMERIC
               WHEN MX-MAX-AMOUNT-N = 0
                   MOVE "AMNT" TO WS-REJECT-REASON
               WHEN NOT MN-FREQ-VALID
                   MOVE "FREQ" TO WS-REJECT-REASON
               WHEN NOT WS-FIELDS-ARE-VALID
                   MOVE "DATE" TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE SPACES TO WS-REJECT-REASON
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-MANDATE-REJECT
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-MANDATE-IN-FORCE.
           EVALUATE TRUE
               WHEN WS-ROW-WAS-FOUND
                   MOVE "DUPL" TO WS-REJECT-REASON
                   PERFORM WRITE-MANDATE-REJECT
               WHEN WS-MANDATE-COUNT NOT < 2000
               WHEN WS-NEXT-SEQ = 999
                   MOVE "FULL" TO WS-REJECT-REASON
                   PERFORM WRITE-MANDATE-REJECT
               WHEN OTHER
                   PERFORM APPLY-ADD-MANDATE
           END-EVALUATE.

       EDIT-ADD-DATES.
           MOVE WS-RUN-CCYYDDD TO WS-START-DATE.
           MOVE 0 TO WS-END-DATE.
           IF MX-START-DATE NOT = SPACES
               IF MX-START-DATE NUMERIC
                   MOVE MX-START-DATE TO WS-START-DATE
               ELSE
                   MOVE "N" TO WS-FIELDS-VALID
               END-IF
           END-IF.
           IF MX-END-DATE NOT = SPACES
               IF MX-END-DATE NUMERIC
                   MOVE MX-END-DATE TO WS-END-DATE
               ELSE
                   MOVE "N" TO WS-FIELDS-VALID
               END-IF
           END-IF.
           IF WS-END-DATE NOT = 0 AND WS-END-DATE < WS-START-DATE
               MOVE "N" TO WS-FIELDS-VALID
           END-IF.

      ***************************************************************
      *  A mandate is in force for the pair when it is not revoked
      *  and has not passed its end date.
      ***************************************************************
       FIND-MANDATE-IN-FORCE.
           MOVE "N" TO WS-ROW-FOUND.
           PERFORM VARYING MD-IDX FROM 1 BY 1
                   UNTIL MD-IDX > WS-MANDATE-COUNT OR WS-ROW-WAS-FOUND
               IF WS-MND-ACCT-NO (MD-IDX) = WS-TXN-ACCT-NO (TX-IDX)
                       AND WS-MND-PARTNER-ID (MD-IDX) = MX-PARTNER-ID
                       AND WS-MND-STATE (MD-IDX) = "A"
                       AND (WS-MND-END-DATE (MD-IDX) = 0
                           OR WS-MND-END-DATE (MD-IDX)
                               NOT < WS-RUN-CCYYDDD)
                   MOVE "Y" TO WS-ROW-FOUND
               END-IF
           END-PERFORM.

       FIND-MANDATE-BY-NUMBER.
           MOVE "N" TO WS-ROW-FOUND.
           PERFORM VARYING MD-IDX FROM 1 BY 1
                   UNTIL MD-IDX > WS-MANDATE-COUNT OR WS-ROW-WAS-FOUND
               IF WS-MND-NO (MD-IDX) = MX-MANDATE-NO
                   MOVE "Y" TO WS-ROW-FOUND
               END-IF
           END-PERFORM.
           IF WS-ROW-WAS-FOUND
               SET MD-IDX DOWN BY 1
           END-IF.

      ***************************************************************
      *  A change may raise or lower the maximum, alter the
      *  frequency or move the end date; the account, the partner
      *  and the start stay as given.  Only the customer who gave
      *  the mandate may change or revoke it.
      ***************************************************************
       JUDGE-CHANGE-MANDATE.
           PERFORM FIND-MANDATE-BY-NUMBER.
           MOVE "Y" TO WS-FIELDS-VALID.
           IF WS-ROW-WAS-FOUND
               MOVE WS-MND-END-DATE (MD-IDX) TO WS-END-DATE
               IF MX-END-DATE NOT = SPACES
                   IF MX-END-DATE NUMERIC
                       MOVE MX-END-DATE TO WS-END-DATE
                   ELSE
                       MOVE "N" TO WS-FIELDS-VALID
                   END-IF
               END-IF
               IF WS-END-DATE NOT = 0
                       AND WS-END-DATE < WS-MND-START-DATE (MD-IDX)
                   MOVE "N" TO WS-FIELDS-VALID
               END-IF
           END-IF.
           MOVE MX-FREQUENCY TO MN-FREQUENCY.
           EVALUATE TRUE
               WHEN NOT WS-ROW-WAS-FOUND
                   MOVE "NFND" TO WS-REJECT-REASON
                   PERFORM WRITE-MANDATE-REJECT
               WHEN WS-MND-CUST-NO (MD-IDX)
                       NOT = WS-TXN-CUST-NO (TX-IDX)
                   MOVE "OWNR" TO WS-REJECT-REASON
                   PERFORM WRITE-MANDATE-REJECT
               WHEN WS-MND-STATE (MD-IDX) = "R"
                   MOVE "RVKD" TO WS-REJECT-REASON
                   PERFORM WRITE-MANDATE-REJECT
               WHEN MX-MAX-AMOUNT NOT = SPACES
                       AND MX-MAX-AMOUNT NOT NUMERIC
                   MOVE "AMNT" TO WS-REJECT-REASON
                   PERFORM WRITE-MANDATE-REJECT
               WHEN MX-MAX-AMOUNT NOT = SPACES
                       AND MX-MAX-AMOUNT-N = 0
                   MOVE "AMNT" TO WS-REJECT-REASON
                   PERFORM WRITE-MANDATE-REJECT
               WHEN MX-FREQUENCY NOT = SPACE AND NOT MN-FREQ-VALID
                   MOVE "FREQ" TO WS-REJECT-REASON
                   PERFORM WRITE-MANDATE-REJECT
               WHEN NOT WS-FIELDS-ARE-VALID
                   MOVE "DATE" TO WS-REJECT-REASON
                   PERFORM WRITE-MANDATE-REJECT
               WHEN OTHER
                   PERFORM APPLY-CHANGE-MANDATE
           END-EVALUATE.

       JUDGE-REVOKE-MANDATE.
           PERFORM FIND-MANDATE-BY-NUMBER.
           EVALUATE TRUE
               WHEN NOT WS-ROW-WAS-FOUND
                   MOVE "NFND" TO WS-REJECT-REASON
                   PERFORM WRITE-MANDATE-REJECT
               WHEN WS-MND-CUST-NO (MD-IDX)
                       NOT = WS-TXN-CUST-NO (TX-IDX)
                   MOVE "OWNR" TO WS-REJECT-REASON
                   PERFORM WRITE-MANDATE-REJECT
               WHEN WS-MND-STATE (MD-IDX) = "R"
                   MOVE "RVKD" TO WS-REJECT-REASON
                   PERFORM WRITE-MANDATE-REJECT
               WHEN OTHER
                   PERFORM APPLY-REVOKE-MANDATE
           END-EVALUATE.

      ***************************************************************
      *  Mandate numbers rise with the night and the sequence, so a
      *  new mandate goes on the end and the table stays in
      *  mandate-number order.
      ***************************************************************
       APPLY-ADD-MANDATE.
           ADD 1 TO WS-NEXT-SEQ.
           ADD 1 TO WS-MANDATE-COUNT.
           SET MD-IDX TO WS-MANDATE-COUNT.
           MOVE SPACES TO WS-MANDATE-ENTRY (MD-IDX).
           MOVE WS-RUN-CCYYDDD TO WS-MND-DATE (MD-IDX).
           MOVE WS-NEXT-SEQ TO WS-MND-SEQ (MD-IDX).
           MOVE WS-TXN-CUST-NO (TX-IDX) TO WS-MND-CUST-NO (MD-IDX).
           MOVE WS-TXN-ACCT-NO (TX-IDX) TO WS-MND-ACCT-NO (MD-IDX).
           MOVE MX-PARTNER-ID TO WS-MND-PARTNER-ID (MD-IDX).
           MOVE MX-MAX-AMOUNT-N TO WS-MND-MAX-AMOUNT (MD-IDX).
           MOVE MX-FREQUENCY TO WS-MND-FREQUENCY (MD-IDX).
           MOVE WS-START-DATE TO WS-MND-START-DATE (MD-IDX).
           MOVE WS-END-DATE TO WS-MND-END-DATE (MD-IDX).
           MOVE "A" TO WS-MND-STATE (MD-IDX).
           MOVE 0 TO WS-MND-REVOKED-DATE (MD-IDX).
           MOVE MX-CLERK TO WS-MND-REGISTERED-BY (MD-IDX).
           MOVE SPACES TO WS-MND-REVOKED-BY (MD-IDX).
           MOVE WS-RUN-CCYYDDD TO WS-MND-CHANGED-DATE (MD-IDX).
           ADD 1 TO WS-MANDATES-ADDED.
           ADD 1 TO WS-TXNS-APPLIED.
           PERFORM WRITE-MANDATE-LOG.

       APPLY-CHANGE-MANDATE.
           IF MX-MAX-AMOUNT NOT = SPACES
               MOVE MX-MAX-AMOUNT-N TO WS-MND-MAX-AMOUNT (MD-IDX)
           END-IF.
           IF MX-FREQUENCY NOT = SPACE
               MOVE MX-FREQUENCY TO WS-MND-FREQUENCY (MD-IDX)
           END-IF.
           MOVE WS-END-DATE TO WS-MND-END-DATE (MD-IDX).
           MOVE WS-RUN-CCYYDDD TO WS-MND-CHANGED-DATE (MD-IDX).
           ADD 1 TO WS-MANDATES-CHANGED.
           ADD 1 TO WS-TXNS-APPLIED.
           PERFORM WRITE-MANDATE-LOG.

       APPLY-REVOKE-MANDATE.
           MOVE "R" TO WS-MND-STATE (MD-IDX).
           MOVE WS-RUN-CCYYDDD TO WS-MND-REVOKED-DATE (MD-IDX).
           MOVE MX-CLERK TO WS-MND-REVOKED-BY (MD-IDX).
           MOVE WS-RUN-CCYYDDD TO WS-MND-CHANGED-DATE (MD-IDX).
           ADD 1 TO WS-MANDATES-REVOKED.
           ADD 1 TO WS-TXNS-APPLIED.
           PERFORM WRITE-MANDATE-LOG.

      ***************************************************************
      *  The log line shows the mandate as it stands after the
      *  change, so the log alone tells what a partner could
      *  collect from any night on.
      ***************************************************************
       WRITE-MANDATE-LOG.
           MOVE WS-MND-MAX-AMOUNT (MD-IDX) TO WS-AMOUNT-EDIT.
           MOVE SPACES TO MANDATE-LOG-REC.
           STRING WS-RUN-CCYYDDD " " MX-ACTION " "
                   WS-MND-NO (MD-IDX)
                   " CUST=" WS-MND-CUST-NO (MD-IDX)
                   " ACCT=" WS-MND-ACCT-NO (MD-IDX)
                   " PARTNER=" WS-MND-PARTNER-ID (MD-IDX)
                   " MAX=" WS-AMOUNT-EDIT
                   " FREQ=" WS-MND-FREQUENCY (MD-IDX)
                   " " WS-MND-START-DATE (MD-IDX)
                   "-" WS-MND-END-DATE (MD-IDX)
                   " STATE=" WS-MND-STATE (MD-IDX)
                   " BY " MX-CLERK
               DELIMITED BY SIZE INTO MANDATE-LOG-REC.
           WRITE MANDATE-LOG-REC.

       WRITE-MANDATE-REJECT.
           ADD 1 TO WS-TXNS-REJECTED.
           MOVE SPACES TO MANDATE-REJECT-REC.
           STRING WS-REJECT-REASON " " MANDATE-TXN-REC
               DELIMITED BY SIZE INTO MANDATE-REJECT-REC.
           WRITE MANDATE-REJECT-REC.

       WRITE-MANDATE-TABLE.
           OPEN OUTPUT MANDATE-REGISTER-FILE.
           PERFORM VARYING MD-IDX FROM 1 BY 1
                   UNTIL MD-IDX > WS-MANDATE-COUNT
               WRITE WS-MANDATE-RECORD
                   FROM WS-MANDATE-ENTRY (MD-IDX)
               ADD 1 TO WS-MANDATES-WRITTEN
               ADD WS-MND-MAX-AMOUNT (MD-IDX) TO WS-MANDATE-HASH
           END-PERFORM.
           CLOSE MANDATE-REGISTER-FILE.

      ***************************************************************
      *  The register carries no posted money, so its hash is the
      *  sum of the mandate maximums - enough for a later reader to
      *  prove it saw the file this step wrote.
      ***************************************************************
       POST-CONTROL-TOTALS.
           MOVE WS-RUN-CCYYDDD TO CT-RUN-DATE.
           MOVE "MNDMNT01" TO CT-STEP-NAME.
           SET CT-ROLE-PRODUCER TO TRUE.
           MOVE "data/mandate_register.dat" TO CT-FILE-NAME.
           MOVE WS-MANDATES-WRITTEN TO CT-RECORD-COUNT.
           MOVE WS-MANDATE-HASH TO CT-AMOUNT-HASH.
           CALL "CTLTOT01" USING WS-CONTROL-TOTAL-RECORD.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "MNDMNT01" TO LC-PROGRAM-NAME.
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
       END PROGRAM MNDMNT01.
