      *  cuts the list - so the desk can start from a name instead
      *  of grepping the raw master by eye.  A found number inquiry
      *  also lists the customer's correspondence history newest-
      *  first from the CORRLOG01 trail, and every account the
      *  customer has a standing on - the accounts owned outright,
      *  each with its balance and a count and total line under
      *  them, then each joint, trustee, guardian, or attorney role
      *  in force on the account party file.  The owned accounts
      *  come off the indexed account master by a START on the
      *  owning-customer alternate key, so the desk reads only the
      *  customer's own accounts, never the whole master.  Under
      *  the owned-account total the desk sees the deposits as a
      *  ledger balance and as an available balance - the ledger
      *  less every uncollected-funds hold POSTAP01 placed on the
      *  customer that is still in force - so a teller quoting a
      *  balance quotes the one the customer can spend.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "data/correspondence_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT ACCOUNT-MASTER-FILE
               ASSIGN TO "data/account_master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT-NO
               ALTERNATE RECORD KEY IS AM-CUST-NO
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.
           SELECT XREF-FILE
               ASSIGN TO "data/checkdigit_xref.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-FILE-STATUS.
           SELECT ACCOUNT-PARTY-FILE
               ASSIGN TO "data/account_parties.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTY-FILE-STATUS.
           SELECT FUNDS-HOLD-FILE
               ASSIGN TO "data/funds_holds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT ACCESS-LOG-FILE
               ASSIGN TO "data/inquiry_access_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
           02 IQ-REQUEST-REST            PIC X(24).

       FD  INQUIRY-REPLY-FILE.
       01  INQUIRY-REPLY-REC             PIC X(110).

       FD  CUSTOMER-MASTER-FILE.
       COPY WSCUSNEW.

       FD  ACCOUNT-MASTER-FILE.
       COPY WSACCTM.

       FD  XREF-FILE.
       01  XREF-REC.
           02 XR-OLD-CUST-NO             PIC 9(9).
           02 XR-OLD-CUST-NO-PARTS REDEFINES XR-OLD-CUST-NO.
               03 FILLER                 PIC 9(3).
               03 XR-OLD-LOW-SIX         PIC 9(6).
           02 FILLER                     PIC X(1).
           02 XR-NEW-CUST-NO             PIC 9(9).

       FD  ACCOUNT-PARTY-FILE.
       COPY WSACPTY.

       FD  FUNDS-HOLD-FILE.
       COPY WSFNDHLD.

       FD  ACCESS-LOG-FILE.
       01  ACCESS-LOG-REC                PIC X(40).

               10 WS-HIST-CHANNEL        PIC X(1).
       01 WS-HISTORY-CUST                PIC 9(9).
       01 WS-ACCESS-FILE-STATUS          PIC XX.
       01 WS-ACCOUNT-FILE-STATUS         PIC XX.
           88 WS-ACCOUNT-READ-OK         VALUE "00" "02".
       01 WS-ACCOUNT-OPEN-SWITCH         PIC X(1) VALUE "N".
           88 WS-ACCOUNT-INDEX-OPEN      VALUE "Y".
       01 WS-XREF-FILE-STATUS            PIC XX.
       01 WS-OWNER-CUST-NO               PIC 9(9).
       01 WS-IQ-MASTER-NO                PIC 9(9).
       01 WS-OWNED-COUNT                 PIC 9(4).
       01 WS-OWNED-DEPOSITS              PIC S9(11)V99.
       01 WS-OWNED-LOANS                 PIC S9(11)V99.
       01 WS-OWNED-HELD                  PIC 9(11)V99.
       01 WS-OWNED-AVAILABLE             PIC S9(11)V99.
       01 WS-HOLD-FILE-STATUS            PIC XX.
       01 WS-HELD-DISPLAY                PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-LEDGER-DISPLAY              PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-BALANCE-DISPLAY             PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-DISPLAY               PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-LOAN-TOTAL-DISPLAY          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-PARTY-FILE-STATUS           PIC XX.
       01 WS-ROLE-TEXT                   PIC X(8).
       01 WS-ACCOUNT-STATE               PIC X(14).
       01 WS-REQUESTER-ID                PIC X(8).
       01 WS-PARM-REQUESTER              PIC X(8).
       01 WS-ACCESS-TIME                 PIC 9(8).
       COPY WSELIGBL.
       COPY WSAGEDRV.
       COPY WSCDXREF.
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

      *    The operator running the desk identifies the run; every
      *    access line carries it, so a privacy complaint gets an
      *    answer with a name on it.
           END-IF.

           OPEN INPUT CUSTOMER-INDEXED-FILE.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               MOVE "Y" TO WS-ACCOUNT-OPEN-SWITCH
           END-IF.
           OPEN INPUT INQUIRY-REQUEST-FILE.
           OPEN OUTPUT INQUIRY-REPLY-FILE.

           END-IF.

           CLOSE CUSTOMER-INDEXED-FILE.
           IF WS-ACCOUNT-INDEX-OPEN
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.
           CLOSE INQUIRY-REQUEST-FILE.
           CLOSE INQUIRY-REPLY-FILE.
           DISPLAY "CUSINQ01: INQUIRIES READ=" WS-INQUIRIES-READ.
                   DELIMITED BY SIZE INTO INQUIRY-REPLY-REC
               WRITE INQUIRY-REPLY-REC
               PERFORM LIST-CORRESPONDENCE-HISTORY
               PERFORM LIST-ACCOUNT-ROLES
           ELSE
               ADD 1 TO WS-INQUIRIES-NOT-FOUND
               MOVE SPACES TO INQUIRY-REPLY-REC
               WRITE INQUIRY-REPLY-REC
           END-PERFORM.

      ***************************************************************
      *  Every account the customer has a standing on.  Owned
      *  accounts come from the indexed account master; the other
      *  roles come from the account party file, counting only rows
      *  in force tonight.  Both files carry the nine-digit master
      *  number, bridged to the inquiry key through CDXREF01 the
      *  same way the correspondence trail is.
      ***************************************************************
       LIST-ACCOUNT-ROLES.
           PERFORM LIST-OWNED-ACCOUNTS.
           OPEN INPUT ACCOUNT-PARTY-FILE.
           IF WS-PARTY-FILE-STATUS = "00"
               PERFORM UNTIL WS-PARTY-FILE-STATUS = "10"
                   READ ACCOUNT-PARTY-FILE
                       AT END
                           MOVE "10" TO WS-PARTY-FILE-STATUS
                       NOT AT END
                           PERFORM LIST-ONE-PARTY-ROLE
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-PARTY-FILE
           END-IF.

      ***************************************************************
      *  The inquiry key is the six-digit intake number; the account
      *  master is keyed on the nine-digit master number that owns
      *  the account.  A customer's master number is the intake
      *  number itself unless check-digit remediation renumbered
      *  it, in which case the remediation cross-reference names
      *  the new number against the old - so each candidate owner
      *  is tried on the alternate key: the intake number, when
      *  CDXREF01 bridges it back to the inquiry, and every
      *  remediated number whose original carried the inquiry's
      *  low six digits.
      ***************************************************************
       LIST-OWNED-ACCOUNTS.
           IF NOT WS-ACCOUNT-INDEX-OPEN
               MOVE SPACES TO INQUIRY-REPLY-REC
               MOVE "  ACCOUNT MASTER INDEX NOT AVAILABLE"
                   TO INQUIRY-REPLY-REC
               WRITE INQUIRY-REPLY-REC
           ELSE
               MOVE 0 TO WS-OWNED-COUNT
               MOVE 0 TO WS-OWNED-DEPOSITS
               MOVE 0 TO WS-OWNED-LOANS
               MOVE 0 TO WS-OWNED-HELD
               MOVE IQ-CUST-NO TO WS-IQ-MASTER-NO
               MOVE WS-IQ-MASTER-NO TO XF-MASTER-NO
               CALL "CDXREF01" USING WS-CUST-XREF-REQUEST
               IF XF-INTAKE-NO = IQ-CUST-NO
                   MOVE WS-IQ-MASTER-NO TO WS-OWNER-CUST-NO
                   PERFORM LIST-ACCOUNTS-OF-OWNER
               END-IF
               OPEN INPUT XREF-FILE
               IF WS-XREF-FILE-STATUS = "00"
                   PERFORM UNTIL WS-XREF-FILE-STATUS = "10"
                       READ XREF-FILE
                           AT END
                               MOVE "10" TO WS-XREF-FILE-STATUS
                           NOT AT END
                               PERFORM CHECK-ONE-REMEDIATED-OWNER
                       END-READ
                   END-PERFORM
                   CLOSE XREF-FILE
               END-IF
               PERFORM WRITE-OWNED-TOTAL
           END-IF.

       CHECK-ONE-REMEDIATED-OWNER.
           IF XR-OLD-CUST-NO NUMERIC
                   AND XR-NEW-CUST-NO NUMERIC
               IF XR-OLD-LOW-SIX = IQ-CUST-NO
                       AND XR-NEW-CUST-NO NOT = WS-IQ-MASTER-NO
                   MOVE XR-NEW-CUST-NO TO WS-OWNER-CUST-NO
                   PERFORM LIST-ACCOUNTS-OF-OWNER
               END-IF
           END-IF.

      *    Duplicates on the alternate key come back in the order
      *    they were written, so the owner's accounts list in the
      *    order the account master carries them.
       LIST-ACCOUNTS-OF-OWNER.
           PERFORM SUM-OWNER-HOLDS.
           MOVE WS-OWNER-CUST-NO TO AM-CUST-NO.
           START ACCOUNT-MASTER-FILE
               KEY IS EQUAL TO AM-CUST-NO
               INVALID KEY
                   MOVE "23" TO WS-ACCOUNT-FILE-STATUS
           END-START.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               PERFORM READ-NEXT-OWNED-ACCOUNT
               PERFORM UNTIL NOT WS-ACCOUNT-READ-OK
                   PERFORM LIST-ONE-OWNED-ACCOUNT
                   PERFORM READ-NEXT-OWNED-ACCOUNT
               END-PERFORM
           END-IF.

      *    A hold counts while the run date is short of its
      *    release date, whether or not HLDREL01 has run yet.
       SUM-OWNER-HOLDS.
           OPEN INPUT FUNDS-HOLD-FILE.
           IF WS-HOLD-FILE-STATUS = "00"
               PERFORM UNTIL WS-HOLD-FILE-STATUS = "10"
                   READ FUNDS-HOLD-FILE
                       AT END
                           MOVE "10" TO WS-HOLD-FILE-STATUS
                       NOT AT END
                           IF HD-CUST-NO = WS-OWNER-CUST-NO
                                   AND HD-STILL-HELD
                                   AND HD-RELEASE-DATE
                                       > WS-RUN-CCYYDDD
                               ADD HD-AMOUNT TO WS-OWNED-HELD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FUNDS-HOLD-FILE
           END-IF.

       READ-NEXT-OWNED-ACCOUNT.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-ACCOUNT-FILE-STATUS
           END-READ.
           IF WS-ACCOUNT-READ-OK
                   AND AM-CUST-NO NOT = WS-OWNER-CUST-NO
               MOVE "10" TO WS-ACCOUNT-FILE-STATUS
           END-IF.

       LIST-ONE-OWNED-ACCOUNT.
           ADD 1 TO WS-OWNED-COUNT.
           IF AM-LOAN-ACCOUNT
               ADD AM-BALANCE TO WS-OWNED-LOANS
           ELSE
               ADD AM-BALANCE TO WS-OWNED-DEPOSITS
           END-IF.
           IF AM-ACCOUNT-OPEN
               MOVE SPACES TO WS-ACCOUNT-STATE
           ELSE
               MOVE SPACES TO WS-ACCOUNT-STATE
               STRING "CLOSED " AM-CLOSED-DATE
                   DELIMITED BY SIZE INTO WS-ACCOUNT-STATE
           END-IF.
           MOVE AM-BALANCE TO WS-BALANCE-DISPLAY.
           MOVE SPACES TO INQUIRY-REPLY-REC.
           STRING "  ACCOUNT " AM-ACCT-NO
                   " ROLE=PRIMARY  PRODUCT=" AM-PRODUCT-CODE
                   " BALANCE=" WS-BALANCE-DISPLAY
                   " OPENED " AM-OPEN-DATE
                   " " WS-ACCOUNT-STATE
               DELIMITED BY SIZE INTO INQUIRY-REPLY-REC.
           WRITE INQUIRY-REPLY-REC.

      *    Deposits and loan principal owed are totalled apart - a
      *    loan balance is money the customer owes, not holds.
       WRITE-OWNED-TOTAL.
           MOVE WS-OWNED-DEPOSITS TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO INQUIRY-REPLY-REC.
           IF WS-OWNED-LOANS = 0
               STRING "  OWNED ACCOUNTS=" WS-OWNED-COUNT
                       " DEPOSITS=" WS-TOTAL-DISPLAY
                   DELIMITED BY SIZE INTO INQUIRY-REPLY-REC
           ELSE
               MOVE WS-OWNED-LOANS TO WS-LOAN-TOTAL-DISPLAY
               STRING "  OWNED ACCOUNTS=" WS-OWNED-COUNT
                       " DEPOSITS=" WS-TOTAL-DISPLAY
                       " LOANS OWED=" WS-LOAN-TOTAL-DISPLAY
                   DELIMITED BY SIZE INTO INQUIRY-REPLY-REC
           END-IF.
           WRITE INQUIRY-REPLY-REC.
           COMPUTE WS-OWNED-AVAILABLE =
               WS-OWNED-DEPOSITS - WS-OWNED-HELD.
           MOVE WS-OWNED-AVAILABLE TO WS-TOTAL-DISPLAY.
           MOVE WS-OWNED-HELD TO WS-HELD-DISPLAY.
           MOVE WS-OWNED-DEPOSITS TO WS-LEDGER-DISPLAY.
           MOVE SPACES TO INQUIRY-REPLY-REC.
           STRING "  LEDGER BALANCE=" WS-LEDGER-DISPLAY
                   " ON HOLD=" WS-HELD-DISPLAY
                   " AVAILABLE=" WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO INQUIRY-REPLY-REC.
           WRITE INQUIRY-REPLY-REC.

       LIST-ONE-PARTY-ROLE.
           IF AP-CUST-NO NUMERIC
                   AND NOT AP-ROLE-PRIMARY
                   AND AP-START-DATE NOT > WS-RUN-CCYYDDD
                   AND (AP-ROLE-OPEN-ENDED
                       OR AP-END-DATE NOT < WS-RUN-CCYYDDD)
               MOVE AP-CUST-NO TO XF-MASTER-NO
               CALL "CDXREF01" USING WS-CUST-XREF-REQUEST
               IF XF-INTAKE-NO = IQ-CUST-NO
                   EVALUATE TRUE
                       WHEN AP-ROLE-JOINT
                           MOVE "JOINT" TO WS-ROLE-TEXT
                       WHEN AP-ROLE-TRUSTEE
                           MOVE "TRUSTEE" TO WS-ROLE-TEXT
                       WHEN AP-ROLE-GUARDIAN
                           MOVE "GUARDIAN" TO WS-ROLE-TEXT
                       WHEN AP-ROLE-ATTORNEY
                           MOVE "ATTORNEY" TO WS-ROLE-TEXT
                       WHEN OTHER
                           MOVE AP-ROLE TO WS-ROLE-TEXT
                   END-EVALUATE
                   MOVE SPACES TO INQUIRY-REPLY-REC
                   STRING "  ACCOUNT " AP-ACCT-NO
                           " ROLE=" WS-ROLE-TEXT
                           " SINCE " AP-START-DATE
                       DELIMITED BY SIZE INTO INQUIRY-REPLY-REC
                   WRITE INQUIRY-REPLY-REC
               END-IF
           END-IF.

      ***************************************************************
      *  The table keeps the most recent twenty: when full, the
      *  oldest entry shifts out so the newest always fits.
      ***************************************************************
       BUILD-NAME-INDEX.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           PERFORM SKIP-CUSTOMER-HEADER.
           IF WS-MASTER-FILE-STATUS = "00"
               PERFORM UNTIL WS-MASTER-FILE-STATUS = "10"
                       OR WS-NAME-COUNT = 1000
                   " " WS-NAME-STATUS (NM-IDX)
               DELIMITED BY SIZE INTO INQUIRY-REPLY-REC.
           WRITE INQUIRY-REPLY-REC.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "CUSINQ01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           SET LC-ACTION-CHECK TO TRUE.
           MOVE LV-CUSNEW-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.

       SKIP-CUSTOMER-HEADER.
           IF WS-MASTER-FILE-STATUS = "00"
               READ CUSTOMER-MASTER-FILE
                   AT END
                       CONTINUE
               END-READ
           END-IF.
       END PROGRAM CUSINQ01.
