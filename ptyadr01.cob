       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTYADR01.
      ***************************************************************
      *  PTYADR01 - party addressing service.  Statements, letters
      *  and notices are addressed to the customer who owns the
      *  account, but an account held jointly must name every
      *  owner, and an account run by a guardian, trustee, or
      *  attorney must go in care of that party.  On the first call
      *  the party roles load from the account party file, each
      *  row is tied to its account's owning customer from the
      *  account master, and each party's name and address is taken
      *  from the new customer master; every later call is answered
      *  from storage.  Only the rows in force on the date asked
      *  about count.  When one customer's accounts carry more than
      *  one care-of party, a guardian outranks a trustee and a
      *  trustee outranks an attorney.  A deceased customer's mail
      *  goes to the executor DECEAS01 recorded on the estate file,
      *  ahead of any of them, from the day the bank was told.
      *  Rows past what storage holds are logged once and every
      *  answer after says the tables were full, for the caller
      *  to end nonzero.
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
           SELECT ESTATE-FILE
               ASSIGN TO "data/estate_file.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-PARTY-FILE.
       COPY WSACPTY.

       FD  ACCOUNT-MASTER-FILE.
       COPY WSACCTM.

       FD  CUSTOMER-MASTER-FILE.
       COPY WSCUSNEW.

       FD  ESTATE-FILE.
       COPY WSESTATE.

       WORKING-STORAGE SECTION.
       01 WS-PARTY-FILE-STATUS           PIC XX.
       01 WS-ACCOUNT-FILE-STATUS         PIC XX.
       01 WS-MASTER-FILE-STATUS          PIC XX.
       01 WS-ESTATE-FILE-STATUS          PIC XX.
       01 WS-TABLE-LOADED                PIC X(1) VALUE "N".
       01 WS-PARTY-TABLE.
           05 WS-PARTY-COUNT             PIC 9(4) VALUE 0.
           05 WS-PARTY-ENTRY OCCURS 2000 TIMES INDEXED BY PT-IDX.
               10 WS-PTY-ACCT-NO         PIC 9(10).
               10 WS-PTY-CUST-NO         PIC 9(9).
               10 WS-PTY-ROLE            PIC X(1).
               10 WS-PTY-START-DATE      PIC 9(7).
               10 WS-PTY-END-DATE        PIC 9(7).
               10 WS-PTY-OWNER-NO        PIC 9(9).
               10 WS-PTY-NAME            PIC X(20).
               10 WS-PTY-ADDRESS         PIC X(40).
               10 WS-PTY-ZIP             PIC 9(9).
       01 WS-EXECUTOR-TABLE.
           05 WS-EXECUTOR-COUNT          PIC 9(4) VALUE 0.
           05 WS-EXECUTOR-ENTRY OCCURS 1000 TIMES INDEXED BY EX-IDX.
               10 WS-EXE-CUST-NO         PIC 9(9).
               10 WS-EXE-NOTICE-DATE     PIC 9(7).
               10 WS-EXE-NAME            PIC X(20).
               10 WS-EXE-ADDRESS         PIC X(40).
               10 WS-EXE-ZIP             PIC 9(9).
       01 WS-CARE-OF-RANK                PIC 9(1).
       01 WS-ROW-RANK                    PIC 9(1).
       01 WS-NAME-IDX                    PIC 9(2).
       01 WS-NAME-LISTED                 PIC X(1).
           88 WS-NAME-ALREADY-LISTED     VALUE "Y".
       01 WS-TABLES-FULL-SWITCH          PIC X(1) VALUE "N".
           88 WS-TABLES-ARE-FULL         VALUE "Y".
       COPY WSRUNCTL.
       COPY WSEXCLOG.

       LINKAGE SECTION.
       COPY WSPTYADR.

       PROCEDURE DIVISION USING WS-PARTY-ADDRESS-REQUEST.
       PTYADR01-MAIN.
           IF WS-TABLE-LOADED = "N"
               PERFORM LOAD-PARTY-TABLE
           END-IF.

           MOVE 0 TO PA-JOINT-COUNT.
           MOVE SPACES TO PA-JOINT-NAME (1).
           MOVE SPACES TO PA-JOINT-NAME (2).
           MOVE SPACES TO PA-JOINT-NAME (3).
           SET PA-NO-CARE-OF TO TRUE.
           MOVE SPACE TO PA-CARE-OF-ROLE.
           MOVE 0 TO PA-CARE-OF-CUST-NO.
           MOVE SPACES TO PA-CARE-OF-NAME.
           MOVE SPACES TO PA-CARE-OF-ADDRESS.
           MOVE 0 TO PA-CARE-OF-ZIP.
           MOVE 0 TO WS-CARE-OF-RANK.
           MOVE WS-TABLES-FULL-SWITCH TO PA-TABLE-SWITCH.

           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > WS-PARTY-COUNT
               IF WS-PTY-OWNER-NO (PT-IDX) = PA-CUST-NO
                       AND WS-PTY-CUST-NO (PT-IDX) NOT = PA-CUST-NO
                       AND WS-PTY-START-DATE (PT-IDX)
                           NOT > PA-AS-OF-DATE
                       AND (WS-PTY-END-DATE (PT-IDX) = 0
                           OR WS-PTY-END-DATE (PT-IDX)
                               NOT < PA-AS-OF-DATE)
                   IF WS-PTY-ROLE (PT-IDX) = "J"
                       PERFORM ADD-JOINT-NAME
                   ELSE
                       PERFORM JUDGE-CARE-OF-PARTY
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING EX-IDX FROM 1 BY 1
                   UNTIL EX-IDX > WS-EXECUTOR-COUNT
               IF WS-EXE-CUST-NO (EX-IDX) = PA-CUST-NO
                       AND WS-EXE-NOTICE-DATE (EX-IDX)
                           NOT > PA-AS-OF-DATE
                   PERFORM TAKE-EXECUTOR
               END-IF
           END-PERFORM.
           GOBACK.

      ***************************************************************
      *  A joint owner on several of the customer's accounts is
      *  named once; three names is all an address block has room
      *  for.
      ***************************************************************
       ADD-JOINT-NAME.
           MOVE "N" TO WS-NAME-LISTED.
           PERFORM VARYING WS-NAME-IDX FROM 1 BY 1
                   UNTIL WS-NAME-IDX > PA-JOINT-COUNT
               IF PA-JOINT-NAME (WS-NAME-IDX) = WS-PTY-NAME (PT-IDX)
                   MOVE "Y" TO WS-NAME-LISTED
               END-IF
           END-PERFORM.
           IF NOT WS-NAME-ALREADY-LISTED AND PA-JOINT-COUNT < 3
               ADD 1 TO PA-JOINT-COUNT
               MOVE WS-PTY-NAME (PT-IDX)
                   TO PA-JOINT-NAME (PA-JOINT-COUNT)
           END-IF.

       JUDGE-CARE-OF-PARTY.
           EVALUATE WS-PTY-ROLE (PT-IDX)
               WHEN "G"
                   MOVE 3 TO WS-ROW-RANK
               WHEN "T"
                   MOVE 2 TO WS-ROW-RANK
               WHEN "A"
                   MOVE 1 TO WS-ROW-RANK
               WHEN OTHER
                   MOVE 0 TO WS-ROW-RANK
           END-EVALUATE.
           IF WS-ROW-RANK > WS-CARE-OF-RANK
               MOVE WS-ROW-RANK TO WS-CARE-OF-RANK
               SET PA-HAS-CARE-OF TO TRUE
               MOVE WS-PTY-ROLE (PT-IDX)    TO PA-CARE-OF-ROLE
               MOVE WS-PTY-CUST-NO (PT-IDX) TO PA-CARE-OF-CUST-NO
               MOVE WS-PTY-NAME (PT-IDX)    TO PA-CARE-OF-NAME
               MOVE WS-PTY-ADDRESS (PT-IDX) TO PA-CARE-OF-ADDRESS
               MOVE WS-PTY-ZIP (PT-IDX)     TO PA-CARE-OF-ZIP
           END-IF.

      *    The executor is not a customer: name and address come
      *    off the estate record, and no customer number goes back.
       TAKE-EXECUTOR.
           MOVE 4 TO WS-CARE-OF-RANK.
           SET PA-HAS-CARE-OF TO TRUE.
           MOVE "E"                       TO PA-CARE-OF-ROLE.
           MOVE 0                         TO PA-CARE-OF-CUST-NO.
           MOVE WS-EXE-NAME (EX-IDX)      TO PA-CARE-OF-NAME.
           MOVE WS-EXE-ADDRESS (EX-IDX)   TO PA-CARE-OF-ADDRESS.
           MOVE WS-EXE-ZIP (EX-IDX)       TO PA-CARE-OF-ZIP.

      ***************************************************************
      *  Primary rows add nothing the account master does not
      *  already say, so only the other roles are held.  A site
      *  with no party file answers every call with no joint
      *  owners and no care-of party.
      ***************************************************************
       LOAD-PARTY-TABLE.
           MOVE "Y" TO WS-TABLE-LOADED.
           OPEN INPUT ACCOUNT-PARTY-FILE.
           IF WS-PARTY-FILE-STATUS = "00"
               PERFORM UNTIL WS-PARTY-FILE-STATUS = "10"
                   READ ACCOUNT-PARTY-FILE
                       AT END
                           MOVE "10" TO WS-PARTY-FILE-STATUS
                       NOT AT END
                           IF AP-ROLE-VALID
                                   AND NOT AP-ROLE-PRIMARY
                                   AND AP-ACCT-NO NUMERIC
                                   AND AP-CUST-NO NUMERIC
                               PERFORM ADD-PARTY-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-PARTY-FILE
           END-IF.
           IF WS-PARTY-COUNT > 0
               PERFORM RESOLVE-ACCOUNT-OWNERS
               PERFORM RESOLVE-PARTY-ADDRESSES
           END-IF.
           PERFORM LOAD-EXECUTOR-TABLE.

       LOAD-EXECUTOR-TABLE.
           OPEN INPUT ESTATE-FILE.
           IF WS-ESTATE-FILE-STATUS = "00"
               PERFORM UNTIL WS-ESTATE-FILE-STATUS = "10"
                   READ ESTATE-FILE
                       AT END
                           MOVE "10" TO WS-ESTATE-FILE-STATUS
                       NOT AT END
                           PERFORM ADD-EXECUTOR-ROW
                   END-READ
               END-PERFORM
               CLOSE ESTATE-FILE
           END-IF.

       ADD-EXECUTOR-ROW.
           IF WS-EXECUTOR-COUNT = 1000
               MOVE "EXECUTORS OVER 1000 - CARE-OF SHORT"
                   TO ER-ERROR-TEXT
               PERFORM NOTE-TABLES-FULL
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-EXECUTOR-COUNT.
           SET EX-IDX TO WS-EXECUTOR-COUNT.
           MOVE ES-CUST-NO TO WS-EXE-CUST-NO (EX-IDX).
           MOVE ES-NOTICE-DATE TO WS-EXE-NOTICE-DATE (EX-IDX).
           MOVE ES-EXECUTOR-NAME TO WS-EXE-NAME (EX-IDX).
           MOVE ES-EXECUTOR-ADDRESS TO WS-EXE-ADDRESS (EX-IDX).
           MOVE ES-EXECUTOR-ZIP TO WS-EXE-ZIP (EX-IDX).

      *    Logged once, on the first row that does not fit.
       NOTE-TABLES-FULL.
           IF NOT WS-TABLES-ARE-FULL
               MOVE "Y" TO WS-TABLES-FULL-SWITCH
               CALL "RUNDATE01" USING WS-RUN-CONTROL
               MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
               MOVE "PTYADR01" TO ER-JOB-STEP
               MOVE "PTYT" TO ER-ERROR-CODE
               CALL "EXCPLOG01" USING WS-ERROR-RECORD
           END-IF.

       ADD-PARTY-ROW.
           IF WS-PARTY-COUNT = 2000
               MOVE "PARTY ROLES OVER 2000 - ADDRESSING SHORT"
                   TO ER-ERROR-TEXT
               PERFORM NOTE-TABLES-FULL
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PARTY-COUNT.
           SET PT-IDX TO WS-PARTY-COUNT.
           MOVE AP-ACCT-NO    TO WS-PTY-ACCT-NO (PT-IDX).
           MOVE AP-CUST-NO    TO WS-PTY-CUST-NO (PT-IDX).
           MOVE AP-ROLE       TO WS-PTY-ROLE (PT-IDX).
           MOVE AP-START-DATE TO WS-PTY-START-DATE (PT-IDX).
           MOVE AP-END-DATE   TO WS-PTY-END-DATE (PT-IDX).
           MOVE 0             TO WS-PTY-OWNER-NO (PT-IDX).
           MOVE SPACES        TO WS-PTY-NAME (PT-IDX).
           MOVE SPACES        TO WS-PTY-ADDRESS (PT-IDX).
           MOVE 0             TO WS-PTY-ZIP (PT-IDX).

       RESOLVE-ACCOUNT-OWNERS.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           PERFORM SKIP-ACCOUNT-HEADER.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               PERFORM UNTIL WS-ACCOUNT-FILE-STATUS = "10"
                   READ ACCOUNT-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-ACCOUNT-FILE-STATUS
                       NOT AT END
                           PERFORM VARYING PT-IDX FROM 1 BY 1
                                   UNTIL PT-IDX > WS-PARTY-COUNT
                               IF WS-PTY-ACCT-NO (PT-IDX) = AM-ACCT-NO
                                   MOVE AM-CUST-NO
                                       TO WS-PTY-OWNER-NO (PT-IDX)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.

       RESOLVE-PARTY-ADDRESSES.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           PERFORM SKIP-CUSTOMER-HEADER.
           IF WS-MASTER-FILE-STATUS = "00"
               PERFORM UNTIL WS-MASTER-FILE-STATUS = "10"
                   READ CUSTOMER-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-MASTER-FILE-STATUS
                       NOT AT END
                           PERFORM VARYING PT-IDX FROM 1 BY 1
                                   UNTIL PT-IDX > WS-PARTY-COUNT
                               IF WS-PTY-CUST-NO (PT-IDX) = CN-CUST-NO
                                   MOVE CN-CUST-NAME
                                       TO WS-PTY-NAME (PT-IDX)
                                   MOVE CN-ADDRESS
                                       TO WS-PTY-ADDRESS (PT-IDX)
                                   MOVE CN-ZIP
                                       TO WS-PTY-ZIP (PT-IDX)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

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
       END PROGRAM PTYADR01.
