       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLTBAL01.
      ***************************************************************
      *  GLTBAL01 - daily GL trial balance and subledger-to-GL
      *  proof.  GLEXTR01 sends accounting the night's activity and
      *  adds it to the running GL balance file (WSGLBAL); this step
      *  prints the trial balance from that file - every account's
      *  cumulative debits, credits, and balance, with the ledger's
      *  total debits proved equal to its total credits - and then
      *  proves the subledgers behind the control accounts.  The
      *  GL control-account file names, for each product code and
      *  for the suspense file, the GL account that must carry it
      *  and the side its balance normally falls on: the account
      *  master's AM-BALANCE summed by product, and the open items
      *  on the WSSUSPEN suspense file, are compared with the
      *  control account's balance.  A difference beyond the
      *  materiality threshold finance set, a subledger balance
      *  with no control account to carry it, or a trial balance
      *  that does not balance logs the exception and leaves the
      *  dated handoff block flag, exactly as CTLBAL01 does, so the
      *  night's handoff goes out ACK=B and the ledger side does
      *  not pick up files the subledgers cannot prove.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-BALANCE-FILE
               ASSIGN TO "data/gl_balances.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-FILE-STATUS.
           SELECT GL-CONTROL-FILE
               ASSIGN TO "data/gl_control_accounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT MATERIALITY-FILE
               ASSIGN TO "data/materiality.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATERIALITY-STATUS.
           SELECT ACCOUNT-MASTER-FILE
               ASSIGN TO "data/account_master.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.
           SELECT SUSPENSE-FILE
               ASSIGN TO "data/suspense_adjustments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.
           SELECT TRIAL-BALANCE-FILE
               ASSIGN TO "data/gl_trial_balance.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRIAL-FILE-STATUS.
           SELECT PROOF-REPORT-FILE
               ASSIGN TO "data/gl_subledger_proof.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROOF-FILE-STATUS.
           SELECT HANDOFF-BLOCK-FILE
               ASSIGN TO "data/handoff_block.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-BALANCE-FILE.
       01  GL-BALANCE-REC                PIC X(71).

      *    Subledger is a product code (left-justified) or SUSPENSE;
      *    normal side D for an asset account, C for a liability.
       FD  GL-CONTROL-FILE.
       01  GL-CONTROL-REC.
           02 GC-SUBLEDGER               PIC X(8).
           02 GC-GL-ACCOUNT              PIC 9(4).
           02 GC-NORMAL-SIDE             PIC X(1).

       FD  MATERIALITY-FILE.
       01  MATERIALITY-REC.
           02 MT-THRESHOLD               PIC 9(3)V9(4).

       FD  ACCOUNT-MASTER-FILE.
       COPY WSACCTM.

       FD  SUSPENSE-FILE.
       01  SUSPENSE-FILE-REC             PIC X(61).

       FD  TRIAL-BALANCE-FILE.
       01  TRIAL-BALANCE-REC             PIC X(100).

       FD  PROOF-REPORT-FILE.
       01  PROOF-REPORT-REC              PIC X(110).

       FD  HANDOFF-BLOCK-FILE.
       01  HANDOFF-BLOCK-REC             PIC X(20).

       WORKING-STORAGE SECTION.
       01 WS-BALANCE-FILE-STATUS         PIC XX.
       01 WS-CONTROL-FILE-STATUS         PIC XX.
       01 WS-MATERIALITY-STATUS          PIC XX.
       01 WS-ACCOUNT-FILE-STATUS         PIC XX.
       01 WS-SUSPENSE-FILE-STATUS        PIC XX.
       01 WS-TRIAL-FILE-STATUS           PIC XX.
       01 WS-PROOF-FILE-STATUS           PIC XX.
       01 WS-BLOCK-FILE-STATUS           PIC XX.
       01 WS-MATERIALITY                 PIC 9(3)V9(4) VALUE 0.01.
       01 WS-MATERIALITY-DISPLAY         PIC ZZ9.9999.
       01 WS-LEDGER-TABLE.
           05 WS-LEDGER-COUNT            PIC 9(3) VALUE 0.
           05 WS-LEDGER-ENTRY OCCURS 100 TIMES INDEXED BY LG-IDX.
               10 WS-LEDGER-ACCOUNT      PIC 9(4).
               10 WS-LEDGER-DEBITS       PIC 9(13)V99.
               10 WS-LEDGER-CREDITS      PIC 9(13)V99.
       01 WS-CONTROL-TABLE.
           05 WS-CONTROL-COUNT           PIC 9(2) VALUE 0.
           05 WS-CONTROL-ENTRY OCCURS 30 TIMES INDEXED BY GC-IDX.
               10 WS-CONTROL-SUBLEDGER   PIC X(8).
               10 WS-CONTROL-GL          PIC 9(4).
               10 WS-CONTROL-SIDE        PIC X(1).
               10 WS-CONTROL-SUB-TOTAL   PIC S9(13)V99.
      *    Account master balances by product, before they are
      *    matched to a control account.
       01 WS-PRODUCT-TABLE.
           05 WS-PRODUCT-COUNT           PIC 9(2) VALUE 0.
           05 WS-PRODUCT-ENTRY OCCURS 50 TIMES INDEXED BY PT-IDX.
               10 WS-PRODUCT-CODE        PIC X(2).
               10 WS-PRODUCT-TOTAL       PIC S9(13)V99.
               10 WS-PRODUCT-ACCOUNTS    PIC 9(7).
       01 WS-SUSPENSE-TOTAL              PIC S9(13)V99 VALUE 0.
       01 WS-SUSPENSE-ITEMS              PIC 9(7) VALUE 0.
       01 WS-CONTROL-SEEN                PIC X(1).
           88 WS-CONTROL-WAS-SEEN        VALUE "Y".
       01 WS-PROOF-GL                    PIC 9(4).
       01 WS-PROOF-SIDE                  PIC X(1).
       01 WS-PROOF-SUBLEDGER             PIC S9(13)V99.
       01 WS-PROOF-LEDGER                PIC S9(13)V99.
       01 WS-PROOF-DIFFERENCE            PIC S9(13)V99.
       01 WS-PROOF-ABS-DIFFERENCE        PIC 9(13)V99.
       01 WS-TB-DEBIT-BALANCE            PIC 9(13)V99.
       01 WS-TB-CREDIT-BALANCE           PIC 9(13)V99.
       01 WS-TB-TOTAL-DEBITS             PIC 9(15)V99 VALUE 0.
       01 WS-TB-TOTAL-CREDITS            PIC 9(15)V99 VALUE 0.
       01 WS-AMOUNT-DISPLAY-1            PIC -(13)9.99.
       01 WS-AMOUNT-DISPLAY-2            PIC -(13)9.99.
       01 WS-AMOUNT-DISPLAY-3            PIC -(13)9.99.
       01 WS-TOTAL-DISPLAY-1             PIC Z(14)9.99.
       01 WS-TOTAL-DISPLAY-2             PIC Z(14)9.99.
       01 WS-ACCOUNT-BALANCE             PIC S9(9)V99.
       01 WS-ACCOUNTS-READ               PIC 9(7) VALUE 0.
       01 WS-PROOFS-CHECKED              PIC 9(3) VALUE 0.
       01 WS-PROOFS-OUT                  PIC 9(3) VALUE 0.
       01 WS-UNCARRIED-PRODUCTS          PIC 9(3) VALUE 0.
       01 WS-TB-OUT-SWITCH               PIC X(1) VALUE "N".
           88 WS-TB-IS-OUT               VALUE "Y".
       01 WS-LEDGER-BLOCKED              PIC X(1) VALUE "N".
           88 WS-LEDGER-IS-BLOCKED       VALUE "Y".
       COPY WSGLBAL.
       COPY WSSUSPEN.
       COPY WSEXCLOG.
       COPY WSLAYCHK.
       COPY WSLAYVER.
       COPY WSRUNCTL.
       COPY WSAUDTRL.

       PROCEDURE DIVISION.
       GLTBAL01-MAIN.
           CALL "RUNDATE01" USING WS-RUN-CONTROL.
           MOVE "GLTBAL01" TO AT-JOB-NAME.
           MOVE WS-RUN-CCYYDDD TO AT-RUN-DATE.
           SET AT-MODE-HEADER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           PERFORM CHECK-FILE-LAYOUTS.
           IF LC-REFUSED-COUNT > 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM READ-MATERIALITY.
           PERFORM LOAD-GL-BALANCES.
           PERFORM WRITE-TRIAL-BALANCE.

           PERFORM LOAD-CONTROL-ACCOUNTS.
           PERFORM SUM-ACCOUNT-MASTER.
           PERFORM SUM-OPEN-SUSPENSE.
           PERFORM PROVE-SUBLEDGERS.

           IF WS-LEDGER-IS-BLOCKED
               PERFORM WRITE-HANDOFF-BLOCK
           END-IF.

           DISPLAY "GLTBAL01: GL ACCOUNTS=" WS-LEDGER-COUNT
               " TB OUT=" WS-TB-OUT-SWITCH
               " PROOFS=" WS-PROOFS-CHECKED
               " OUT OF PROOF=" WS-PROOFS-OUT
               " UNCARRIED=" WS-UNCARRIED-PRODUCTS.

           MOVE WS-LEDGER-COUNT TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.
           GOBACK.

       READ-MATERIALITY.
           OPEN INPUT MATERIALITY-FILE.
           IF WS-MATERIALITY-STATUS = "00"
               READ MATERIALITY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MT-THRESHOLD NUMERIC
                           MOVE MT-THRESHOLD TO WS-MATERIALITY
                       END-IF
               END-READ
               CLOSE MATERIALITY-FILE
           END-IF.

       LOAD-GL-BALANCES.
           OPEN INPUT GL-BALANCE-FILE.
           IF WS-BALANCE-FILE-STATUS = "00"
               PERFORM UNTIL WS-BALANCE-FILE-STATUS = "10"
                       OR WS-LEDGER-COUNT = 100
                   READ GL-BALANCE-FILE INTO WS-GL-BALANCE-RECORD
                       AT END
                           MOVE "10" TO WS-BALANCE-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-LEDGER-COUNT
                           SET LG-IDX TO WS-LEDGER-COUNT
                           MOVE GB-GL-ACCOUNT
                               TO WS-LEDGER-ACCOUNT (LG-IDX)
                           MOVE GB-DEBIT-TOTAL
                               TO WS-LEDGER-DEBITS (LG-IDX)
                           MOVE GB-CREDIT-TOTAL
                               TO WS-LEDGER-CREDITS (LG-IDX)
                   END-READ
               END-PERFORM
               CLOSE GL-BALANCE-FILE
           END-IF.

      ***************************************************************
      *  Each account's balance prints on the side it falls; the
      *  balance columns must total the same both sides, which is
      *  only another way of saying GLEXTR01 never posted a night
      *  out of proof.
      ***************************************************************
       WRITE-TRIAL-BALANCE.
           OPEN OUTPUT TRIAL-BALANCE-FILE.
           MOVE SPACES TO TRIAL-BALANCE-REC.
           STRING "GL TRIAL BALANCE AS AT " WS-RUN-CCYYDDD
               DELIMITED BY SIZE INTO TRIAL-BALANCE-REC.
           WRITE TRIAL-BALANCE-REC.
           MOVE SPACES TO TRIAL-BALANCE-REC.
           STRING "GL        TOTAL DEBITS     TOTAL CREDITS"
                   "      DEBIT BALANCE     CREDIT BALANCE"
               DELIMITED BY SIZE INTO TRIAL-BALANCE-REC.
           WRITE TRIAL-BALANCE-REC.
           PERFORM VARYING LG-IDX FROM 1 BY 1
                   UNTIL LG-IDX > WS-LEDGER-COUNT
               PERFORM WRITE-TRIAL-BALANCE-LINE
           END-PERFORM.
           MOVE WS-TB-TOTAL-DEBITS TO WS-TOTAL-DISPLAY-1.
           MOVE WS-TB-TOTAL-CREDITS TO WS-TOTAL-DISPLAY-2.
           MOVE SPACES TO TRIAL-BALANCE-REC.
           STRING "TOTAL                                    "
                   WS-TOTAL-DISPLAY-1 " " WS-TOTAL-DISPLAY-2
               DELIMITED BY SIZE INTO TRIAL-BALANCE-REC.
           WRITE TRIAL-BALANCE-REC.
           IF WS-TB-TOTAL-DEBITS NOT = WS-TB-TOTAL-CREDITS
               MOVE "Y" TO WS-TB-OUT-SWITCH
               MOVE "Y" TO WS-LEDGER-BLOCKED
               MOVE "** TRIAL BALANCE DOES NOT BALANCE"
                   TO TRIAL-BALANCE-REC
               WRITE TRIAL-BALANCE-REC
               MOVE "TRIAL BALANCE DOES NOT BALANCE"
                   TO ER-ERROR-TEXT
               PERFORM LOG-PROOF-EXCEPTION
           END-IF.
           IF WS-LEDGER-COUNT = 0
               MOVE "  NO GL BALANCES ON FILE" TO TRIAL-BALANCE-REC
               WRITE TRIAL-BALANCE-REC
           END-IF.
           CLOSE TRIAL-BALANCE-FILE.

       WRITE-TRIAL-BALANCE-LINE.
           MOVE 0 TO WS-TB-DEBIT-BALANCE.
           MOVE 0 TO WS-TB-CREDIT-BALANCE.
           IF WS-LEDGER-DEBITS (LG-IDX)
                   >= WS-LEDGER-CREDITS (LG-IDX)
               COMPUTE WS-TB-DEBIT-BALANCE =
                   WS-LEDGER-DEBITS (LG-IDX)
                   - WS-LEDGER-CREDITS (LG-IDX)
           ELSE
               COMPUTE WS-TB-CREDIT-BALANCE =
                   WS-LEDGER-CREDITS (LG-IDX)
                   - WS-LEDGER-DEBITS (LG-IDX)
           END-IF.
           ADD WS-TB-DEBIT-BALANCE TO WS-TB-TOTAL-DEBITS.
           ADD WS-TB-CREDIT-BALANCE TO WS-TB-TOTAL-CREDITS.
           MOVE WS-LEDGER-DEBITS (LG-IDX) TO WS-AMOUNT-DISPLAY-1.
           MOVE WS-LEDGER-CREDITS (LG-IDX) TO WS-AMOUNT-DISPLAY-2.
           MOVE SPACES TO TRIAL-BALANCE-REC.
           STRING WS-LEDGER-ACCOUNT (LG-IDX) " "
                   WS-AMOUNT-DISPLAY-1 " " WS-AMOUNT-DISPLAY-2
               DELIMITED BY SIZE INTO TRIAL-BALANCE-REC.
           MOVE WS-TB-DEBIT-BALANCE TO WS-TOTAL-DISPLAY-1.
           MOVE WS-TB-CREDIT-BALANCE TO WS-TOTAL-DISPLAY-2.
           STRING WS-TOTAL-DISPLAY-1 " " WS-TOTAL-DISPLAY-2
               DELIMITED BY SIZE
               INTO TRIAL-BALANCE-REC (42:39).
           WRITE TRIAL-BALANCE-REC.

       LOAD-CONTROL-ACCOUNTS.
           OPEN INPUT GL-CONTROL-FILE.
           IF WS-CONTROL-FILE-STATUS = "00"
               PERFORM UNTIL WS-CONTROL-FILE-STATUS = "10"
                       OR WS-CONTROL-COUNT = 30
                   READ GL-CONTROL-FILE
                       AT END
                           MOVE "10" TO WS-CONTROL-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-CONTROL-COUNT
                           SET GC-IDX TO WS-CONTROL-COUNT
                           MOVE GC-SUBLEDGER
                               TO WS-CONTROL-SUBLEDGER (GC-IDX)
                           MOVE GC-GL-ACCOUNT
                               TO WS-CONTROL-GL (GC-IDX)
                           MOVE GC-NORMAL-SIDE
                               TO WS-CONTROL-SIDE (GC-IDX)
                           MOVE 0 TO WS-CONTROL-SUB-TOTAL (GC-IDX)
                   END-READ
               END-PERFORM
               CLOSE GL-CONTROL-FILE
           END-IF.

      *    Closed accounts settle to zero and add nothing, so every
      *    account on the master is summed as it stands.
       SUM-ACCOUNT-MASTER.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           PERFORM SKIP-ACCOUNT-HEADER.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               PERFORM UNTIL WS-ACCOUNT-FILE-STATUS = "10"
                   READ ACCOUNT-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-ACCOUNT-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-ACCOUNTS-READ
                           PERFORM ADD-TO-PRODUCT-TOTAL
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.

       ADD-TO-PRODUCT-TOTAL.
           MOVE AM-BALANCE TO WS-ACCOUNT-BALANCE.
           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > WS-PRODUCT-COUNT
               IF WS-PRODUCT-CODE (PT-IDX) = AM-PRODUCT-CODE
                   ADD WS-ACCOUNT-BALANCE TO WS-PRODUCT-TOTAL (PT-IDX)
                   ADD 1 TO WS-PRODUCT-ACCOUNTS (PT-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-PRODUCT-COUNT < 50
               ADD 1 TO WS-PRODUCT-COUNT
               SET PT-IDX TO WS-PRODUCT-COUNT
               MOVE AM-PRODUCT-CODE TO WS-PRODUCT-CODE (PT-IDX)
               MOVE WS-ACCOUNT-BALANCE TO WS-PRODUCT-TOTAL (PT-IDX)
               MOVE 1 TO WS-PRODUCT-ACCOUNTS (PT-IDX)
           END-IF.

      *    The live suspense file holds only open items; clearing
      *    and write-off take an item off it.
       SUM-OPEN-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE.
           PERFORM SKIP-SUSPENSE-HEADER.
           IF WS-SUSPENSE-FILE-STATUS = "00"
               PERFORM UNTIL WS-SUSPENSE-FILE-STATUS = "10"
                   READ SUSPENSE-FILE INTO WS-SUSPENSE-ADJUSTMENT
                       AT END
                           MOVE "10" TO WS-SUSPENSE-FILE-STATUS
                       NOT AT END
                           IF SU-SHORTFALL-AMOUNT NUMERIC
                               ADD 1 TO WS-SUSPENSE-ITEMS
                               ADD SU-SHORTFALL-AMOUNT
                                   TO WS-SUSPENSE-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF.

      ***************************************************************
      *  Each subledger lands on its control account's running
      *  subledger total; a product with money on it and no control
      *  account is itself a finding - its balances are on no
      *  ledger at all.  Then every distinct control account is
      *  proved once against its GL balance on its normal side.
      ***************************************************************
       PROVE-SUBLEDGERS.
           OPEN OUTPUT PROOF-REPORT-FILE.
           MOVE WS-MATERIALITY TO WS-MATERIALITY-DISPLAY.
           MOVE SPACES TO PROOF-REPORT-REC.
           STRING "SUBLEDGER-TO-GL PROOF AS AT " WS-RUN-CCYYDDD
                   "  MATERIALITY " WS-MATERIALITY-DISPLAY
               DELIMITED BY SIZE INTO PROOF-REPORT-REC.
           WRITE PROOF-REPORT-REC.
           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > WS-PRODUCT-COUNT
               PERFORM CARRY-PRODUCT-TOTAL
           END-PERFORM.
           PERFORM CARRY-SUSPENSE-TOTAL.
           PERFORM VARYING GC-IDX FROM 1 BY 1
                   UNTIL GC-IDX > WS-CONTROL-COUNT
               PERFORM PROVE-FIRST-USE-OF-GL
           END-PERFORM.
           MOVE SPACES TO PROOF-REPORT-REC.
           STRING "CONTROL ACCOUNTS PROVED " WS-PROOFS-CHECKED
                   "  OUT OF PROOF " WS-PROOFS-OUT
                   "  SUBLEDGERS NOT CARRIED " WS-UNCARRIED-PRODUCTS
               DELIMITED BY SIZE INTO PROOF-REPORT-REC.
           WRITE PROOF-REPORT-REC.
           CLOSE PROOF-REPORT-FILE.

       CARRY-PRODUCT-TOTAL.
           MOVE "N" TO WS-CONTROL-SEEN.
           PERFORM VARYING GC-IDX FROM 1 BY 1
                   UNTIL GC-IDX > WS-CONTROL-COUNT
                       OR WS-CONTROL-WAS-SEEN
               IF WS-CONTROL-SUBLEDGER (GC-IDX)
                       = WS-PRODUCT-CODE (PT-IDX)
                   MOVE "Y" TO WS-CONTROL-SEEN
                   ADD WS-PRODUCT-TOTAL (PT-IDX)
                       TO WS-CONTROL-SUB-TOTAL (GC-IDX)
               END-IF
           END-PERFORM.
           MOVE WS-PRODUCT-TOTAL (PT-IDX) TO WS-AMOUNT-DISPLAY-1.
           MOVE SPACES TO PROOF-REPORT-REC.
           STRING "  PRODUCT " WS-PRODUCT-CODE (PT-IDX)
                   " ACCOUNTS " WS-PRODUCT-ACCOUNTS (PT-IDX)
                   " BALANCE " WS-AMOUNT-DISPLAY-1
               DELIMITED BY SIZE INTO PROOF-REPORT-REC.
           IF NOT WS-CONTROL-WAS-SEEN
                   AND WS-PRODUCT-TOTAL (PT-IDX) NOT = 0
               MOVE "NO GL CONTROL ACCOUNT"
                   TO PROOF-REPORT-REC (60:21)
               ADD 1 TO WS-UNCARRIED-PRODUCTS
               MOVE "Y" TO WS-LEDGER-BLOCKED
               MOVE SPACES TO ER-ERROR-TEXT
               STRING "PRODUCT " WS-PRODUCT-CODE (PT-IDX)
                       " HAS NO GL CONTROL ACCOUNT"
                   DELIMITED BY SIZE INTO ER-ERROR-TEXT
               PERFORM LOG-PROOF-EXCEPTION
           END-IF.
           WRITE PROOF-REPORT-REC.

       CARRY-SUSPENSE-TOTAL.
           MOVE "N" TO WS-CONTROL-SEEN.
           PERFORM VARYING GC-IDX FROM 1 BY 1
                   UNTIL GC-IDX > WS-CONTROL-COUNT
                       OR WS-CONTROL-WAS-SEEN
               IF WS-CONTROL-SUBLEDGER (GC-IDX) = "SUSPENSE"
                   MOVE "Y" TO WS-CONTROL-SEEN
                   ADD WS-SUSPENSE-TOTAL
                       TO WS-CONTROL-SUB-TOTAL (GC-IDX)
               END-IF
           END-PERFORM.
           MOVE WS-SUSPENSE-TOTAL TO WS-AMOUNT-DISPLAY-1.
           MOVE SPACES TO PROOF-REPORT-REC.
           STRING "  SUSPENSE OPEN ITEMS " WS-SUSPENSE-ITEMS
                   " BALANCE " WS-AMOUNT-DISPLAY-1
               DELIMITED BY SIZE INTO PROOF-REPORT-REC.
           IF NOT WS-CONTROL-WAS-SEEN AND WS-SUSPENSE-TOTAL NOT = 0
               MOVE "NO GL CONTROL ACCOUNT"
                   TO PROOF-REPORT-REC (60:21)
               ADD 1 TO WS-UNCARRIED-PRODUCTS
               MOVE "Y" TO WS-LEDGER-BLOCKED
               MOVE "SUSPENSE HAS NO GL CONTROL ACCOUNT"
                   TO ER-ERROR-TEXT
               PERFORM LOG-PROOF-EXCEPTION
           END-IF.
           WRITE PROOF-REPORT-REC.

      *    Several subledgers can share one control account; only
      *    its first row on the file proves it, with every sharing
      *    row's total summed in.
       PROVE-FIRST-USE-OF-GL.
           MOVE WS-CONTROL-GL (GC-IDX) TO WS-PROOF-GL.
           MOVE WS-CONTROL-SIDE (GC-IDX) TO WS-PROOF-SIDE.
           MOVE "N" TO WS-CONTROL-SEEN.
           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX >= GC-IDX
               IF WS-CONTROL-GL (PT-IDX) = WS-PROOF-GL
                   MOVE "Y" TO WS-CONTROL-SEEN
               END-IF
           END-PERFORM.
           IF WS-CONTROL-WAS-SEEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-PROOF-SUBLEDGER.
           PERFORM VARYING PT-IDX FROM GC-IDX BY 1
                   UNTIL PT-IDX > WS-CONTROL-COUNT
               IF WS-CONTROL-GL (PT-IDX) = WS-PROOF-GL
                   ADD WS-CONTROL-SUB-TOTAL (PT-IDX)
                       TO WS-PROOF-SUBLEDGER
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-PROOF-LEDGER.
           PERFORM VARYING LG-IDX FROM 1 BY 1
                   UNTIL LG-IDX > WS-LEDGER-COUNT
               IF WS-LEDGER-ACCOUNT (LG-IDX) = WS-PROOF-GL
                   IF WS-PROOF-SIDE = "C"
                       COMPUTE WS-PROOF-LEDGER =
                           WS-LEDGER-CREDITS (LG-IDX)
                           - WS-LEDGER-DEBITS (LG-IDX)
                   ELSE
                       COMPUTE WS-PROOF-LEDGER =
                           WS-LEDGER-DEBITS (LG-IDX)
                           - WS-LEDGER-CREDITS (LG-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           ADD 1 TO WS-PROOFS-CHECKED.
           COMPUTE WS-PROOF-DIFFERENCE =
               WS-PROOF-SUBLEDGER - WS-PROOF-LEDGER.
           COMPUTE WS-PROOF-ABS-DIFFERENCE =
               FUNCTION ABS (WS-PROOF-DIFFERENCE).
           MOVE WS-PROOF-SUBLEDGER TO WS-AMOUNT-DISPLAY-1.
           MOVE WS-PROOF-LEDGER TO WS-AMOUNT-DISPLAY-2.
           MOVE WS-PROOF-DIFFERENCE TO WS-AMOUNT-DISPLAY-3.
           MOVE SPACES TO PROOF-REPORT-REC.
           IF WS-PROOF-ABS-DIFFERENCE > WS-MATERIALITY
               ADD 1 TO WS-PROOFS-OUT
               MOVE "Y" TO WS-LEDGER-BLOCKED
               STRING "OUT OF PROOF GL=" WS-PROOF-GL
                       " SUBLEDGER=" WS-AMOUNT-DISPLAY-1
                       " GL=" WS-AMOUNT-DISPLAY-2
                       " DIFF=" WS-AMOUNT-DISPLAY-3
                   DELIMITED BY SIZE INTO PROOF-REPORT-REC
               MOVE SPACES TO ER-ERROR-TEXT
               STRING "GL " WS-PROOF-GL " OUT OF PROOF WITH "
                       "SUBLEDGER"
                   DELIMITED BY SIZE INTO ER-ERROR-TEXT
               PERFORM LOG-PROOF-EXCEPTION
           ELSE
               STRING "IN PROOF     GL=" WS-PROOF-GL
                       " SUBLEDGER=" WS-AMOUNT-DISPLAY-1
                       " GL=" WS-AMOUNT-DISPLAY-2
                       " DIFF=" WS-AMOUNT-DISPLAY-3
                   DELIMITED BY SIZE INTO PROOF-REPORT-REC
           END-IF.
           WRITE PROOF-REPORT-REC.

       LOG-PROOF-EXCEPTION.
           MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE.
           MOVE "GLTBAL01" TO ER-JOB-STEP.
           MOVE "GLPF" TO ER-ERROR-CODE.
           CALL "EXCPLOG01" USING WS-ERROR-RECORD.

      ***************************************************************
      *  The same dated block flag CTLBAL01 leaves: the driver reads
      *  it when it cuts tonight's handoff and sends it ACK=B.
      ***************************************************************
       WRITE-HANDOFF-BLOCK.
           OPEN OUTPUT HANDOFF-BLOCK-FILE.
           MOVE SPACES TO HANDOFF-BLOCK-REC.
           STRING "BLOCKED " WS-RUN-CCYYDDD
               DELIMITED BY SIZE INTO HANDOFF-BLOCK-REC.
           WRITE HANDOFF-BLOCK-REC.
           CLOSE HANDOFF-BLOCK-FILE.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "GLTBAL01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           SET LC-ACTION-CHECK TO TRUE.
           MOVE LV-ACCTM-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           MOVE LV-SUSPEN-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.

       SKIP-ACCOUNT-HEADER.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               READ ACCOUNT-MASTER-FILE
                   AT END
                       CONTINUE
               END-READ
           END-IF.

       SKIP-SUSPENSE-HEADER.
           IF WS-SUSPENSE-FILE-STATUS = "00"
               READ SUSPENSE-FILE
                   AT END
                       CONTINUE
               END-READ
           END-IF.
       END PROGRAM GLTBAL01.
