       IDENTIFICATION DIVISION.
       PROGRAM-ID. HSHMNT01.
      ***************************************************************
      *  HSHMNT01 - household maintenance.  Nightly step that links
      *  customers into households on the WSHSHLD household file:
      *  adds a member (creating the household when its number is
      *  new), removes one, or names a new head of household.  The
      *  household file is small enough to hold in storage: it
      *  loads into a table, the transactions apply against the
      *  table in arrival order, and the table is written back in
      *  household-number order.  A household is founded by its
      *  head; naming a new head makes the old head an ordinary
      *  member, and the head leaves only once the household has
      *  no other members - so a household never stands headless.
      *  Every transaction that cannot apply goes to a reject file
      *  with a reason code, and every applied change is logged.
      *
      *  Transaction layout, arrival order:
      *    col 1      action code A(dd member) / R(emove member) /
      *               H(ead of household)
      *    col 2-8    household number
      *    col 9-17   customer number
      *    col 18     role H/M (add only)
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOUSEHOLD-FILE
               ASSIGN TO "data/households.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOUSEHOLD-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "data/cust_master_new.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT HOUSEHOLD-TXN-FILE
               ASSIGN TO "data/household_txns.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.
           SELECT HOUSEHOLD-REJECT-FILE
               ASSIGN TO "data/household_rejects.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.
           SELECT HOUSEHOLD-LOG-FILE
               ASSIGN TO "data/household_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOUSEHOLD-FILE.
       COPY WSHSHLD.

       FD  CUSTOMER-MASTER-FILE.
       COPY WSCUSNEW.

       FD  HOUSEHOLD-TXN-FILE.
       01  HOUSEHOLD-TXN-REC.
           02 HX-ACTION                  PIC X(1).
           02 HX-HOUSEHOLD-NO            PIC X(7).
           02 HX-CUST-NO                 PIC X(9).
           02 HX-ROLE                    PIC X(1).
               88 HX-ROLE-HEAD           VALUE "H".
               88 HX-ROLE-VALID          VALUE "H" "M".

       FD  HOUSEHOLD-REJECT-FILE.
       01  HOUSEHOLD-REJECT-REC          PIC X(60).

       FD  HOUSEHOLD-LOG-FILE.
       01  HOUSEHOLD-LOG-REC             PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-HOUSEHOLD-FILE-STATUS       PIC XX.
       01 WS-MASTER-FILE-STATUS          PIC XX.
       01 WS-TXN-FILE-STATUS             PIC XX.
       01 WS-REJECT-FILE-STATUS          PIC XX.
       01 WS-LOG-FILE-STATUS             PIC XX.
       01 WS-TXNS-READ                   PIC 9(5) VALUE 0.
       01 WS-TXNS-APPLIED                PIC 9(5) VALUE 0.
       01 WS-TXNS-REJECTED               PIC 9(5) VALUE 0.
       01 WS-MEMBERS-ADDED               PIC 9(5) VALUE 0.
       01 WS-MEMBERS-REMOVED             PIC 9(5) VALUE 0.
       01 WS-HEADS-CHANGED               PIC 9(5) VALUE 0.
       01 WS-MEMBERS-READ                PIC 9(5) VALUE 0.
       01 WS-MEMBERS-WRITTEN             PIC 9(5) VALUE 0.
       01 WS-MEMBER-HASH                 PIC 9(13)V99 VALUE 0.
       01 WS-REJECT-REASON               PIC X(4).
       01 WS-TXN-HOUSEHOLD-NO            PIC 9(7).
       01 WS-INSERT-AT                   PIC 9(4).
       01 WS-MOVE-IDX                    PIC 9(4).
       01 WS-MEMBER-COUNT                PIC 9(4).
       01 WS-ROW-FOUND                   PIC X(1).
           88 WS-ROW-WAS-FOUND           VALUE "Y".
       01 WS-HOUSEHOLD-FOUND             PIC X(1).
           88 WS-HOUSEHOLD-EXISTS        VALUE "Y".
      *
      *  The household file in storage, in household-number order.
      *
       01 WS-HOUSEHOLD-TABLE.
           05 WS-HH-COUNT                PIC 9(4) VALUE 0.
           05 WS-HH-ENTRY OCCURS 2000 TIMES INDEXED BY HH-IDX
                                                       HH-HEAD-IDX.
               10 WS-HH-HOUSEHOLD-NO     PIC 9(7).
               10 WS-HH-CUST-NO          PIC 9(9).
               10 WS-HH-ROLE             PIC X(1).
               10 WS-HH-JOINED-DATE      PIC 9(7).
      *
      *  Tonight's transactions, with whether the customer master
      *  knows the customer each names - one pass over the master
      *  answers every transaction.
      *
       01 WS-TXN-TABLE.
           05 WS-TXN-COUNT               PIC 9(3) VALUE 0.
           05 WS-TXN-ENTRY OCCURS 500 TIMES INDEXED BY TX-IDX.
               10 WS-TXN-IMAGE           PIC X(18).
               10 WS-TXN-CUST-NO         PIC 9(9).
               10 WS-TXN-CUST-FOUND      PIC X(1).
       COPY WSRUNLCK.
       COPY WSCHKDGT.
       COPY WSLAYCHK.
       COPY WSLAYVER.
       COPY WSRUNCTL.
       COPY WSAUDTRL.
       COPY WSCTLTOT.

       PROCEDURE DIVISION.
       HSHMNT01-MAIN.
           CALL "RUNDATE01" USING WS-RUN-CONTROL.
           MOVE "HSHMNT01" TO AT-JOB-NAME.
           MOVE WS-RUN-CCYYDDD TO AT-RUN-DATE.
           SET AT-MODE-HEADER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           PERFORM CHECK-FILE-LAYOUTS.
           IF LC-REFUSED-COUNT > 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "HSHMNT01" TO RL-JOB-NAME.
           MOVE "MASTERS" TO RL-LOCK-NAME.
           MOVE WS-RUN-CCYYDDD TO RL-RUN-DATE.
           SET RL-ACTION-ACQUIRE TO TRUE.
           CALL "RUNLOCK01" USING WS-RUN-LOCK-REQUEST.
           IF RL-REFUSED
               DISPLAY "HSHMNT01: LOCK " RL-LOCK-NAME
                   " HELD BY " RL-HOLDER-JOB
                   " SINCE " RL-HOLDER-TIME " - NOT STARTED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-HOUSEHOLD-TABLE.
           PERFORM LOAD-TXN-TABLE.
           PERFORM RESOLVE-TXN-CUSTOMERS.

           OPEN OUTPUT HOUSEHOLD-REJECT-FILE.
           OPEN OUTPUT HOUSEHOLD-LOG-FILE.
           PERFORM VARYING TX-IDX FROM 1 BY 1
                   UNTIL TX-IDX > WS-TXN-COUNT
               MOVE WS-TXN-IMAGE (TX-IDX) TO HOUSEHOLD-TXN-REC
               PERFORM APPLY-ONE-HOUSEHOLD-TXN
           END-PERFORM.
           CLOSE HOUSEHOLD-REJECT-FILE.
           CLOSE HOUSEHOLD-LOG-FILE.

           PERFORM WRITE-HOUSEHOLD-TABLE.
           PERFORM POST-CONTROL-TOTALS.

           DISPLAY "HSHMNT01: TXNS READ=" WS-TXNS-READ.
           DISPLAY "HSHMNT01: TXNS APPLIED=" WS-TXNS-APPLIED.
           DISPLAY "HSHMNT01: TXNS REJECTED=" WS-TXNS-REJECTED.
           DISPLAY "HSHMNT01: MEMBERS ADDED=" WS-MEMBERS-ADDED
               " REMOVED=" WS-MEMBERS-REMOVED
               " HEADS CHANGED=" WS-HEADS-CHANGED.
           DISPLAY "HSHMNT01: MEMBER RECORDS OUT=" WS-MEMBERS-WRITTEN.

           MOVE WS-MEMBERS-WRITTEN TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           SET RL-ACTION-RELEASE TO TRUE.
           CALL "RUNLOCK01" USING WS-RUN-LOCK-REQUEST.
           GOBACK.

       LOAD-HOUSEHOLD-TABLE.
           OPEN INPUT HOUSEHOLD-FILE.
           IF WS-HOUSEHOLD-FILE-STATUS = "00"
               PERFORM UNTIL WS-HOUSEHOLD-FILE-STATUS = "10"
                   READ HOUSEHOLD-FILE
                       AT END
                           MOVE "10" TO WS-HOUSEHOLD-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-MEMBERS-READ
                           IF WS-HH-COUNT < 2000
                               ADD 1 TO WS-HH-COUNT
                               SET HH-IDX TO WS-HH-COUNT
                               MOVE WS-HOUSEHOLD-RECORD
                                   TO WS-HH-ENTRY (HH-IDX)
                           ELSE
                               DISPLAY "HSHMNT01: HOUSEHOLD TABLE FULL"
                                   " - RECORD DROPPED " HH-HOUSEHOLD-NO
                                   " " HH-CUST-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOUSEHOLD-FILE
           END-IF.

       LOAD-TXN-TABLE.
           OPEN INPUT HOUSEHOLD-TXN-FILE.
           IF WS-TXN-FILE-STATUS = "00"
               PERFORM UNTIL WS-TXN-FILE-STATUS = "10"
                   READ HOUSEHOLD-TXN-FILE
                       AT END
                           MOVE "10" TO WS-TXN-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-TXNS-READ
                           IF WS-TXN-COUNT < 500
                               PERFORM ADD-TXN-ENTRY
                           ELSE
                               DISPLAY "HSHMNT01: TXN TABLE FULL"
                                   " - NOT APPLIED " HOUSEHOLD-TXN-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOUSEHOLD-TXN-FILE
           END-IF.

       ADD-TXN-ENTRY.
           ADD 1 TO WS-TXN-COUNT.
           SET TX-IDX TO WS-TXN-COUNT.
           MOVE HOUSEHOLD-TXN-REC TO WS-TXN-IMAGE (TX-IDX).
           MOVE 0 TO WS-TXN-CUST-NO (TX-IDX).
           IF HX-CUST-NO NUMERIC
               MOVE HX-CUST-NO TO WS-TXN-CUST-NO (TX-IDX)
           END-IF.
           MOVE "N" TO WS-TXN-CUST-FOUND (TX-IDX).

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
      *  The customer number validates through the shared check-
      *  digit service before any action is judged, as every other
      *  maintenance step does for a keyed customer number.
      ***************************************************************
       APPLY-ONE-HOUSEHOLD-TXN.
           EVALUATE TRUE
               WHEN HX-HOUSEHOLD-NO NOT NUMERIC
               WHEN HX-CUST-NO NOT NUMERIC
                   MOVE "FMT " TO WS-REJECT-REASON
                   PERFORM WRITE-HOUSEHOLD-REJECT
               WHEN OTHER
                   MOVE HX-HOUSEHOLD-NO TO WS-TXN-HOUSEHOLD-NO
                   PERFORM JUDGE-HOUSEHOLD-TXN
           END-EVALUATE.

       JUDGE-HOUSEHOLD-TXN.
           MOVE WS-TXN-CUST-NO (TX-IDX) TO CD-CUST-NO.
           SET CD-ACTION-VALIDATE TO TRUE.
           CALL "CHKDGT01" USING WS-CHECK-DIGIT-REQUEST.
           PERFORM FIND-HOUSEHOLD-HEAD.
           EVALUATE TRUE
               WHEN CD-NUMBER-INVALID
                   MOVE "CKDG" TO WS-REJECT-REASON
                   PERFORM WRITE-HOUSEHOLD-REJECT
               WHEN WS-TXN-HOUSEHOLD-NO = 0
                   MOVE "FMT " TO WS-REJECT-REASON
                   PERFORM WRITE-HOUSEHOLD-REJECT
               WHEN HX-ACTION = "A"
                   PERFORM JUDGE-ADD-MEMBER
               WHEN HX-ACTION = "R"
                   PERFORM JUDGE-REMOVE-MEMBER
               WHEN HX-ACTION = "H"
                   PERFORM JUDGE-NEW-HEAD
               WHEN OTHER
                   MOVE "ACTN" TO WS-REJECT-REASON
                   PERFORM WRITE-HOUSEHOLD-REJECT
           END-EVALUATE.

      ***************************************************************
      *  A customer joins one household only.  A new household
      *  number must be founded by its head; a head named for an
      *  existing household takes over from the current head.
      ***************************************************************
       JUDGE-ADD-MEMBER.
           PERFORM FIND-CUSTOMER-ROW.
           EVALUATE TRUE
               WHEN NOT HX-ROLE-VALID
                   MOVE "ROLE" TO WS-REJECT-REASON
                   PERFORM WRITE-HOUSEHOLD-REJECT
               WHEN WS-TXN-CUST-FOUND (TX-IDX) = "N"
                   MOVE "CUST" TO WS-REJECT-REASON
                   PERFORM WRITE-HOUSEHOLD-REJECT
               WHEN WS-ROW-WAS-FOUND
                   MOVE "MEMB" TO WS-REJECT-REASON
                   PERFORM WRITE-HOUSEHOLD-REJECT
               WHEN NOT WS-HOUSEHOLD-EXISTS
                       AND NOT HX-ROLE-HEAD
                   MOVE "NOHD" TO WS-REJECT-REASON
                   PERFORM WRITE-HOUSEHOLD-REJECT
               WHEN WS-HH-COUNT NOT < 2000
                   MOVE "FULL" TO WS-REJECT-REASON
                   PERFORM WRITE-HOUSEHOLD-REJECT
               WHEN OTHER
                   PERFORM APPLY-ADD-MEMBER
           END-EVALUATE.

      ***************************************************************
      *  The head leaves last: while anyone else is still in the
      *  household, a new head must be named first.
      ***************************************************************
       JUDGE-REMOVE-MEMBER.
           PERFORM FIND-CUSTOMER-ROW.
           PERFORM COUNT-HOUSEHOLD-MEMBERS.
           EVALUATE TRUE
               WHEN NOT WS-ROW-WAS-FOUND
                   MOVE "NMEM" TO WS-REJECT-REASON
                   PERFORM WRITE-HOUSEHOLD-REJECT
               WHEN WS-HH-HOUSEHOLD-NO (HH-IDX)
                       NOT = WS-TXN-HOUSEHOLD-NO
                   MOVE "NMEM" TO WS-REJECT-REASON
                   PERFORM WRITE-HOUSEHOLD-REJECT
               WHEN WS-HH-ROLE (HH-IDX) = "H"
                       AND WS-MEMBER-COUNT > 1
                   MOVE "HEAD" TO WS-REJECT-REASON
                   PERFORM WRITE-HOUSEHOLD-REJECT
               WHEN OTHER
                   PERFORM APPLY-REMOVE-MEMBER
           END-EVALUATE.

       JUDGE-NEW-HEAD.
           PERFORM FIND-CUSTOMER-ROW.
           EVALUATE TRUE
               WHEN NOT WS-ROW-WAS-FOUND
                   MOVE "NMEM" TO WS-REJECT-REASON
                   PERFORM WRITE-HOUSEHOLD-REJECT
               WHEN WS-HH-HOUSEHOLD-NO (HH-IDX)
                       NOT = WS-TXN-HOUSEHOLD-NO
                   MOVE "NMEM" TO WS-REJECT-REASON
                   PERFORM WRITE-HOUSEHOLD-REJECT
               WHEN WS-HH-ROLE (HH-IDX) = "H"
                   MOVE "DUPL" TO WS-REJECT-REASON
                   PERFORM WRITE-HOUSEHOLD-REJECT
               WHEN OTHER
                   PERFORM APPLY-NEW-HEAD
           END-EVALUATE.

       FIND-CUSTOMER-ROW.
           MOVE "N" TO WS-ROW-FOUND.
           PERFORM VARYING HH-IDX FROM 1 BY 1
                   UNTIL HH-IDX > WS-HH-COUNT OR WS-ROW-WAS-FOUND
               IF WS-HH-CUST-NO (HH-IDX) = WS-TXN-CUST-NO (TX-IDX)
                   MOVE "Y" TO WS-ROW-FOUND
               END-IF
           END-PERFORM.
           IF WS-ROW-WAS-FOUND
               SET HH-IDX DOWN BY 1
           END-IF.

      *    Whether the household exists at all, and where its head
      *    row sits when it does.
       FIND-HOUSEHOLD-HEAD.
           MOVE "N" TO WS-HOUSEHOLD-FOUND.
           SET HH-HEAD-IDX TO 1.
           PERFORM VARYING HH-IDX FROM 1 BY 1
                   UNTIL HH-IDX > WS-HH-COUNT
               IF WS-HH-HOUSEHOLD-NO (HH-IDX) = WS-TXN-HOUSEHOLD-NO
                   MOVE "Y" TO WS-HOUSEHOLD-FOUND
                   IF WS-HH-ROLE (HH-IDX) = "H"
                       SET HH-HEAD-IDX TO HH-IDX
                   END-IF
               END-IF
           END-PERFORM.

       COUNT-HOUSEHOLD-MEMBERS.
           MOVE 0 TO WS-MEMBER-COUNT.
           PERFORM VARYING HH-HEAD-IDX FROM 1 BY 1
                   UNTIL HH-HEAD-IDX > WS-HH-COUNT
               IF WS-HH-HOUSEHOLD-NO (HH-HEAD-IDX)
                       = WS-TXN-HOUSEHOLD-NO
                   ADD 1 TO WS-MEMBER-COUNT
               END-IF
           END-PERFORM.

      ***************************************************************
      *  A new row goes in after the last row for its household (or
      *  for any lower household), so the table - and the file it
      *  is written back to - stays in household-number order.  A
      *  new head of an existing household demotes the old one.
      ***************************************************************
       APPLY-ADD-MEMBER.
           IF HX-ROLE-HEAD AND WS-HOUSEHOLD-EXISTS
               PERFORM DEMOTE-CURRENT-HEAD
           END-IF.
           MOVE 1 TO WS-INSERT-AT.
           PERFORM VARYING HH-IDX FROM 1 BY 1
                   UNTIL HH-IDX > WS-HH-COUNT
               IF WS-HH-HOUSEHOLD-NO (HH-IDX)
                       NOT > WS-TXN-HOUSEHOLD-NO
                   SET WS-INSERT-AT TO HH-IDX
                   ADD 1 TO WS-INSERT-AT
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-MOVE-IDX FROM WS-HH-COUNT BY -1
                   UNTIL WS-MOVE-IDX < WS-INSERT-AT
               MOVE WS-HH-ENTRY (WS-MOVE-IDX)
                   TO WS-HH-ENTRY (WS-MOVE-IDX + 1)
           END-PERFORM.
           ADD 1 TO WS-HH-COUNT.
           SET HH-IDX TO WS-INSERT-AT.
           MOVE WS-TXN-HOUSEHOLD-NO TO WS-HH-HOUSEHOLD-NO (HH-IDX).
           MOVE WS-TXN-CUST-NO (TX-IDX) TO WS-HH-CUST-NO (HH-IDX).
           MOVE HX-ROLE TO WS-HH-ROLE (HH-IDX).
           MOVE WS-RUN-CCYYDDD TO WS-HH-JOINED-DATE (HH-IDX).
           ADD 1 TO WS-MEMBERS-ADDED.
           ADD 1 TO WS-TXNS-APPLIED.
           MOVE SPACES TO HOUSEHOLD-LOG-REC.
           STRING WS-RUN-CCYYDDD " A " WS-TXN-HOUSEHOLD-NO
                   " CUST=" WS-TXN-CUST-NO (TX-IDX)
                   " ROLE=" HX-ROLE
               DELIMITED BY SIZE INTO HOUSEHOLD-LOG-REC.
           WRITE HOUSEHOLD-LOG-REC.

       APPLY-REMOVE-MEMBER.
           MOVE SPACES TO HOUSEHOLD-LOG-REC.
           STRING WS-RUN-CCYYDDD " R " WS-TXN-HOUSEHOLD-NO
                   " CUST=" WS-TXN-CUST-NO (TX-IDX)
                   " ROLE=" WS-HH-ROLE (HH-IDX)
                   " JOINED " WS-HH-JOINED-DATE (HH-IDX)
               DELIMITED BY SIZE INTO HOUSEHOLD-LOG-REC.
           WRITE HOUSEHOLD-LOG-REC.
           SET WS-MOVE-IDX TO HH-IDX.
           PERFORM VARYING WS-MOVE-IDX FROM WS-MOVE-IDX BY 1
                   UNTIL WS-MOVE-IDX NOT < WS-HH-COUNT
               MOVE WS-HH-ENTRY (WS-MOVE-IDX + 1)
                   TO WS-HH-ENTRY (WS-MOVE-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-HH-COUNT.
           ADD 1 TO WS-MEMBERS-REMOVED.
           ADD 1 TO WS-TXNS-APPLIED.

       APPLY-NEW-HEAD.
           PERFORM DEMOTE-CURRENT-HEAD.
           MOVE "H" TO WS-HH-ROLE (HH-IDX).
           ADD 1 TO WS-TXNS-APPLIED.
           MOVE SPACES TO HOUSEHOLD-LOG-REC.
           STRING WS-RUN-CCYYDDD " H " WS-TXN-HOUSEHOLD-NO
                   " CUST=" WS-TXN-CUST-NO (TX-IDX)
                   " NOW HEAD"
               DELIMITED BY SIZE INTO HOUSEHOLD-LOG-REC.
           WRITE HOUSEHOLD-LOG-REC.

       DEMOTE-CURRENT-HEAD.
           IF WS-HH-ROLE (HH-HEAD-IDX) = "H"
                   AND WS-HH-HOUSEHOLD-NO (HH-HEAD-IDX)
                       = WS-TXN-HOUSEHOLD-NO
               MOVE "M" TO WS-HH-ROLE (HH-HEAD-IDX)
               ADD 1 TO WS-HEADS-CHANGED
               MOVE SPACES TO HOUSEHOLD-LOG-REC
               STRING WS-RUN-CCYYDDD " H " WS-TXN-HOUSEHOLD-NO
                       " CUST=" WS-HH-CUST-NO (HH-HEAD-IDX)
                       " NO LONGER HEAD"
                   DELIMITED BY SIZE INTO HOUSEHOLD-LOG-REC
               WRITE HOUSEHOLD-LOG-REC
           END-IF.

       WRITE-HOUSEHOLD-REJECT.
           ADD 1 TO WS-TXNS-REJECTED.
           MOVE SPACES TO HOUSEHOLD-REJECT-REC.
           STRING WS-REJECT-REASON " " HOUSEHOLD-TXN-REC
               DELIMITED BY SIZE INTO HOUSEHOLD-REJECT-REC.
           WRITE HOUSEHOLD-REJECT-REC.

       WRITE-HOUSEHOLD-TABLE.
           OPEN OUTPUT HOUSEHOLD-FILE.
           PERFORM VARYING HH-IDX FROM 1 BY 1
                   UNTIL HH-IDX > WS-HH-COUNT
               WRITE WS-HOUSEHOLD-RECORD
                   FROM WS-HH-ENTRY (HH-IDX)
               ADD 1 TO WS-MEMBERS-WRITTEN
               ADD WS-HH-CUST-NO (HH-IDX) TO WS-MEMBER-HASH
           END-PERFORM.
           CLOSE HOUSEHOLD-FILE.

      ***************************************************************
      *  The household file carries no money, so its hash is the
      *  sum of the member customer numbers, as for the account
      *  party file.
      ***************************************************************
       POST-CONTROL-TOTALS.
           MOVE WS-RUN-CCYYDDD TO CT-RUN-DATE.
           MOVE "HSHMNT01" TO CT-STEP-NAME.
           SET CT-ROLE-PRODUCER TO TRUE.
           MOVE "data/households.dat" TO CT-FILE-NAME.
           MOVE WS-MEMBERS-WRITTEN TO CT-RECORD-COUNT.
           MOVE WS-MEMBER-HASH TO CT-AMOUNT-HASH.
           CALL "CTLTOT01" USING WS-CONTROL-TOTAL-RECORD.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "HSHMNT01" TO LC-PROGRAM-NAME.
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
       END PROGRAM HSHMNT01.
