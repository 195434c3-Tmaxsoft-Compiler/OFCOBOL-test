       IDENTIFICATION DIVISION.
       PROGRAM-ID. MCKAPR01.
      ***************************************************************
      *  MCKAPR01 - checker step for customer master changes held
      *  under dual control.  CUSMNT01 queues a change to a
      *  controlled field (WSPNDCHG) with the user who entered it;
      *  this step applies the checkers' decision file to the
      *  queue and tells the makers what happened.
      *
      *  First a change still pending after the last business day
      *  it could be approved on expires.  Then each decision lands
      *  on the pending change for its customer and field: A
      *  approves it for CUSMNT01 to apply on its next run, R
      *  rejects it with the checker's reason.  A decision from the
      *  user who entered the change, one with no checker, one that
      *  is neither A nor R, or one for a change that is not
      *  pending is refused and goes back to whoever sent it.
      *
      *  The notice file groups every rejected and expired change
      *  under the user who entered it, and every refused decision
      *  under the user who sent it, so each user gets one list.
      *
      *  Decision layout:
      *    col 1-9    customer number
      *    col 10-24  field name as queued, e.g. CN-OD-LIMIT
      *    col 25     decision A(pprove) / R(eject)
      *    col 26-33  checker's user
      *    col 34-63  reason (R)
      *    col 64-70  date the checker decided, CCYYDDD
      *    col 71-74  time the checker decided, HHMM
      *
      *  Every approval also goes to the shared approval trail
      *  (APRTRL01) for the segregation-of-duties audit, with the
      *  decision's own date and time (blank date = run date).
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-CHANGE-IN
               ASSIGN TO "data/master_pending_changes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-IN-STATUS.
           SELECT PENDING-CHANGE-OUT
               ASSIGN TO "data/master_pending_changes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-OUT-STATUS.
           SELECT DECISION-FILE
               ASSIGN TO "data/master_change_approvals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECISION-FILE-STATUS.
           SELECT NOTICE-FILE
               ASSIGN TO "data/master_change_notices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-CHANGE-IN.
       01  PENDING-CHANGE-IN-REC         PIC X(172).
       FD  PENDING-CHANGE-OUT.
       01  PENDING-CHANGE-OUT-REC        PIC X(172).
       FD  DECISION-FILE.
       01  DECISION-REC.
           02 MA-CUST-NO                 PIC 9(9).
           02 MA-FIELD-NAME              PIC X(15).
           02 MA-DECISION                PIC X(1).
               88 MA-APPROVE             VALUE "A".
               88 MA-REJECT              VALUE "R".
           02 MA-CHECKER                 PIC X(8).
           02 MA-REASON                  PIC X(30).
           02 MA-DECIDED-DATE            PIC X(7).
           02 MA-DECIDED-TIME            PIC X(4).
       FD  NOTICE-FILE.
       01  NOTICE-REC                    PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PENDING-IN-STATUS           PIC XX.
       01 WS-PENDING-OUT-STATUS          PIC XX.
       01 WS-DECISION-FILE-STATUS        PIC XX.
       01 WS-NOTICE-FILE-STATUS          PIC XX.
       01 WS-PENDING-TABLE.
           05 WS-PEND-COUNT              PIC 9(3) VALUE 0.
           05 WS-PEND-ENTRY OCCURS 999 TIMES INDEXED BY PD-IDX.
               10 WS-PEND-CUST-NO        PIC 9(9).
               10 WS-PEND-FIELD          PIC X(15).
               10 WS-PEND-STATUS         PIC X(1).
               10 WS-PEND-IMAGE          PIC X(172).
      *    Notices are gathered through the run and written grouped
      *    by the user each one is addressed to.
       01 WS-NOTICE-TABLE.
           05 WS-NOTICE-COUNT            PIC 9(4) VALUE 0.
           05 WS-NOTICE-ENTRY OCCURS 2000 TIMES
                   INDEXED BY NT-IDX NT-SCAN.
               10 WS-NOTICE-USER         PIC X(8).
               10 WS-NOTICE-DONE         PIC X(1).
               10 WS-NOTICE-LINE         PIC X(128).
       01 WS-NOTICE-USER-NOW             PIC X(8).
       01 WS-NOTICE-TEXT                 PIC X(128).
       01 WS-FOUND-SWITCH                PIC X(1).
           88 WS-CHANGE-FOUND            VALUE "Y".
       01 WS-REFUSAL-TEXT                PIC X(30).
       01 WS-DECISIONS-READ              PIC 9(5) VALUE 0.
       01 WS-CHANGES-APPROVED            PIC 9(5) VALUE 0.
       01 WS-CHANGES-REJECTED            PIC 9(5) VALUE 0.
       01 WS-CHANGES-EXPIRED             PIC 9(5) VALUE 0.
       01 WS-DECISIONS-REFUSED           PIC 9(5) VALUE 0.
       COPY WSPNDCHG.
       COPY WSAPRTRL.
       COPY WSRUNCTL.
       COPY WSAUDTRL.

       PROCEDURE DIVISION.
       MCKAPR01-MAIN.
           CALL "RUNDATE01" USING WS-RUN-CONTROL.
           MOVE "MCKAPR01" TO AT-JOB-NAME.
           MOVE WS-RUN-CCYYDDD TO AT-RUN-DATE.
           SET AT-MODE-HEADER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           PERFORM LOAD-PENDING-CHANGES.
           PERFORM EXPIRE-OVERDUE-CHANGES.
           PERFORM APPLY-DECISIONS.
           PERFORM WRITE-NOTICES.
           PERFORM SAVE-PENDING-CHANGES.

           DISPLAY "MCKAPR01: DECISIONS READ=" WS-DECISIONS-READ
               " APPROVED=" WS-CHANGES-APPROVED
               " REJECTED=" WS-CHANGES-REJECTED
               " EXPIRED=" WS-CHANGES-EXPIRED
               " REFUSED=" WS-DECISIONS-REFUSED.

           MOVE WS-DECISIONS-READ TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.
           GOBACK.

       LOAD-PENDING-CHANGES.
           OPEN INPUT PENDING-CHANGE-IN.
           IF WS-PENDING-IN-STATUS = "00"
               PERFORM UNTIL WS-PEND-COUNT = 999
                       OR WS-PENDING-IN-STATUS = "10"
                   READ PENDING-CHANGE-IN INTO WS-PENDING-CHANGE
                       AT END
                           MOVE "10" TO WS-PENDING-IN-STATUS
                       NOT AT END
                           ADD 1 TO WS-PEND-COUNT
                           SET PD-IDX TO WS-PEND-COUNT
                           MOVE PD-CUST-NO
                               TO WS-PEND-CUST-NO (PD-IDX)
                           MOVE PD-FIELD-NAME
                               TO WS-PEND-FIELD (PD-IDX)
                           MOVE PD-STATUS
                               TO WS-PEND-STATUS (PD-IDX)
                           MOVE WS-PENDING-CHANGE
                               TO WS-PEND-IMAGE (PD-IDX)
                   END-READ
               END-PERFORM
               CLOSE PENDING-CHANGE-IN
           END-IF.

      ***************************************************************
      *  The expiry date CUSMNT01 stamped is the last business day
      *  the change could be approved on; once the run date is past
      *  it the change lapses and the maker must enter it again.
      ***************************************************************
       EXPIRE-OVERDUE-CHANGES.
           PERFORM VARYING PD-IDX FROM 1 BY 1
                   UNTIL PD-IDX > WS-PEND-COUNT
               IF WS-PEND-STATUS (PD-IDX) = "P"
                   MOVE WS-PEND-IMAGE (PD-IDX) TO WS-PENDING-CHANGE
                   IF PD-EXPIRY-DATE < WS-RUN-CCYYDDD
                       SET PD-EXPIRED TO TRUE
                       MOVE WS-RUN-CCYYDDD TO PD-DECIDED-DATE
                       PERFORM STORE-PENDING-ENTRY
                       ADD 1 TO WS-CHANGES-EXPIRED
                       MOVE SPACES TO WS-NOTICE-TEXT
                       STRING "EXPIRED  " PD-CUST-NO " "
                               PD-FIELD-NAME " NEW=(" PD-NEW-VALUE
                               ") NOT APPROVED BY " PD-EXPIRY-DATE
                           DELIMITED BY SIZE INTO WS-NOTICE-TEXT
                       MOVE PD-MAKER TO WS-NOTICE-USER-NOW
                       PERFORM ADD-NOTICE
                   END-IF
               END-IF
           END-PERFORM.

       APPLY-DECISIONS.
           OPEN INPUT DECISION-FILE.
           IF WS-DECISION-FILE-STATUS = "00"
               PERFORM UNTIL WS-DECISION-FILE-STATUS = "10"
                   READ DECISION-FILE
                       AT END
                           MOVE "10" TO WS-DECISION-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-DECISIONS-READ
                           PERFORM APPLY-ONE-DECISION
                   END-READ
               END-PERFORM
               CLOSE DECISION-FILE
           END-IF.

      ***************************************************************
      *  A decision lands on the one change pending for its customer
      *  and field.  The maker cannot check their own change.
      ***************************************************************
       APPLY-ONE-DECISION.
           MOVE "N" TO WS-FOUND-SWITCH.
           IF MA-CUST-NO NUMERIC
               PERFORM VARYING PD-IDX FROM 1 BY 1
                       UNTIL PD-IDX > WS-PEND-COUNT OR WS-CHANGE-FOUND
                   IF WS-PEND-CUST-NO (PD-IDX) = MA-CUST-NO
                           AND WS-PEND-FIELD (PD-IDX) = MA-FIELD-NAME
                           AND WS-PEND-STATUS (PD-IDX) = "P"
                       MOVE "Y" TO WS-FOUND-SWITCH
                       MOVE WS-PEND-IMAGE (PD-IDX)
                           TO WS-PENDING-CHANGE
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-CHANGE-FOUND
               SET PD-IDX DOWN BY 1
           END-IF.
           EVALUATE TRUE
               WHEN NOT WS-CHANGE-FOUND
                   MOVE "NO CHANGE AWAITING A DECISION"
                       TO WS-REFUSAL-TEXT
                   PERFORM REFUSE-DECISION
               WHEN MA-CHECKER = SPACES
                   MOVE "NO CHECKER ON THE DECISION"
                       TO WS-REFUSAL-TEXT
                   PERFORM REFUSE-DECISION
               WHEN MA-CHECKER = PD-MAKER
                   MOVE "CHECKER ENTERED THE CHANGE"
                       TO WS-REFUSAL-TEXT
                   PERFORM REFUSE-DECISION
               WHEN MA-APPROVE
                   SET PD-APPROVED TO TRUE
                   MOVE MA-CHECKER TO PD-CHECKER
                   MOVE WS-RUN-CCYYDDD TO PD-DECIDED-DATE
                   PERFORM STORE-PENDING-ENTRY
                   ADD 1 TO WS-CHANGES-APPROVED
                   PERFORM RECORD-APPROVAL-TRAIL
               WHEN MA-REJECT
                   SET PD-REJECTED TO TRUE
                   MOVE MA-CHECKER TO PD-CHECKER
                   MOVE WS-RUN-CCYYDDD TO PD-DECIDED-DATE
                   MOVE MA-REASON TO PD-REJECT-REASON
                   PERFORM STORE-PENDING-ENTRY
                   ADD 1 TO WS-CHANGES-REJECTED
                   MOVE SPACES TO WS-NOTICE-TEXT
                   STRING "REJECTED " PD-CUST-NO " " PD-FIELD-NAME
                           " NEW=(" PD-NEW-VALUE ") BY " PD-CHECKER
                           " " PD-REJECT-REASON
                       DELIMITED BY SIZE INTO WS-NOTICE-TEXT
                   MOVE PD-MAKER TO WS-NOTICE-USER-NOW
                   PERFORM ADD-NOTICE
               WHEN OTHER
                   MOVE "DECISION IS NOT A OR R"
                       TO WS-REFUSAL-TEXT
                   PERFORM REFUSE-DECISION
           END-EVALUATE.

       REFUSE-DECISION.
           ADD 1 TO WS-DECISIONS-REFUSED.
           MOVE SPACES TO WS-NOTICE-TEXT.
           STRING "REFUSED  " MA-CUST-NO " " MA-FIELD-NAME
                   " DECISION " MA-DECISION " - " WS-REFUSAL-TEXT
               DELIMITED BY SIZE INTO WS-NOTICE-TEXT.
           MOVE MA-CHECKER TO WS-NOTICE-USER-NOW.
           PERFORM ADD-NOTICE.

       RECORD-APPROVAL-TRAIL.
           MOVE SPACES TO WS-APPROVAL-TRAIL-RECORD.
           SET TL-SOURCE-MASTER TO TRUE.
           STRING PD-CUST-NO " " PD-FIELD-NAME
               DELIMITED BY SIZE INTO TL-ITEM-KEY.
           MOVE PD-CUST-NO TO TL-CUST-NO.
           MOVE PD-MAKER TO TL-MAKER.
           MOVE PD-CHECKER TO TL-CHECKER.
           MOVE MA-DECIDED-DATE TO TL-APPROVED-DATE.
           MOVE MA-DECIDED-TIME TO TL-APPROVED-TIME.
           MOVE "MCKAPR01" TO TL-RECORDED-BY.
           CALL "APRTRL01" USING WS-APPROVAL-TRAIL-RECORD.

       STORE-PENDING-ENTRY.
           MOVE PD-STATUS TO WS-PEND-STATUS (PD-IDX).
           MOVE WS-PENDING-CHANGE TO WS-PEND-IMAGE (PD-IDX).

       ADD-NOTICE.
           IF WS-NOTICE-COUNT = 2000
               DISPLAY "MCKAPR01: NOTICE TABLE FULL - "
                   WS-NOTICE-USER-NOW " " WS-NOTICE-TEXT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NOTICE-COUNT.
           SET NT-IDX TO WS-NOTICE-COUNT.
           MOVE WS-NOTICE-USER-NOW TO WS-NOTICE-USER (NT-IDX).
           MOVE "N" TO WS-NOTICE-DONE (NT-IDX).
           MOVE WS-NOTICE-TEXT TO WS-NOTICE-LINE (NT-IDX).

      ***************************************************************
      *  One block per user, in the order each user first appears:
      *  the heading, then every notice addressed to that user.
      ***************************************************************
       WRITE-NOTICES.
           OPEN OUTPUT NOTICE-FILE.
           MOVE SPACES TO NOTICE-REC.
           STRING "CUSTOMER MASTER CHANGE NOTICES - RUN "
                   WS-RUN-CCYYDDD
               DELIMITED BY SIZE INTO NOTICE-REC.
           WRITE NOTICE-REC.
           PERFORM VARYING NT-IDX FROM 1 BY 1
                   UNTIL NT-IDX > WS-NOTICE-COUNT
               IF WS-NOTICE-DONE (NT-IDX) = "N"
                   MOVE WS-NOTICE-USER (NT-IDX) TO WS-NOTICE-USER-NOW
                   PERFORM WRITE-ONE-USER-NOTICES
               END-IF
           END-PERFORM.
           IF WS-NOTICE-COUNT = 0
               MOVE "  NO REJECTED, EXPIRED OR REFUSED CHANGES"
                   TO NOTICE-REC
               WRITE NOTICE-REC
           END-IF.
           MOVE SPACES TO NOTICE-REC.
           STRING "APPROVED " WS-CHANGES-APPROVED
                   "  REJECTED " WS-CHANGES-REJECTED
                   "  EXPIRED " WS-CHANGES-EXPIRED
                   "  DECISIONS REFUSED " WS-DECISIONS-REFUSED
               DELIMITED BY SIZE INTO NOTICE-REC.
           WRITE NOTICE-REC.
           CLOSE NOTICE-FILE.

       WRITE-ONE-USER-NOTICES.
           MOVE SPACES TO NOTICE-REC.
           STRING "FOR USER " WS-NOTICE-USER-NOW
               DELIMITED BY SIZE INTO NOTICE-REC.
           WRITE NOTICE-REC.
           PERFORM VARYING NT-SCAN FROM NT-IDX BY 1
                   UNTIL NT-SCAN > WS-NOTICE-COUNT
               IF WS-NOTICE-USER (NT-SCAN) = WS-NOTICE-USER-NOW
                   MOVE SPACES TO NOTICE-REC
                   STRING "  " WS-NOTICE-LINE (NT-SCAN)
                       DELIMITED BY SIZE INTO NOTICE-REC
                   WRITE NOTICE-REC
                   MOVE "Y" TO WS-NOTICE-DONE (NT-SCAN)
               END-IF
           END-PERFORM.

       SAVE-PENDING-CHANGES.
           OPEN OUTPUT PENDING-CHANGE-OUT.
           PERFORM VARYING PD-IDX FROM 1 BY 1
                   UNTIL PD-IDX > WS-PEND-COUNT
               WRITE PENDING-CHANGE-OUT-REC
                   FROM WS-PEND-IMAGE (PD-IDX)
           END-PERFORM.
           CLOSE PENDING-CHANGE-OUT.
       END PROGRAM MCKAPR01.
