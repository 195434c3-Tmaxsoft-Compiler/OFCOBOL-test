       IDENTIFICATION DIVISION.
       PROGRAM-ID. HLDREL01.
      ***************************************************************
      *  HLDREL01 - uncollected-funds hold release.  Runs ahead of
      *  the posting pass every night: every hold whose release
      *  date has arrived is stamped with tonight's date and moves
      *  to the hold history, and every hold still running is
      *  rewritten to the active holds file - so the available
      *  balance POSTAP01, the statement, and the inquiry work out
      *  from the active file carries only holds still in force.
      *  A hold POSTAP01 judges expired on its own release date
      *  never counts against the customer even if this step has
      *  not run; the release only keeps the active file short and
      *  records when each hold fell away.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-IN
               ASSIGN TO "data/funds_holds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-IN-STATUS.
           SELECT HOLD-OUT
               ASSIGN TO "data/funds_holds_new.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-OUT-STATUS.
           SELECT HOLD-REWRITE
               ASSIGN TO "data/funds_holds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-RW-STATUS.
           SELECT HOLD-COPY-IN
               ASSIGN TO "data/funds_holds_new.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-CI-STATUS.
           SELECT HOLD-HISTORY-FILE
               ASSIGN TO "data/funds_hold_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-IN.
       COPY WSFNDHLD.

       FD  HOLD-OUT.
       01  HOLD-OUT-REC                  PIC X(90).

       FD  HOLD-REWRITE.
       01  HOLD-REWRITE-REC              PIC X(90).

       FD  HOLD-COPY-IN.
       01  HOLD-COPY-REC                 PIC X(90).

       FD  HOLD-HISTORY-FILE.
       01  HOLD-HISTORY-REC              PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-HOLD-IN-STATUS              PIC XX.
       01 WS-HOLD-OUT-STATUS             PIC XX.
       01 WS-HOLD-RW-STATUS              PIC XX.
       01 WS-HOLD-CI-STATUS              PIC XX.
       01 WS-HISTORY-FILE-STATUS         PIC XX.
       01 WS-HOLDS-READ                  PIC 9(5) VALUE 0.
       01 WS-HOLDS-RELEASED              PIC 9(5) VALUE 0.
       01 WS-HOLDS-ACTIVE                PIC 9(5) VALUE 0.
       01 WS-RELEASED-TOTAL              PIC 9(13)V99 VALUE 0.
       01 WS-ACTIVE-TOTAL                PIC 9(13)V99 VALUE 0.
       COPY WSRUNCTL.
       COPY WSAUDTRL.
       COPY WSCTLTOT.

       PROCEDURE DIVISION.
       HLDREL01-MAIN.
           CALL "RUNDATE01" USING WS-RUN-CONTROL.
           MOVE "HLDREL01" TO AT-JOB-NAME.
           MOVE WS-RUN-CCYYDDD TO AT-RUN-DATE.
           SET AT-MODE-HEADER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           PERFORM RELEASE-EXPIRED-HOLDS.
           PERFORM COPY-HOLDS-BACK.

           MOVE WS-RUN-CCYYDDD TO CT-RUN-DATE.
           MOVE "HLDREL01" TO CT-STEP-NAME.
           SET CT-ROLE-PRODUCER TO TRUE.
           MOVE "data/funds_hold_history.dat" TO CT-FILE-NAME.
           MOVE WS-HOLDS-RELEASED TO CT-RECORD-COUNT.
           MOVE WS-RELEASED-TOTAL TO CT-AMOUNT-HASH.
           CALL "CTLTOT01" USING WS-CONTROL-TOTAL-RECORD.

           DISPLAY "HLDREL01: READ=" WS-HOLDS-READ
               " RELEASED=" WS-HOLDS-RELEASED
               " RELEASED AMOUNT=" WS-RELEASED-TOTAL
               " STILL HELD=" WS-HOLDS-ACTIVE
               " HELD AMOUNT=" WS-ACTIVE-TOTAL.

           MOVE WS-HOLDS-RELEASED TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.
           GOBACK.

      ***************************************************************
      *  One pass splits the active holds: a hold whose release
      *  date is tonight or earlier is stamped released and goes
      *  to the history, a hold still running goes to the new
      *  active copy as it stands.
      ***************************************************************
       RELEASE-EXPIRED-HOLDS.
           OPEN INPUT HOLD-IN.
           OPEN OUTPUT HOLD-OUT.
           OPEN EXTEND HOLD-HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               OPEN OUTPUT HOLD-HISTORY-FILE
           END-IF.
           IF WS-HOLD-IN-STATUS = "00"
               PERFORM UNTIL WS-HOLD-IN-STATUS = "10"
                   READ HOLD-IN
                       AT END
                           MOVE "10" TO WS-HOLD-IN-STATUS
                       NOT AT END
                           ADD 1 TO WS-HOLDS-READ
                           PERFORM JUDGE-ONE-HOLD
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE HOLD-IN.
           CLOSE HOLD-OUT.
           CLOSE HOLD-HISTORY-FILE.

       JUDGE-ONE-HOLD.
           IF HD-RELEASE-DATE > WS-RUN-CCYYDDD
                   AND HD-STILL-HELD
               ADD 1 TO WS-HOLDS-ACTIVE
               ADD HD-AMOUNT TO WS-ACTIVE-TOTAL
               WRITE HOLD-OUT-REC FROM WS-FUNDS-HOLD-RECORD
           ELSE
               IF HD-STILL-HELD
                   MOVE WS-RUN-CCYYDDD TO HD-RELEASED-DATE
               END-IF
               ADD 1 TO WS-HOLDS-RELEASED
               ADD HD-AMOUNT TO WS-RELEASED-TOTAL
               WRITE HOLD-HISTORY-REC FROM WS-FUNDS-HOLD-RECORD
           END-IF.

       COPY-HOLDS-BACK.
           OPEN INPUT HOLD-COPY-IN.
           OPEN OUTPUT HOLD-REWRITE.
           IF WS-HOLD-CI-STATUS = "00"
               PERFORM UNTIL WS-HOLD-CI-STATUS = "10"
                   READ HOLD-COPY-IN
                       AT END
                           MOVE "10" TO WS-HOLD-CI-STATUS
                       NOT AT END
                           WRITE HOLD-REWRITE-REC
                               FROM HOLD-COPY-REC
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE HOLD-COPY-IN.
           CLOSE HOLD-REWRITE.
       END PROGRAM HLDREL01.
