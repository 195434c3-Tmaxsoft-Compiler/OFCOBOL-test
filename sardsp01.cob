       IDENTIFICATION DIVISION.
       PROGRAM-ID. SARDSP01.
      ***************************************************************
      *  SARDSP01 - suspicious-activity case disposition.  The
      *  compliance desk works the cases SARSCN01 opens by entering
      *  a disposition code against the case number; this step
      *  applies tonight's dispositions to the WSSARCS case file and
      *  prints the open-case work list.  The disposition codes and
      *  whether each one closes the case come from the disposition
      *  master.  A closing disposition stamps the run date as the
      *  close date on the case and on every evidence record behind
      *  it; from then on ARCPRG01 ages the case off under the
      *  case file's retention rule, never before.  A closed case
      *  takes no further disposition.
      *
      *  The case file is rewritten through a work copy: each case
      *  record picks up its dispositions as it passes, and the
      *  evidence that follows it carries the case's close date.
      *  Every disposition that cannot apply goes to a reject file
      *  with a reason code, and every applied one is logged.  The
      *  work list then shows each open case under its current
      *  disposition - new cases first, then code by code in
      *  disposition master order - with its age in days.
      *
      *  Transaction layout, arrival order:
      *    col 1-10   case number (open date + sequence)
      *    col 11-14  disposition code
      *    col 15-22  analyst
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPOSITION-MASTER-FILE
               ASSIGN TO "data/sar_dispositions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT DISPOSITION-TXN-FILE
               ASSIGN TO "data/sar_case_txns.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.
           SELECT SAR-CASE-FILE
               ASSIGN TO "data/sar_cases.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-FILE-STATUS.
           SELECT CASE-WORK-FILE
               ASSIGN TO "data/sar_cases_wrk.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.
           SELECT DISPOSITION-REJECT-FILE
               ASSIGN TO "data/sar_case_rejects.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.
           SELECT DISPOSITION-LOG-FILE
               ASSIGN TO "data/sar_case_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT WORK-LIST-FILE
               ASSIGN TO "data/sar_case_worklist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPOSITION-MASTER-FILE.
       01  DISPOSITION-MASTER-REC.
           02 DM-CODE                    PIC X(4).
           02 DM-CLOSES-CASE             PIC X(1).
           02 DM-DESCRIPTION             PIC X(30).

       FD  DISPOSITION-TXN-FILE.
       01  DISPOSITION-TXN-REC.
           02 DX-CASE-NO                 PIC X(10).
           02 DX-CODE                    PIC X(4).
           02 DX-ANALYST                 PIC X(8).

       FD  SAR-CASE-FILE.
       COPY WSSARCS.

       FD  CASE-WORK-FILE.
       01  CASE-WORK-REC                 PIC X(100).

       FD  DISPOSITION-REJECT-FILE.
       01  DISPOSITION-REJECT-REC        PIC X(60).

       FD  DISPOSITION-LOG-FILE.
       01  DISPOSITION-LOG-REC           PIC X(90).

       FD  WORK-LIST-FILE.
       01  WORK-LIST-REC                 PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-STATUS          PIC XX.
       01 WS-TXN-FILE-STATUS             PIC XX.
       01 WS-CASE-FILE-STATUS            PIC XX.
       01 WS-WORK-FILE-STATUS            PIC XX.
       01 WS-REJECT-FILE-STATUS          PIC XX.
       01 WS-LOG-FILE-STATUS             PIC XX.
       01 WS-LIST-FILE-STATUS            PIC XX.
       01 WS-TXNS-READ                   PIC 9(5) VALUE 0.
       01 WS-TXNS-APPLIED                PIC 9(5) VALUE 0.
       01 WS-TXNS-REJECTED               PIC 9(5) VALUE 0.
       01 WS-CASES-CLOSED                PIC 9(5) VALUE 0.
       01 WS-CASES-READ                  PIC 9(5) VALUE 0.
       01 WS-RECORDS-WRITTEN             PIC 9(7) VALUE 0.
       01 WS-REJECT-REASON               PIC X(4).
       01 WS-CURRENT-CLOSED-DATE         PIC 9(7) VALUE 0.
       01 WS-CODE-FOUND                  PIC X(1).
           88 WS-CODE-WAS-FOUND          VALUE "Y".
       01 WS-RUN-INTEGER                 PIC 9(8).
       01 WS-CASE-AGE                    PIC 9(5).
       01 WS-LIST-CODE                   PIC X(4).
       01 WS-LIST-HEADING                PIC X(30).
       01 WS-LIST-COUNT                  PIC 9(5).
       01 WS-AMOUNT-DISPLAY-1            PIC 9(9).99.
       01 WS-AMOUNT-DISPLAY-2            PIC 9(9).99.
      *
      *  Disposition codes in master order, and whether each closes
      *  the case.
      *
       01 WS-CODE-TABLE.
           05 WS-CODE-COUNT              PIC 9(2) VALUE 0.
           05 WS-CODE-ENTRY OCCURS 20 TIMES INDEXED BY DC-IDX.
               10 WS-DSP-CODE            PIC X(4).
               10 WS-DSP-CLOSES          PIC X(1).
               10 WS-DSP-DESCRIPTION     PIC X(30).
      *
      *  Tonight's dispositions, marked off as their cases pass.
      *
       01 WS-TXN-TABLE.
           05 WS-TXN-COUNT               PIC 9(3) VALUE 0.
           05 WS-TXN-ENTRY OCCURS 500 TIMES INDEXED BY TX-IDX.
               10 WS-TXN-IMAGE           PIC X(22).
               10 WS-TXN-MATCHED         PIC X(1).
      *
      *  Open cases as they leave the rewrite, for the work list.
      *
       01 WS-OPEN-TABLE.
           05 WS-OPEN-COUNT              PIC 9(4) VALUE 0.
           05 WS-OPEN-ENTRY OCCURS 2000 TIMES INDEXED BY OP-IDX.
               10 WS-OPN-CASE-NO         PIC X(10).
               10 WS-OPN-OPEN-DATE       PIC 9(7).
               10 WS-OPN-CUST-NO         PIC 9(9).
               10 WS-OPN-PATTERNS        PIC X(3).
               10 WS-OPN-EVIDENCE        PIC 9(3).
               10 WS-OPN-TOTAL-IN        PIC 9(9)V99.
               10 WS-OPN-TOTAL-OUT       PIC 9(9)V99.
               10 WS-OPN-DISPOSITION     PIC X(4).
               10 WS-OPN-ANALYST         PIC X(8).
       COPY WSRUNCTL.
       COPY WSAUDTRL.
       COPY WSEXCLOG.

       PROCEDURE DIVISION.
       SARDSP01-MAIN.
           CALL "RUNDATE01" USING WS-RUN-CONTROL.
           MOVE "SARDSP01" TO AT-JOB-NAME.
           MOVE WS-RUN-CCYYDDD TO AT-RUN-DATE.
           SET AT-MODE-HEADER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           PERFORM LOAD-DISPOSITION-CODES.
           PERFORM LOAD-TXN-TABLE.

           OPEN OUTPUT DISPOSITION-REJECT-FILE.
           OPEN OUTPUT DISPOSITION-LOG-FILE.
           PERFORM APPLY-DISPOSITIONS.
           PERFORM REJECT-UNMATCHED-TXNS.
           CLOSE DISPOSITION-REJECT-FILE.
           CLOSE DISPOSITION-LOG-FILE.

           PERFORM WRITE-WORK-LIST.

           DISPLAY "SARDSP01: TXNS READ=" WS-TXNS-READ
               " APPLIED=" WS-TXNS-APPLIED
               " REJECTED=" WS-TXNS-REJECTED.
           DISPLAY "SARDSP01: CASES=" WS-CASES-READ
               " CLOSED TONIGHT=" WS-CASES-CLOSED
               " STILL OPEN=" WS-OPEN-COUNT.

           MOVE WS-RECORDS-WRITTEN TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.
           GOBACK.

      ***************************************************************
      *  Without the master no code can be judged, so every
      *  disposition would reject; that is reported, not guessed.
      ***************************************************************
       LOAD-DISPOSITION-CODES.
           OPEN INPUT DISPOSITION-MASTER-FILE.
           IF WS-MASTER-FILE-STATUS = "00"
               PERFORM UNTIL WS-MASTER-FILE-STATUS = "10"
                       OR WS-CODE-COUNT = 20
                   READ DISPOSITION-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-MASTER-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-CODE-COUNT
                           SET DC-IDX TO WS-CODE-COUNT
                           MOVE DM-CODE TO WS-DSP-CODE (DC-IDX)
                           MOVE DM-CLOSES-CASE
                               TO WS-DSP-CLOSES (DC-IDX)
                           MOVE DM-DESCRIPTION
                               TO WS-DSP-DESCRIPTION (DC-IDX)
                   END-READ
               END-PERFORM
               CLOSE DISPOSITION-MASTER-FILE
           END-IF.
           IF WS-CODE-COUNT = 0
               MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
               MOVE "SARDSP01" TO ER-JOB-STEP
               MOVE "SARD" TO ER-ERROR-CODE
               MOVE "NO DISPOSITION MASTER - NOTHING APPLIED"
                   TO ER-ERROR-TEXT
               CALL "EXCPLOG01" USING WS-ERROR-RECORD
               MOVE 8 TO RETURN-CODE
           END-IF.

       LOAD-TXN-TABLE.
           OPEN INPUT DISPOSITION-TXN-FILE.
           IF WS-TXN-FILE-STATUS = "00"
               PERFORM UNTIL WS-TXN-FILE-STATUS = "10"
                   READ DISPOSITION-TXN-FILE
                       AT END
                           MOVE "10" TO WS-TXN-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-TXNS-READ
                           IF WS-TXN-COUNT < 500
                               ADD 1 TO WS-TXN-COUNT
                               SET TX-IDX TO WS-TXN-COUNT
                               MOVE DISPOSITION-TXN-REC
                                   TO WS-TXN-IMAGE (TX-IDX)
                               MOVE "N" TO WS-TXN-MATCHED (TX-IDX)
                           ELSE
                               DISPLAY "SARDSP01: TXN TABLE FULL"
                                   " - NOT APPLIED " DISPOSITION-TXN-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISPOSITION-TXN-FILE
           END-IF.

      ***************************************************************
      *  Case file to work copy with tonight's dispositions applied,
      *  then the work copy back over the case file.
      ***************************************************************
       APPLY-DISPOSITIONS.
           OPEN INPUT SAR-CASE-FILE.
           OPEN OUTPUT CASE-WORK-FILE.
           IF WS-CASE-FILE-STATUS = "00"
               PERFORM UNTIL WS-CASE-FILE-STATUS = "10"
                   READ SAR-CASE-FILE
                       AT END
                           MOVE "10" TO WS-CASE-FILE-STATUS
                       NOT AT END
                           PERFORM PASS-ONE-CASE-RECORD
                   END-READ
               END-PERFORM
               CLOSE SAR-CASE-FILE
           END-IF.
           CLOSE CASE-WORK-FILE.
           PERFORM REWRITE-CASE-FILE.

       PASS-ONE-CASE-RECORD.
           IF SC-CASE-RECORD
               ADD 1 TO WS-CASES-READ
               PERFORM VARYING TX-IDX FROM 1 BY 1
                       UNTIL TX-IDX > WS-TXN-COUNT
                   MOVE WS-TXN-IMAGE (TX-IDX) TO DISPOSITION-TXN-REC
                   IF DX-CASE-NO = SC-CASE-NO
                       MOVE "Y" TO WS-TXN-MATCHED (TX-IDX)
                       PERFORM JUDGE-ONE-DISPOSITION
                   END-IF
               END-PERFORM
               MOVE SC-CLOSED-DATE TO WS-CURRENT-CLOSED-DATE
               IF SC-CASE-OPEN
                   PERFORM TABLE-OPEN-CASE
               END-IF
           ELSE
               MOVE WS-CURRENT-CLOSED-DATE TO SC-CLOSED-DATE
           END-IF.
           WRITE CASE-WORK-REC FROM WS-SAR-CASE-RECORD.
           ADD 1 TO WS-RECORDS-WRITTEN.

       JUDGE-ONE-DISPOSITION.
           MOVE "N" TO WS-CODE-FOUND.
           PERFORM VARYING DC-IDX FROM 1 BY 1
                   UNTIL DC-IDX > WS-CODE-COUNT OR WS-CODE-WAS-FOUND
               IF WS-DSP-CODE (DC-IDX) = DX-CODE
                   MOVE "Y" TO WS-CODE-FOUND
               END-IF
           END-PERFORM.
           IF WS-CODE-WAS-FOUND
               SET DC-IDX DOWN BY 1
           END-IF.
           EVALUATE TRUE
               WHEN NOT WS-CODE-WAS-FOUND
                   MOVE "CODE" TO WS-REJECT-REASON
                   PERFORM WRITE-DISPOSITION-REJECT
               WHEN DX-ANALYST = SPACES
                   MOVE "ANLY" TO WS-REJECT-REASON
                   PERFORM WRITE-DISPOSITION-REJECT
               WHEN NOT SC-CASE-OPEN
                   MOVE "CLSD" TO WS-REJECT-REASON
                   PERFORM WRITE-DISPOSITION-REJECT
               WHEN OTHER
                   PERFORM APPLY-ONE-DISPOSITION
           END-EVALUATE.

       APPLY-ONE-DISPOSITION.
           MOVE DX-CODE TO SC-DISPOSITION.
           MOVE WS-RUN-CCYYDDD TO SC-DISPOSITION-DATE.
           MOVE DX-ANALYST TO SC-ANALYST.
           ADD 1 TO WS-TXNS-APPLIED.
           MOVE SPACES TO DISPOSITION-LOG-REC.
           IF WS-DSP-CLOSES (DC-IDX) = "Y"
               MOVE WS-RUN-CCYYDDD TO SC-CLOSED-DATE
               ADD 1 TO WS-CASES-CLOSED
               STRING WS-RUN-CCYYDDD " CASE " SC-CASE-NO
                       " CUST=" SC-CUST-NO
                       " DISP=" DX-CODE " BY " DX-ANALYST
                       " CLOSED"
                   DELIMITED BY SIZE INTO DISPOSITION-LOG-REC
           ELSE
               STRING WS-RUN-CCYYDDD " CASE " SC-CASE-NO
                       " CUST=" SC-CUST-NO
                       " DISP=" DX-CODE " BY " DX-ANALYST
                   DELIMITED BY SIZE INTO DISPOSITION-LOG-REC
           END-IF.
           WRITE DISPOSITION-LOG-REC.

       TABLE-OPEN-CASE.
           IF WS-OPEN-COUNT < 2000
               ADD 1 TO WS-OPEN-COUNT
               SET OP-IDX TO WS-OPEN-COUNT
               MOVE SC-CASE-NO TO WS-OPN-CASE-NO (OP-IDX)
               MOVE SC-CASE-OPEN-DATE TO WS-OPN-OPEN-DATE (OP-IDX)
               MOVE SC-CUST-NO TO WS-OPN-CUST-NO (OP-IDX)
               MOVE SC-PATTERN-SUB TO WS-OPN-PATTERNS (OP-IDX) (1:1)
               MOVE SC-PATTERN-ROUND
                   TO WS-OPN-PATTERNS (OP-IDX) (2:1)
               MOVE SC-PATTERN-RAPID
                   TO WS-OPN-PATTERNS (OP-IDX) (3:1)
               MOVE SC-EVIDENCE-COUNT TO WS-OPN-EVIDENCE (OP-IDX)
               MOVE SC-TOTAL-IN TO WS-OPN-TOTAL-IN (OP-IDX)
               MOVE SC-TOTAL-OUT TO WS-OPN-TOTAL-OUT (OP-IDX)
               MOVE SC-DISPOSITION TO WS-OPN-DISPOSITION (OP-IDX)
               MOVE SC-ANALYST TO WS-OPN-ANALYST (OP-IDX)
           ELSE
               DISPLAY "SARDSP01: WORK LIST FULL - CASE NOT LISTED "
                   SC-CASE-NO
           END-IF.

       REWRITE-CASE-FILE.
           OPEN INPUT CASE-WORK-FILE.
           OPEN OUTPUT SAR-CASE-FILE.
           IF WS-WORK-FILE-STATUS = "00"
               PERFORM UNTIL WS-WORK-FILE-STATUS = "10"
                   READ CASE-WORK-FILE
                       AT END
                           MOVE "10" TO WS-WORK-FILE-STATUS
                       NOT AT END
                           WRITE WS-SAR-CASE-RECORD
                               FROM CASE-WORK-REC
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CASE-WORK-FILE.
           CLOSE SAR-CASE-FILE.

      ***************************************************************
      *  A disposition whose case never passed names no case on the
      *  file; one with no usable case number is a format reject.
      ***************************************************************
       REJECT-UNMATCHED-TXNS.
           PERFORM VARYING TX-IDX FROM 1 BY 1
                   UNTIL TX-IDX > WS-TXN-COUNT
               IF WS-TXN-MATCHED (TX-IDX) = "N"
                   MOVE WS-TXN-IMAGE (TX-IDX) TO DISPOSITION-TXN-REC
                   IF DX-CASE-NO NUMERIC
                       MOVE "CASE" TO WS-REJECT-REASON
                   ELSE
                       MOVE "FMT " TO WS-REJECT-REASON
                   END-IF
                   PERFORM WRITE-DISPOSITION-REJECT
               END-IF
           END-PERFORM.

       WRITE-DISPOSITION-REJECT.
           ADD 1 TO WS-TXNS-REJECTED.
           MOVE SPACES TO DISPOSITION-REJECT-REC.
           STRING WS-REJECT-REASON " " DISPOSITION-TXN-REC
               DELIMITED BY SIZE INTO DISPOSITION-REJECT-REC.
           WRITE DISPOSITION-REJECT-REC.

      ***************************************************************
      *  New (never worked) cases head the list; then each code in
      *  master order that leaves a case open.  A case under a code
      *  since dropped from the master is listed last so it is not
      *  lost from view.
      ***************************************************************
       WRITE-WORK-LIST.
           OPEN OUTPUT WORK-LIST-FILE.
           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DAY (WS-RUN-CCYYDDD).
           MOVE SPACES TO WORK-LIST-REC.
           STRING "SUSPICIOUS ACTIVITY OPEN CASES  DATE "
                   WS-RUN-CCYYDDD "  OPEN=" WS-OPEN-COUNT
               DELIMITED BY SIZE INTO WORK-LIST-REC.
           WRITE WORK-LIST-REC.
           MOVE SPACES TO WS-LIST-CODE.
           MOVE "NEW - NOT YET WORKED" TO WS-LIST-HEADING.
           PERFORM LIST-ONE-DISPOSITION.
           PERFORM VARYING DC-IDX FROM 1 BY 1
                   UNTIL DC-IDX > WS-CODE-COUNT
               IF WS-DSP-CLOSES (DC-IDX) NOT = "Y"
                   MOVE WS-DSP-CODE (DC-IDX) TO WS-LIST-CODE
                   MOVE WS-DSP-DESCRIPTION (DC-IDX)
                       TO WS-LIST-HEADING
                   PERFORM LIST-ONE-DISPOSITION
               END-IF
           END-PERFORM.
           PERFORM LIST-UNKNOWN-DISPOSITIONS.
           CLOSE WORK-LIST-FILE.

       LIST-ONE-DISPOSITION.
           MOVE 0 TO WS-LIST-COUNT.
           PERFORM VARYING OP-IDX FROM 1 BY 1
                   UNTIL OP-IDX > WS-OPEN-COUNT
               IF WS-OPN-DISPOSITION (OP-IDX) = WS-LIST-CODE
                   IF WS-LIST-COUNT = 0
                       PERFORM WRITE-LIST-HEADING
                   END-IF
                   ADD 1 TO WS-LIST-COUNT
                   PERFORM WRITE-LIST-LINE
               END-IF
           END-PERFORM.

       LIST-UNKNOWN-DISPOSITIONS.
           MOVE "UNKNOWN CODE" TO WS-LIST-HEADING.
           MOVE 0 TO WS-LIST-COUNT.
           PERFORM VARYING OP-IDX FROM 1 BY 1
                   UNTIL OP-IDX > WS-OPEN-COUNT
               IF WS-OPN-DISPOSITION (OP-IDX) NOT = SPACES
                   MOVE "N" TO WS-CODE-FOUND
                   PERFORM VARYING DC-IDX FROM 1 BY 1
                           UNTIL DC-IDX > WS-CODE-COUNT
                       IF WS-DSP-CODE (DC-IDX)
                               = WS-OPN-DISPOSITION (OP-IDX)
                           MOVE "Y" TO WS-CODE-FOUND
                       END-IF
                   END-PERFORM
                   IF NOT WS-CODE-WAS-FOUND
                       MOVE WS-OPN-DISPOSITION (OP-IDX)
                           TO WS-LIST-CODE
                       IF WS-LIST-COUNT = 0
                           PERFORM WRITE-LIST-HEADING
                       END-IF
                       ADD 1 TO WS-LIST-COUNT
                       PERFORM WRITE-LIST-LINE
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-LIST-HEADING.
           MOVE SPACES TO WORK-LIST-REC.
           WRITE WORK-LIST-REC.
           MOVE SPACES TO WORK-LIST-REC.
           STRING "DISPOSITION " WS-LIST-CODE " " WS-LIST-HEADING
               DELIMITED BY SIZE INTO WORK-LIST-REC.
           WRITE WORK-LIST-REC.
           MOVE SPACES TO WORK-LIST-REC.
           STRING "  CASE       CUSTOMER  AGE   SRF EVD"
                   "           IN          OUT ANALYST"
               DELIMITED BY SIZE INTO WORK-LIST-REC.
           WRITE WORK-LIST-REC.

       WRITE-LIST-LINE.
           COMPUTE WS-CASE-AGE = WS-RUN-INTEGER
               - FUNCTION INTEGER-OF-DAY (WS-OPN-OPEN-DATE (OP-IDX)).
           MOVE WS-OPN-TOTAL-IN (OP-IDX) TO WS-AMOUNT-DISPLAY-1.
           MOVE WS-OPN-TOTAL-OUT (OP-IDX) TO WS-AMOUNT-DISPLAY-2.
           MOVE SPACES TO WORK-LIST-REC.
           STRING "  " WS-OPN-CASE-NO (OP-IDX) " "
                   WS-OPN-CUST-NO (OP-IDX) " "
                   WS-CASE-AGE " "
                   WS-OPN-PATTERNS (OP-IDX) " "
                   WS-OPN-EVIDENCE (OP-IDX) " "
                   WS-AMOUNT-DISPLAY-1 " "
                   WS-AMOUNT-DISPLAY-2 " "
                   WS-OPN-ANALYST (OP-IDX)
               DELIMITED BY SIZE INTO WORK-LIST-REC.
           WRITE WORK-LIST-REC.

       END PROGRAM SARDSP01.
