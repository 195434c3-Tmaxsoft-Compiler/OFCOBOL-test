      *  INTEREST POSTED trailers, and a month whose journal is
      *  missing or trailerless fails the run - so a dropped month
      *  is impossible to ship, not merely unlikely.
      *  Debit interest charged on overdrawn balances (DRIN= lines)
      *  is not interest paid and stays off the summaries; term-
      *  deposit maturity (TDMT=) and closing (CLSD=) interest is
      *  paid outside the monthly trailer, so it reconciles with
      *  the backdated adjustments.
      *  The summary's wording comes from the correspondence
      *  template file (document ANNLINT) through CORTPL01, in the
      *  customer's own language, English where no translation is
      *  on file.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-NOT-ON-MASTER               PIC 9(5) VALUE 0.
       COPY WSADDRFM.
       COPY WSCORRLG.
       COPY WSCORTPL.
       COPY WSLAYCHK.
       COPY WSLAYVER.
       COPY WSRUNCTL.
       COPY WSAUDTRL.
       COPY WSEXCLOG.
           SET AT-MODE-HEADER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           PERFORM CHECK-FILE-LAYOUTS.
           IF LC-REFUSED-COUNT > 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "INTSUM01" TO TP-SOURCE-PROGRAM.
           MOVE "ANNLINT" TO TP-DOCUMENT.

           PERFORM ACCUMULATE-ONE-MONTH
               VARYING WS-MONTH-NUM FROM 1 BY 1
               UNTIL WS-MONTH-NUM > 12.

       TALLY-ONE-JOURNAL-LINE.
           IF MONTHLY-JOURNAL-REC (9:9) IS NUMERIC
                   AND MONTHLY-JOURNAL-REC (19:5) NOT = "DRIN="
               MOVE MONTHLY-JOURNAL-REC (9:9) TO WS-JOURNAL-CUST-NO
               COMPUTE WS-JOURNAL-AMOUNT = FUNCTION NUMVAL
                   (MONTHLY-JOURNAL-REC (49:11))
               IF MONTHLY-JOURNAL-REC (19:6) = "VDATE="
                       OR MONTHLY-JOURNAL-REC (19:5) = "TDMT="
                       OR MONTHLY-JOURNAL-REC (19:5) = "CLSD="
                   ADD WS-JOURNAL-AMOUNT
                       TO WS-ADJUSTMENT-TOTAL-SUM
               END-IF

       WRITE-ALL-SUMMARIES.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           PERFORM SKIP-CUSTOMER-HEADER.
           OPEN OUTPUT SUMMARY-FILE.
           IF WS-MASTER-FILE-STATUS = "00"
               PERFORM UNTIL WS-MASTER-FILE-STATUS = "10"
           MOVE WS-RUN-CCYYDDD TO CO-RUN-DATE.
           MOVE "P" TO CO-CHANNEL.
           CALL "CORRLOG01" USING WS-CORRESPONDENCE-LOG-REQUEST.
           MOVE CN-LANGUAGE-CODE TO TP-LANGUAGE.
           MOVE 1 TO TP-LINE-NO.
           MOVE WS-RUN-CCYYDDD TO TP-VALUE (1).
           MOVE CN-CUST-NO TO TP-VALUE (2).
           MOVE CN-CUST-NAME TO TP-VALUE (3).
           CALL "CORTPL01" USING WS-CORR-TEMPLATE-REQUEST.
           MOVE TP-TEXT-LINE TO SUMMARY-REC.
           WRITE SUMMARY-REC.

           MOVE CN-ADDRESS (1:30)  TO AF-LINE-1.
           WRITE SUMMARY-REC.

           MOVE WS-ACCUM-INTEREST (AC-IDX) TO WS-AMOUNT-DISPLAY.
           MOVE 2 TO TP-LINE-NO.
           MOVE WS-AMOUNT-DISPLAY TO TP-VALUE (1).
           CALL "CORTPL01" USING WS-CORR-TEMPLATE-REQUEST.
           MOVE TP-TEXT-LINE TO SUMMARY-REC.
           WRITE SUMMARY-REC.
           MOVE SPACES TO SUMMARY-REC.
           WRITE SUMMARY-REC.
                   WRITE SUMMARY-REC
               END-IF
           END-PERFORM.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "INTSUM01" TO LC-PROGRAM-NAME.
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
       END PROGRAM INTSUM01.
