           02 SI-PRIOR-DATE              PIC 9(7).

       FD  SNAPSHOT-BASE-FILE.
       01  SNAPSHOT-BASE-REC             PIC X(229).

       FD  SNAPSHOT-NEXT-FILE.
       01  SNAPSHOT-NEXT-REC             PIC X(229).

       FD  POSTING-JOURNAL-FILE.
       01  POSTING-JOURNAL-REC           PIC X(90).
       01  INTEREST-JOURNAL-REC          PIC X(90).

       FD  ASOF-IMAGE-FILE.
       01  ASOF-IMAGE-REC                PIC X(229).

       FD  PIT-REPORT-FILE.
       01  PIT-REPORT-REC                PIC X(90).
       01 WS-CUSTOMER-TABLE.
           05 WS-CUST-COUNT              PIC 9(4) VALUE 0.
           05 WS-CUST-ENTRY OCCURS 2000 TIMES INDEXED BY CU-IDX.
               10 WS-CUS-IMAGE           PIC X(229).
               10 WS-CUS-IMAGE-R REDEFINES WS-CUS-IMAGE.
                   15 WS-CUS-KEY         PIC 9(9).
                   15 FILLER             PIC X(69).
                   15 WS-CUS-BALANCE     PIC S9(9)V99 COMP-3.
                   15 FILLER             PIC X(145).
               10 WS-CUS-NEXT-BALANCE    PIC S9(9)V99.
       01 WS-LINE-DATE                   PIC 9(7).
       01 WS-LINE-CUST                   PIC 9(9).
       01 WS-TOTAL-DISPLAY               PIC +9(13).99.
       01 WS-TOTAL-DISPLAY-2             PIC +9(13).99.
       01 WS-REPLAY-TARGET               PIC 9(7).
       01 WS-SCRATCH-IMAGE               PIC X(229).
       01 WS-SCRATCH-IMAGE-R REDEFINES WS-SCRATCH-IMAGE.
           05 FILLER                     PIC X(78).
           05 WS-SCRATCH-BALANCE         PIC S9(9)V99 COMP-3.
           05 FILLER                     PIC X(145).
       01 WS-REPLAYED-LINES              PIC 9(5) VALUE 0.
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

           PERFORM LOAD-PIT-REQUEST.
           PERFORM CHOOSE-BASE-SNAPSHOT.

       REPLAY-JOURNALS.
           SET WS-REPLAY-POSTINGS TO TRUE.
           OPEN INPUT POSTING-JOURNAL-FILE.
           PERFORM SKIP-POSTING-HEADER.
           IF WS-POSTING-FILE-STATUS = "00"
               PERFORM UNTIL WS-POSTING-FILE-STATUS = "10"
                   READ POSTING-JOURNAL-FILE
                       AT END
                           MOVE "10" TO WS-POSTING-FILE-STATUS
                       NOT AT END
      *                    Loan payments never moved the balance.
                           IF POSTING-JOURNAL-REC (9:9) IS NUMERIC
                                   AND POSTING-JOURNAL-REC (1:7)
                                       IS NUMERIC
                                   AND POSTING-JOURNAL-REC (65:8)
                                       NOT = "LNPAYMNT"
                               MOVE POSTING-JOURNAL-REC (1:7)
                                   TO WS-LINE-DATE
                               MOVE POSTING-JOURNAL-REC (9:9)
           END-IF.
           SET WS-REPLAY-INTEREST TO TRUE.
           OPEN INPUT INTEREST-JOURNAL-FILE.
           PERFORM SKIP-INTEREST-HEADER.
           IF WS-INTEREST-FILE-STATUS = "00"
               PERFORM UNTIL WS-INTEREST-FILE-STATUS = "10"
                   READ INTEREST-JOURNAL-FILE
       SUM-ONE-NEXT-RECORD.
           MOVE SNAPSHOT-NEXT-REC TO WS-SCRATCH-IMAGE.
           ADD WS-SCRATCH-BALANCE TO WS-NEXT-TOTAL.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "PITREC01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           SET LC-ACTION-CHECK TO TRUE.
           MOVE LV-POSTJRNL-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           MOVE LV-INTJRNL-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.

       SKIP-POSTING-HEADER.
           IF WS-POSTING-FILE-STATUS = "00"
               READ POSTING-JOURNAL-FILE
                   AT END
                       CONTINUE
               END-READ
           END-IF.

       SKIP-INTEREST-HEADER.
           IF WS-INTEREST-FILE-STATUS = "00"
               READ INTEREST-JOURNAL-FILE
                   AT END
                       CONTINUE
               END-READ
           END-IF.
       END PROGRAM PITREC01.
