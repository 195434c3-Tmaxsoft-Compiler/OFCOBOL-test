           02 SI-PRIOR-DATE              PIC 9(7).

       FD  SNAPSHOT-BASE-FILE.
       01  SNAPSHOT-BASE-REC             PIC X(229).

       FD  POSTING-JOURNAL-FILE.
       01  POSTING-JOURNAL-REC           PIC X(90).
       01 WS-LOG-FILE-STATUS             PIC XX.
       01 WS-BASE-FILE-NAME              PIC X(40).
       01 WS-BASE-DATE                   PIC 9(7) VALUE 0.
       01 WS-SNAPSHOT-IMAGE              PIC X(229).
       01 WS-SNAPSHOT-IMAGE-R REDEFINES WS-SNAPSHOT-IMAGE.
           05 WS-SNP-CUST-NO             PIC 9(9).
           05 FILLER                     PIC X(69).
           05 WS-SNP-BALANCE             PIC S9(9)V99 COMP-3.
           05 FILLER                     PIC X(145).
       01 WS-SNAPSHOT-FOUND              PIC X(1).
       01 WS-CLOSING-BALANCE             PIC S9(9)V99.
       01 WS-OPENING-BALANCE             PIC S9(9)V99.
       01 WS-REQUESTS-FAILED             PIC 9(4) VALUE 0.
       COPY WSADDRFM.
       COPY WSCORRLG.
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

           OPEN OUTPUT REPRINT-PRINT-FILE.
           OPEN EXTEND REPRINT-LOG-FILE.
           IF WS-LOG-FILE-STATUS NOT = "00"
           MOVE 0 TO WS-PERIOD-POSTINGS.
           MOVE 0 TO WS-PERIOD-INTEREST.
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
               CLOSE POSTING-JOURNAL-FILE
           END-IF.
           OPEN INPUT INTEREST-JOURNAL-FILE.
           PERFORM SKIP-INTEREST-HEADER.
           IF WS-INTEREST-FILE-STATUS = "00"
               PERFORM UNTIL WS-INTEREST-FILE-STATUS = "10"
                   READ INTEREST-JOURNAL-FILE
       PRINT-ADDRESS-BLOCK.
           MOVE "N" TO WS-MASTER-MATCHED.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           PERFORM SKIP-CUSTOMER-HEADER.
           IF WS-MASTER-FILE-STATUS = "00"
               PERFORM UNTIL WS-MASTER-FILE-STATUS = "10"
                       OR WS-MASTER-MATCHED = "Y"
           MOVE WS-RUN-CCYYDDD TO CO-RUN-DATE.
           MOVE "P" TO CO-CHANNEL.
           CALL "CORRLOG01" USING WS-CORRESPONDENCE-LOG-REQUEST.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "STMRPR01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           SET LC-ACTION-CHECK TO TRUE.
           MOVE LV-CUSNEW-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
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

       SKIP-CUSTOMER-HEADER.
           IF WS-MASTER-FILE-STATUS = "00"
               READ CUSTOMER-MASTER-FILE
                   AT END
                       CONTINUE
               END-READ
           END-IF.
       END PROGRAM STMRPR01.
