      *  file so every byte leaves here in the partner's character
      *  set.  The transmission control report carries the counts
      *  and hash totals the partner confirms receipt against.
      *  The items PRTRTN01 sent back to partners tonight follow the
      *  customer records as RTN records, and the trailer carries
      *  their count and the credit and debit totals returned, so
      *  the partner nets its settlement against what the bank
      *  actually took.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ASSIGN TO "data/partner_extract.ebc"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.
           SELECT RETURN-REGISTER-FILE
               ASSIGN TO "data/return_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.
           SELECT CONTROL-REPORT-FILE
               ASSIGN TO "data/partner_extract_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
           CODE-SET IS PARTNER-SEQ.
       01  PARTNER-EXTRACT-REC           PIC X(89).

       FD  RETURN-REGISTER-FILE.
       COPY WSRTNREG.

       FD  CONTROL-REPORT-FILE.
       01  CONTROL-REPORT-REC            PIC X(80).

       01 WS-MASTER-FILE-STATUS          PIC XX.
       01 WS-EXTRACT-FILE-STATUS         PIC XX.
       01 WS-REPORT-FILE-STATUS          PIC XX.
       01 WS-REGISTER-FILE-STATUS        PIC XX.
       01 WS-RETURNS-EXTRACTED           PIC 9(7) VALUE 0.
       01 WS-RETURN-CREDITS              PIC 9(11)V99 VALUE 0.
       01 WS-RETURN-DEBITS               PIC 9(11)V99 VALUE 0.
       01 WS-RETURN-TOTAL-DISPLAY        PIC 9(11).99.
       01 WS-SORT-RETURN                 PIC XX.
       01 WS-BALANCE-UNPACKED            PIC 9(9)V99.
       01 WS-BALANCE-DISPLAY REDEFINES WS-BALANCE-UNPACKED
           05 FILLER                     PIC X(3) VALUE "TRL".
           05 WT-RECORD-COUNT            PIC 9(7).
           05 WT-BALANCE-HASH            PIC 9(13).
           05 WT-RETURN-COUNT            PIC 9(7).
           05 WT-RETURN-CREDITS          PIC 9(11)V99.
           05 WT-RETURN-DEBITS           PIC 9(11)V99.
           05 FILLER                     PIC X(33) VALUE SPACES.
       01 WS-RETURN-RECORD.
           05 FILLER                     PIC X(3) VALUE "RTN".
           05 WR-RETURN-ID               PIC X(12).
           05 WR-PARTNER-ID              PIC X(8).
           05 WR-CUST-NO                 PIC X(9).
           05 WR-SIGN                    PIC X(1).
           05 WR-AMOUNT                  PIC 9(9)V99.
           05 WR-RETURN-CODE             PIC X(3).
           05 WR-TRACE-ID                PIC X(13).
           05 FILLER                     PIC X(29) VALUE SPACES.
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

      ***************************************************************
      *  The partner loads in their native key order, so the sort
      *  runs under the EBCDIC collating sequence - the same
           PERFORM WRITE-CONTROL-REPORT.

           DISPLAY "PRTEXT01: RECORDS EXTRACTED="
               WS-RECORDS-EXTRACTED
               " RETURNS=" WS-RETURNS-EXTRACTED.

           MOVE WS-RECORDS-EXTRACTED TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
      ***************************************************************
       UNPACK-MASTER-RECORDS.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           PERFORM SKIP-CUSTOMER-HEADER.
           IF WS-MASTER-FILE-STATUS = "00"
               PERFORM UNTIL WS-MASTER-FILE-STATUS = "10"
                   READ CUSTOMER-MASTER-FILE
                           FROM EXTRACT-SORT-REC
               END-RETURN
           END-PERFORM.
           PERFORM WRITE-RETURN-RECORDS.
           MOVE WS-RECORDS-EXTRACTED TO WT-RECORD-COUNT.
           MOVE WS-BALANCE-HASH TO WT-BALANCE-HASH.
           MOVE WS-RETURNS-EXTRACTED TO WT-RETURN-COUNT.
           MOVE WS-RETURN-CREDITS TO WT-RETURN-CREDITS.
           MOVE WS-RETURN-DEBITS TO WT-RETURN-DEBITS.
           WRITE PARTNER-EXTRACT-REC FROM WS-TRAILER-RECORD.
           CLOSE PARTNER-EXTRACT-FILE.

      ***************************************************************
      *  Tonight's returns off the register, every partner's - the
      *  clearing partner settles them all - already in display
      *  form, so they go through the CODE-SET conversion as they
      *  stand.
      ***************************************************************
       WRITE-RETURN-RECORDS.
           OPEN INPUT RETURN-REGISTER-FILE.
           IF WS-REGISTER-FILE-STATUS = "00"
               PERFORM UNTIL WS-REGISTER-FILE-STATUS = "10"
                   READ RETURN-REGISTER-FILE
                       AT END
                           MOVE "10" TO WS-REGISTER-FILE-STATUS
                       NOT AT END
                           IF RR-RETURN-DATE = WS-RUN-CCYYDDD
                               PERFORM WRITE-ONE-RETURN-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETURN-REGISTER-FILE
           END-IF.

       WRITE-ONE-RETURN-RECORD.
           MOVE RR-RETURN-ID TO WR-RETURN-ID.
           MOVE RR-PARTNER-ID TO WR-PARTNER-ID.
           MOVE RR-CUST-NO TO WR-CUST-NO.
           MOVE RR-SIGN TO WR-SIGN.
           MOVE RR-AMOUNT TO WR-AMOUNT.
           MOVE RR-RETURN-CODE TO WR-RETURN-CODE.
           MOVE RR-TRACE-ID TO WR-TRACE-ID.
           WRITE PARTNER-EXTRACT-REC FROM WS-RETURN-RECORD.
           ADD 1 TO WS-RETURNS-EXTRACTED.
           IF RR-SIGN = "-"
               ADD RR-AMOUNT TO WS-RETURN-DEBITS
           ELSE
               ADD RR-AMOUNT TO WS-RETURN-CREDITS
           END-IF.

       WRITE-CONTROL-REPORT.
           OPEN OUTPUT CONTROL-REPORT-FILE.
           MOVE WS-BALANCE-HASH TO WS-HASH-DISPLAY.
                   " BALANCE HASH=" WS-HASH-DISPLAY
               DELIMITED BY SIZE INTO CONTROL-REPORT-REC.
           WRITE CONTROL-REPORT-REC.
           MOVE SPACES TO CONTROL-REPORT-REC.
           MOVE WS-RETURN-CREDITS TO WS-RETURN-TOTAL-DISPLAY.
           STRING "RETURNS=" WS-RETURNS-EXTRACTED
                   " CREDITS=" WS-RETURN-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO CONTROL-REPORT-REC.
           MOVE WS-RETURN-DEBITS TO WS-RETURN-TOTAL-DISPLAY.
           STRING " DEBITS=" WS-RETURN-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO CONTROL-REPORT-REC (40:41).
           WRITE CONTROL-REPORT-REC.
           CLOSE CONTROL-REPORT-FILE.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "PRTEXT01" TO LC-PROGRAM-NAME.
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
       END PROGRAM PRTEXT01.
