      *  CTLBAL01 fails the night when statements and master
      *  disagree; the 212 silently dropped statements of last
      *  cycle would have broken here, loudly, the same night.
      *  The presort runs between STMT01 and this proof and
      *  re-sequences the printed statements for the mail house, so
      *  the proof also ties the presort: the pieces and balance
      *  hash STMSRT01 put into the presorted stream must equal the
      *  mail index STMT01 posted for the statements it printed.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-STMT-CT-HASH                PIC 9(13)V99.
       01 WS-HASH-DISPLAY                PIC 9(13).99.
       01 WS-EXPECTED-DISPLAY            PIC 9(13).99.
       01 WS-INDEX-FILE-NAME             PIC X(30)
           VALUE "data/statement_mail_index.dat".
       01 WS-INDEX-CT-FOUND              PIC X(1) VALUE "N".
       01 WS-INDEX-CT-COUNT              PIC 9(7) VALUE 0.
       01 WS-INDEX-CT-HASH               PIC 9(13)V99 VALUE 0.
       01 WS-PRESORT-CT-FOUND            PIC X(1) VALUE "N".
       01 WS-PRESORT-CT-COUNT            PIC 9(7) VALUE 0.
       01 WS-PRESORT-CT-HASH             PIC 9(13)V99 VALUE 0.
       COPY WSBIZADJ.
       COPY WSCTLTOT.
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

           PERFORM DERIVE-DUE-CYCLE.
           PERFORM DERIVE-EXPECTED-FROM-MASTER.
           PERFORM FIND-STMT-CONTROL-RECORD.
      ***************************************************************
       DERIVE-EXPECTED-FROM-MASTER.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           PERFORM SKIP-CUSTOMER-HEADER.
           IF WS-MASTER-FILE-STATUS = "00"
               PERFORM UNTIL WS-MASTER-FILE-STATUS = "10"
                   READ CUSTOMER-MASTER-FILE
                           MOVE "10" TO WS-CONTROL-FILE-STATUS
                       NOT AT END
                           IF CT-RUN-DATE = WS-RUN-CCYYDDD
                               PERFORM TAKE-CONTROL-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROL-TOTAL-FILE
           END-IF.

       TAKE-CONTROL-RECORD.
           EVALUATE TRUE
               WHEN CT-STEP-NAME = "STMT01"
                       AND CT-FILE-NAME = WS-PRINT-FILE-NAME
                   MOVE "Y" TO WS-STMT-CT-FOUND
                   MOVE CT-RECORD-COUNT TO WS-STMT-CT-COUNT
                   MOVE CT-AMOUNT-HASH TO WS-STMT-CT-HASH
               WHEN CT-STEP-NAME = "STMT01"
                       AND CT-FILE-NAME = WS-INDEX-FILE-NAME
                   MOVE "Y" TO WS-INDEX-CT-FOUND
                   MOVE CT-RECORD-COUNT TO WS-INDEX-CT-COUNT
                   MOVE CT-AMOUNT-HASH TO WS-INDEX-CT-HASH
               WHEN CT-STEP-NAME = "STMSRT01"
                       AND CT-FILE-NAME = WS-INDEX-FILE-NAME
                   MOVE "Y" TO WS-PRESORT-CT-FOUND
                   MOVE CT-RECORD-COUNT TO WS-PRESORT-CT-COUNT
                   MOVE CT-AMOUNT-HASH TO WS-PRESORT-CT-HASH
           END-EVALUATE.

       WRITE-PROOF-REPORT.
           OPEN OUTPUT PROOF-REPORT-FILE.
           MOVE SPACES TO PROOF-REPORT-REC.
                   " HASH=" WS-HASH-DISPLAY
               DELIMITED BY SIZE INTO PROOF-REPORT-REC.
           WRITE PROOF-REPORT-REC.
           MOVE WS-INDEX-CT-HASH TO WS-HASH-DISPLAY.
           MOVE SPACES TO PROOF-REPORT-REC.
           STRING "STMT01 PRINTED PIECES=" WS-INDEX-CT-COUNT
                   " HASH=" WS-HASH-DISPLAY
               DELIMITED BY SIZE INTO PROOF-REPORT-REC.
           WRITE PROOF-REPORT-REC.
           MOVE WS-PRESORT-CT-HASH TO WS-HASH-DISPLAY.
           MOVE SPACES TO PROOF-REPORT-REC.
           STRING "STMSRT01 PRESORTED PIECES=" WS-PRESORT-CT-COUNT
                   " HASH=" WS-HASH-DISPLAY
               DELIMITED BY SIZE INTO PROOF-REPORT-REC.
           WRITE PROOF-REPORT-REC.
           IF WS-STMT-CT-FOUND = "N"
                   OR WS-STMT-CT-COUNT NOT = WS-EXPECTED-PRODUCED
                   OR WS-STMT-CT-HASH NOT = WS-EXPECTED-HASH
                   OR WS-INDEX-CT-FOUND = "N"
                   OR WS-PRESORT-CT-FOUND = "N"
                   OR WS-PRESORT-CT-COUNT NOT = WS-INDEX-CT-COUNT
                   OR WS-PRESORT-CT-HASH NOT = WS-INDEX-CT-HASH
               MOVE SPACES TO PROOF-REPORT-REC
               MOVE "STATEMENTS AND MASTER DISAGREE"
                   TO PROOF-REPORT-REC
           MOVE WS-EXPECTED-PRODUCED TO CT-RECORD-COUNT.
           MOVE WS-EXPECTED-HASH TO CT-AMOUNT-HASH.
           CALL "CTLTOT01" USING WS-CONTROL-TOTAL-RECORD.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "STMPRF01" TO LC-PROGRAM-NAME.
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
       END PROGRAM STMPRF01.
