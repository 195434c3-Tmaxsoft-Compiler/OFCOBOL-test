       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADRSWP01.
      ***************************************************************
      *  ADRSWP01 - one-time postal sweep of the customer master.
      *  The address checks CUSMNT01, ONBRD01 and ADRCHG01 make
      *  through ADRVAL01 only stop new bad addresses at the door;
      *  this utility puts every record already on the master to
      *  the same check and reports each one that fails - ZIPX for
      *  a ZIP the post office does not have, CITY for a city that
      *  does not belong to its ZIP, with the reference city and
      *  state shown - so the branches can correct them through the
      *  ordinary maintenance path.  Nothing on the master is
      *  changed.  The step ends with return code 4 when anything
      *  failed; run without a postal reference file the sweep
      *  proves nothing, says so on the report, and ends with
      *  return code 8.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "data/cust_master_new.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT SWEEP-REPORT-FILE
               ASSIGN TO "data/address_sweep_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
       COPY WSCUSNEW.

       FD  SWEEP-REPORT-FILE.
       01  SWEEP-REPORT-REC              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-STATUS          PIC XX.
       01 WS-REPORT-FILE-STATUS          PIC XX.
       01 WS-RECORDS-READ                PIC 9(7) VALUE 0.
       01 WS-RECORDS-VALID               PIC 9(7) VALUE 0.
       01 WS-ZIP-FAILURES                PIC 9(7) VALUE 0.
       01 WS-CITY-FAILURES               PIC 9(7) VALUE 0.
       01 WS-NOT-CHECKED                 PIC 9(7) VALUE 0.
       01 WS-ZIP-DISPLAY                 PIC 9(9).
       COPY WSADRVAL.
       COPY WSLAYCHK.
       COPY WSLAYVER.
       COPY WSRUNCTL.
       COPY WSAUDTRL.

       PROCEDURE DIVISION.
       ADRSWP01-MAIN.
           CALL "RUNDATE01" USING WS-RUN-CONTROL.
           MOVE "ADRSWP01" TO AT-JOB-NAME.
           MOVE WS-RUN-CCYYDDD TO AT-RUN-DATE.
           SET AT-MODE-HEADER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           PERFORM CHECK-FILE-LAYOUTS.
           IF LC-REFUSED-COUNT > 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT SWEEP-REPORT-FILE.
           MOVE SPACES TO SWEEP-REPORT-REC.
           STRING "ADDRESS POSTAL SWEEP OF CUSTOMER MASTER - RUN "
                   WS-RUN-CCYYDDD
               DELIMITED BY SIZE INTO SWEEP-REPORT-REC.
           WRITE SWEEP-REPORT-REC.
           MOVE SPACES TO SWEEP-REPORT-REC.
           STRING "RSN  CUSTOMER  NAME                 "
                   "ADDRESS                                  "
                   "ZIP        REFERENCE CITY FOR ZIP"
               DELIMITED BY SIZE INTO SWEEP-REPORT-REC.
           WRITE SWEEP-REPORT-REC.

           OPEN INPUT CUSTOMER-MASTER-FILE.
           PERFORM SKIP-CUSTOMER-HEADER.
           IF WS-MASTER-FILE-STATUS = "00"
               PERFORM UNTIL WS-MASTER-FILE-STATUS = "10"
                   READ CUSTOMER-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-MASTER-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           PERFORM SWEEP-ONE-CUSTOMER
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

           PERFORM WRITE-SWEEP-TOTALS.
           CLOSE SWEEP-REPORT-FILE.

           DISPLAY "ADRSWP01: RECORDS READ=" WS-RECORDS-READ
               " VALID=" WS-RECORDS-VALID
               " ZIPX=" WS-ZIP-FAILURES
               " CITY=" WS-CITY-FAILURES
               " NOT CHECKED=" WS-NOT-CHECKED.

           MOVE WS-RECORDS-READ TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.
           IF WS-NOT-CHECKED > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-ZIP-FAILURES > 0 OR WS-CITY-FAILURES > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

       SWEEP-ONE-CUSTOMER.
           MOVE "ADRSWP01" TO AV-SOURCE-PROGRAM.
           MOVE CN-ADDRESS TO AV-ADDRESS.
           MOVE CN-ZIP TO AV-ZIP.
           CALL "ADRVAL01" USING WS-ADDRESS-VALIDATION-REQUEST.
           EVALUATE TRUE
               WHEN AV-ADDRESS-VALID
                   ADD 1 TO WS-RECORDS-VALID
               WHEN AV-NOT-CHECKED
                   ADD 1 TO WS-NOT-CHECKED
               WHEN OTHER
                   IF AV-ZIP-NOT-FOUND
                       ADD 1 TO WS-ZIP-FAILURES
                   ELSE
                       ADD 1 TO WS-CITY-FAILURES
                   END-IF
                   PERFORM WRITE-SWEEP-FAILURE
           END-EVALUATE.

       WRITE-SWEEP-FAILURE.
           MOVE CN-ZIP TO WS-ZIP-DISPLAY.
           MOVE SPACES TO SWEEP-REPORT-REC.
           STRING AV-REASON-CODE " " CN-CUST-NO " " CN-CUST-NAME " "
                   CN-ADDRESS " " WS-ZIP-DISPLAY "  "
                   AV-REFERENCE-CITY " " AV-REFERENCE-STATE
               DELIMITED BY SIZE INTO SWEEP-REPORT-REC.
           WRITE SWEEP-REPORT-REC.

       WRITE-SWEEP-TOTALS.
           MOVE SPACES TO SWEEP-REPORT-REC.
           STRING "RECORDS READ " WS-RECORDS-READ
                   "  VALID " WS-RECORDS-VALID
                   "  ZIP NOT FOUND " WS-ZIP-FAILURES
                   "  CITY MISMATCH " WS-CITY-FAILURES
               DELIMITED BY SIZE INTO SWEEP-REPORT-REC.
           WRITE SWEEP-REPORT-REC.
           IF WS-NOT-CHECKED > 0
               MOVE SPACES TO SWEEP-REPORT-REC
               STRING "NO POSTAL REFERENCE - " WS-NOT-CHECKED
                       " RECORDS NOT CHECKED"
                   DELIMITED BY SIZE INTO SWEEP-REPORT-REC
               WRITE SWEEP-REPORT-REC
           END-IF.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "ADRSWP01" TO LC-PROGRAM-NAME.
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
       END PROGRAM ADRSWP01.
