           02 XR-NEW-CUST-NO             PIC 9(9).

       FD  REKEY-FILE-IN.
       01  REKEY-IN-REC                  PIC X(76).

       FD  REKEY-FILE-OUT.
       01  REKEY-OUT-REC                 PIC X(76).

       FD  REKEY-WORK-IN.
       01  REKEY-WORK-IN-REC             PIC X(76).

       FD  REKEY-WORK-OUT.
       01  REKEY-WORK-OUT-REC            PIC X(76).

       FD  MCOPY-FILE-IN.
       01  MCOPY-IN-REC                  PIC X(229).

       FD  MCOPY-FILE-OUT.
       01  MCOPY-OUT-REC                 PIC X(229).

       FD  MCOPY-WORK-IN.
       01  MCOPY-WORK-IN-REC             PIC X(229).

       FD  MCOPY-WORK-OUT.
       01  MCOPY-WORK-OUT-REC            PIC X(229).

       FD  ACTIVE-FLAG-FILE.
       01  ACTIVE-FLAG-REC               PIC X(1).
       01 WS-TOTAL-RECORDS-REKEYED       PIC 9(7) VALUE 0.
       COPY WSCHKDGT.
       COPY WSRUNLCK.
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

           MOVE "CDREMD01" TO RL-JOB-NAME.
           MOVE "MASTERS" TO RL-LOCK-NAME.
           MOVE WS-RUN-CCYYDDD TO RL-RUN-DATE.
      ***************************************************************
       RENUMBER-CUSTOMER-MASTER.
           OPEN I-O CUSTOMER-MASTER-FILE.
           PERFORM SKIP-CUSTOMER-HEADER.
           OPEN OUTPUT XREF-FILE.
           IF WS-MASTER-FILE-STATUS = "00"
               PERFORM UNTIL WS-MASTER-FILE-STATUS = "10"
      ***************************************************************
       RENUMBER-ACCOUNT-MASTER.
           OPEN I-O ACCOUNT-MASTER-FILE.
           PERFORM SKIP-ACCOUNT-HEADER.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               PERFORM UNTIL WS-ACCOUNT-FILE-STATUS = "10"
                   READ ACCOUNT-MASTER-FILE
           MOVE "Y" TO ACTIVE-FLAG-REC.
           WRITE ACTIVE-FLAG-REC.
           CLOSE ACTIVE-FLAG-FILE.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "CDREMD01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           SET LC-ACTION-CHECK TO TRUE.
           MOVE LV-CUSNEW-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           MOVE LV-ACCTM-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.

       SKIP-CUSTOMER-HEADER.
           IF WS-MASTER-FILE-STATUS = "00"
               READ CUSTOMER-MASTER-FILE
                   AT END
                       CONTINUE
               END-READ
           END-IF.

       SKIP-ACCOUNT-HEADER.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               READ ACCOUNT-MASTER-FILE
                   AT END
                       CONTINUE
               END-READ
           END-IF.
       END PROGRAM CDREMD01.
