       FD  CUSTOMER-MASTER-FILE.
       COPY WSCUSNEW.
       FD  RANGE-FILE-1.
       01  RANGE-REC-1                   PIC X(229).
       FD  RANGE-FILE-2.
       01  RANGE-REC-2                   PIC X(229).
       FD  RANGE-FILE-3.
       01  RANGE-REC-3                   PIC X(229).
       FD  RANGE-FILE-4.
       01  RANGE-REC-4                   PIC X(229).
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-REC                PIC X(30).
       FD  SPLIT-TOTALS-FILE.
       01 WS-TOTAL-HASH                  PIC 9(13)V99 VALUE 0.
       01 WS-RANGE-NUM                   PIC 9(1).
       COPY WSCHKPT.
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

           PERFORM READ-SPLIT-CONTROL.
           PERFORM VARYING RG-IDX FROM 1 BY 1 UNTIL RG-IDX > 4
               MOVE 0 TO WS-RANGE-RECORDS (RG-IDX)
           END-PERFORM.

           OPEN INPUT CUSTOMER-MASTER-FILE.
           PERFORM SKIP-CUSTOMER-HEADER.
           OPEN OUTPUT RANGE-FILE-1.
           OPEN OUTPUT RANGE-FILE-2.
           OPEN OUTPUT RANGE-FILE-3.
               DELIMITED BY SIZE INTO SPLIT-TOTALS-REC.
           WRITE SPLIT-TOTALS-REC.
           CLOSE SPLIT-TOTALS-FILE.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "CUSSPL01" TO LC-PROGRAM-NAME.
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
       END PROGRAM CUSSPL01.
