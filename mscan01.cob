                   INDEXED BY SB-IDX.
               10 WS-SUB-PROGRAM         PIC X(8).
       01 WS-RECORDS-READ                PIC 9(7) VALUE 0.
      *
      *  The worst return code any subscriber handed back is the
      *  scan's own, so a subscriber that refused its work shows.
      *
       01 WS-SCAN-RC                     PIC S9(4) COMP VALUE 0.
       COPY WSMSCAN.
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

           PERFORM LOAD-SUBSCRIBERS.
           MOVE WS-RUN-CCYYDDD TO MS-RUN-DATE.

           PERFORM CALL-ALL-SUBSCRIBERS.

           OPEN INPUT CUSTOMER-MASTER-FILE.
           PERFORM SKIP-CUSTOMER-HEADER.
           IF WS-MASTER-FILE-STATUS = "00"
               PERFORM UNTIL WS-MASTER-FILE-STATUS = "10"
                   READ CUSTOMER-MASTER-FILE
           MOVE WS-RECORDS-READ TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.
           MOVE WS-SCAN-RC TO RETURN-CODE.
           GOBACK.

       LOAD-SUBSCRIBERS.
                       DISPLAY "MSCAN01: SUBSCRIBER "
                           WS-SUB-PROGRAM (SB-IDX) " NOT FOUND"
               END-CALL
               IF RETURN-CODE > WS-SCAN-RC
                   MOVE RETURN-CODE TO WS-SCAN-RC
               END-IF
           END-PERFORM.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "MSCAN01" TO LC-PROGRAM-NAME.
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
       END PROGRAM MSCAN01.
