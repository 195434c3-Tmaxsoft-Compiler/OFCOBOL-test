           ==CN-ZIP== BY ==PM-ZIP==
           ==CN-BALANCE== BY ==PM-BALANCE==.
       FD  MASTER-PRIOR-OUT.
       01  MASTER-PRIOR-OUT-REC          PIC X(229).
       FD  MASTER-ROLL-IN.
       01  MASTER-ROLL-IN-REC            PIC X(229).
       FD  CHANGE-REPORT-FILE.
       01  CHANGE-REPORT-REC             PIC X(120).

       01 WS-DROPPED-CUSTOMERS           PIC 9(5) VALUE 0.
       COPY WSAUDCMP.
       COPY WSFLDMAP.
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

           PERFORM BUILD-CUSNEW-FIELD-MAP.

           OPEN INPUT CUSTOMER-MASTER-FILE.
           PERFORM SKIP-CUSTOMER-HEADER.
           OPEN INPUT MASTER-PRIOR-IN.
           OPEN OUTPUT CHANGE-REPORT-FILE.
      ***************************************************************
           GOBACK.

       BUILD-CUSNEW-FIELD-MAP.
           MOVE 25 TO FM-FIELD-COUNT.
           MOVE "CN-CUST-NO"   TO FM-FIELD-NAME (1).
           MOVE 1  TO FM-OFFSET (1).
           MOVE 9  TO FM-LENGTH (1).
           MOVE "CN-REGION"     TO FM-FIELD-NAME (14).
           MOVE 127 TO FM-OFFSET (14).
           MOVE 2  TO FM-LENGTH (14).
           MOVE "CN-RISK-RATING" TO FM-FIELD-NAME (15).
           MOVE 129 TO FM-OFFSET (15).
           MOVE 1  TO FM-LENGTH (15).
           MOVE "CN-LAST-REVIEW" TO FM-FIELD-NAME (16).
           MOVE 130 TO FM-OFFSET (16).
           MOVE 7  TO FM-LENGTH (16).
           MOVE "CN-REVIEW-DUE" TO FM-FIELD-NAME (17).
           MOVE 137 TO FM-OFFSET (17).
           MOVE 7  TO FM-LENGTH (17).
           MOVE "CN-ID-EXPIRY"  TO FM-FIELD-NAME (18).
           MOVE 144 TO FM-OFFSET (18).
           MOVE 7  TO FM-LENGTH (18).
           MOVE "CN-LANGUAGE"   TO FM-FIELD-NAME (19).
           MOVE 151 TO FM-OFFSET (19).
           MOVE 2  TO FM-LENGTH (19).
           MOVE "CN-PHONE-NO"   TO FM-FIELD-NAME (20).
           MOVE 153 TO FM-OFFSET (20).
           MOVE 15 TO FM-LENGTH (20).
           MOVE "CN-EMAIL"      TO FM-FIELD-NAME (21).
           MOVE 168 TO FM-OFFSET (21).
           MOVE 50 TO FM-LENGTH (21).
           MOVE "CN-TAXPAYER-ID" TO FM-FIELD-NAME (22).
           MOVE 218 TO FM-OFFSET (22).
           MOVE 9 TO FM-LENGTH (22).
           MOVE "CN-DO-NOT-MAIL" TO FM-FIELD-NAME (23).
           MOVE 227 TO FM-OFFSET (23).
           MOVE 1 TO FM-LENGTH (23).
           MOVE "CN-DO-NOT-CALL" TO FM-FIELD-NAME (24).
           MOVE 228 TO FM-OFFSET (24).
           MOVE 1 TO FM-LENGTH (24).
           MOVE "CN-DO-NOT-EMAIL" TO FM-FIELD-NAME (25).
           MOVE 229 TO FM-OFFSET (25).
           MOVE 1 TO FM-LENGTH (25).

       READ-NEXT-NEW.
           READ CUSTOMER-MASTER-FILE
       COMPARE-ONE-CUSTOMER.
           MOVE WS-PRIOR-MASTER-REC    TO AC-RECORD-1.
           MOVE WS-CUSTOMER-RECORD-NEW TO AC-RECORD-2.
           MOVE 229 TO AC-RECORD-LENGTH.
           CALL "AUDCMP01" USING WS-AUDIT-COMPARE-REQUEST
               WS-FIELD-MAP-TABLE.
           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1

       ROLL-MASTER-TO-PRIOR.
           OPEN INPUT MASTER-ROLL-IN.
           PERFORM SKIP-MASTER-ROLL-IN-HEADER.
           OPEN OUTPUT MASTER-PRIOR-OUT.
           IF WS-ROLL-IN-STATUS = "00"
               PERFORM UNTIL WS-ROLL-IN-STATUS = "10"
           END-IF.
           CLOSE MASTER-ROLL-IN.
           CLOSE MASTER-PRIOR-OUT.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "CUSCHG01" TO LC-PROGRAM-NAME.
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

       SKIP-MASTER-ROLL-IN-HEADER.
           IF WS-ROLL-IN-STATUS = "00"
               READ MASTER-ROLL-IN
                   AT END
                       CONTINUE
               END-READ
           END-IF.
       END PROGRAM CUSCHG01.
