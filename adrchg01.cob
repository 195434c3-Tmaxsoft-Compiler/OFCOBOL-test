      *  run date so STMT01 and LETTER01 stop paying postage on a
      *  known-bad address.  Applying a usable new address clears
      *  the hold automatically.
      *  A replacement address must also pass the ADRVAL01 postal
      *  check before it is queued: a ZIP the post office does not
      *  have, or a city that does not belong to the ZIP, is
      *  rejected with the reason code rather than swapping one
      *  undeliverable address for another.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   88 WS-CHG-IS-CHANGE   VALUE "C".
                   88 WS-CHG-IS-HOLD     VALUE "H".
       01 WS-RECORD-CHANGED              PIC X(1).
       01 WS-BEFORE-IMAGE                PIC X(229).
       01 WS-AFTER-IMAGE                 PIC X(229).
       01 WS-FIELD-IDX                   PIC 9(4).
       01 WS-CHANGES-READ                PIC 9(4) VALUE 0.
       01 WS-CHANGES-APPLIED             PIC 9(4) VALUE 0.
       COPY WSFLDMAP.
       COPY WSRUNLCK.
       COPY WSCHKDGT.
       COPY WSADRVAL.
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

           MOVE "ADRCHG01" TO RL-JOB-NAME.
           MOVE "MASTERS" TO RL-LOCK-NAME.
           MOVE WS-RUN-CCYYDDD TO RL-RUN-DATE.
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

      ***************************************************************
      *  Field edits first, the TXTVAL01 way - a bad field rejects
               SET CD-ACTION-VALIDATE TO TRUE
               CALL "CHKDGT01" USING WS-CHECK-DIGIT-REQUEST
           END-IF.
           SET AV-ADDRESS-VALID TO TRUE.
           IF AD-NEW-ADDRESS NOT = SPACES
                   AND AD-NEW-ZIP NUMERIC
               MOVE "ADRCHG01" TO AV-SOURCE-PROGRAM
               MOVE AD-NEW-ADDRESS TO AV-ADDRESS
               MOVE AD-NEW-ZIP TO AV-ZIP
               CALL "ADRVAL01" USING WS-ADDRESS-VALIDATION-REQUEST
           END-IF.
           EVALUATE TRUE
               WHEN AD-CUST-NO NOT NUMERIC
                   ADD 1 TO WS-CHANGES-REJECTED
               WHEN AD-NEW-ADDRESS = SPACES
                       OR AD-NEW-ZIP NOT NUMERIC
                   PERFORM QUEUE-MAIL-HOLD
               WHEN AV-ADDRESS-FAILED
                   ADD 1 TO WS-CHANGES-REJECTED
                   MOVE SPACES TO CHANGE-REJECT-REC
                   STRING "ADDRESS FAILS POSTAL CHECK " AV-REASON-CODE
                           " (" AD-CUST-NO ")"
                       DELIMITED BY SIZE INTO CHANGE-REJECT-REC
                   WRITE CHANGE-REJECT-REC
               WHEN WS-CHANGE-COUNT = 50
                   ADD 1 TO WS-CHANGES-REJECTED
                   MOVE SPACES TO CHANGE-REJECT-REC
      ***************************************************************
       APPLY-CHANGES-TO-MASTER.
           OPEN I-O CUSTOMER-MASTER-FILE.
           PERFORM SKIP-CUSTOMER-HEADER.
           IF WS-MASTER-FILE-STATUS = "00"
               PERFORM UNTIL WS-MASTER-FILE-STATUS = "10"
                   READ CUSTOMER-MASTER-FILE
       AUDIT-ONE-CHANGE.
           MOVE WS-BEFORE-IMAGE TO AC-RECORD-1.
           MOVE WS-AFTER-IMAGE  TO AC-RECORD-2.
           MOVE 229 TO AC-RECORD-LENGTH.
           CALL "AUDCMP01" USING WS-AUDIT-COMPARE-REQUEST
               WS-FIELD-MAP-TABLE.
           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
                   WRITE CHANGE-REJECT-REC
               END-IF
           END-PERFORM.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "ADRCHG01" TO LC-PROGRAM-NAME.
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
       END PROGRAM ADRCHG01.
