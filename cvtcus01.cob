       01 WS-BALANCE-HASH                   PIC 9(13)V99 VALUE 0.
       COPY WSCUSLOG.
       COPY WSCTLTOT.
       COPY WSLAYCHK.
       COPY WSLAYVER.
       COPY WSRUNCTL.

       PROCEDURE DIVISION.
           CALL "RUNDATE01" USING WS-RUN-CONTROL.
           OPEN INPUT CUSTOMER-FILE-OLD.
           OPEN OUTPUT CUSTOMER-FILE-NEW.
           PERFORM STAMP-CUSTOMER-HEADER.
           OPEN OUTPUT CONVERSION-LOG-FILE.
           OPEN OUTPUT QUARANTINE-FILE.
           OPEN OUTPUT QUARANTINE-LOG-FILE.
           MOVE 0 TO CN-WITHHOLD-RATE OF WS-CUSTOMER-RECORD-NEW.
           MOVE 1 TO CN-CYCLE-CODE OF WS-CUSTOMER-RECORD-NEW.
           MOVE SPACES TO CN-REGION-CODE OF WS-CUSTOMER-RECORD-NEW.
      *    A converted customer is unrated and has no review or
      *    identity document on file; the first RSKRAT01 run rates
      *    the customer and puts the review on the work list.
           MOVE SPACE TO CN-RISK-RATING OF WS-CUSTOMER-RECORD-NEW.
           MOVE 0 TO CN-LAST-REVIEW-DATE OF WS-CUSTOMER-RECORD-NEW.
           MOVE 0 TO CN-REVIEW-DUE-DATE OF WS-CUSTOMER-RECORD-NEW.
           MOVE 0 TO CN-ID-EXPIRY-DATE OF WS-CUSTOMER-RECORD-NEW.
      *    The old master kept no language; a converted customer
      *    is written to in English until told otherwise.
           MOVE "EN" TO CN-LANGUAGE-CODE OF WS-CUSTOMER-RECORD-NEW.
           MOVE SPACES TO CN-PHONE-NO OF WS-CUSTOMER-RECORD-NEW.
           MOVE SPACES TO CN-EMAIL-ADDRESS OF WS-CUSTOMER-RECORD-NEW.
           MOVE SPACES TO CN-TAXPAYER-ID OF WS-CUSTOMER-RECORD-NEW.
      *    Nobody on the old master had opted out of marketing.
           MOVE "N" TO CN-DO-NOT-MAIL OF WS-CUSTOMER-RECORD-NEW.
           MOVE "N" TO CN-DO-NOT-CALL OF WS-CUSTOMER-RECORD-NEW.
           MOVE "N" TO CN-DO-NOT-EMAIL OF WS-CUSTOMER-RECORD-NEW.

           WRITE WS-CUSTOMER-RECORD-NEW.
           ADD 1 TO WS-RECORDS-CONVERTED.
               DELIMITED BY SIZE INTO CONVERSION-LOG-REC.
           WRITE CONVERSION-LOG-REC.
           ADD 1 TO WS-FIELDS-TRUNCATED.

       STAMP-CUSTOMER-HEADER.
           MOVE "CVTCUS01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           MOVE LV-CUSNEW-LAYOUT TO LC-EXPECTED-LAYOUT.
           SET LC-ACTION-STAMP TO TRUE.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           WRITE WS-CUSTOMER-RECORD-NEW FROM LC-RECORD-IMAGE.
       END PROGRAM CVTCUS01.
