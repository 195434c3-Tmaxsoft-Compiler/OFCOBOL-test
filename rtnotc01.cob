      *  formatting LETTER01 uses, with mail holds honored into the
      *  held-correspondence file.  The generated-plus-held count
      *  is reconciled against the affected-customer count so
      *  notice coverage is provable, not assumed.  The letter's
      *  wording comes from the correspondence template file
      *  (document RATENOTC) through CORTPL01, in the customer's
      *  own language, English where no translation is on file.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-ZIP-DISPLAY                 PIC 9(9).
       COPY WSADDRFM.
       COPY WSCORRLG.
       COPY WSCORTPL.
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
           MOVE "RTNOTC01" TO TP-SOURCE-PROGRAM.
           MOVE "RATENOTC" TO TP-DOCUMENT.

           PERFORM LOAD-RATE-TIER-TABLE.
           PERFORM LOAD-DUE-CHANGES.


       NOTIFY-AFFECTED-CUSTOMERS.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           PERFORM SKIP-CUSTOMER-HEADER.
           IF WS-MASTER-FILE-STATUS = "00"
               PERFORM UNTIL WS-MASTER-FILE-STATUS = "10"
                   READ CUSTOMER-MASTER-FILE
           MOVE "RATENOTC" TO CO-CORR-TYPE.
           MOVE WS-RUN-CCYYDDD TO CO-RUN-DATE.
           CALL "CORRLOG01" USING WS-CORRESPONDENCE-LOG-REQUEST.
           MOVE CN-LANGUAGE-CODE TO TP-LANGUAGE.
           MOVE 1 TO TP-LINE-NO.
           MOVE WS-RUN-CCYYDDD TO TP-VALUE (1).
           MOVE CN-CUST-NO TO TP-VALUE (2).
           MOVE CN-CUST-NAME TO TP-VALUE (3).
           PERFORM WRITE-TEMPLATE-LINE.

           MOVE CN-ADDRESS (1:30)  TO AF-LINE-1.
           MOVE CN-ADDRESS (31:10) TO AF-LINE-2.

           SET TR-IDX TO WS-DUE-TIER (DU-IDX).
           MOVE WS-TIER-RATE (TR-IDX) TO WS-OLD-RATE-DISPLAY.
           MOVE 2 TO TP-LINE-NO.
           MOVE WS-OLD-RATE-DISPLAY TO TP-VALUE (1).
           MOVE WS-DUE-NEW-RATE (DU-IDX) TO TP-VALUE (2).
           MOVE WS-DUE-EFF-DATE (DU-IDX) TO TP-VALUE (3).
           PERFORM WRITE-TEMPLATE-LINE.
           MOVE SPACES TO NOTICE-REC.
           PERFORM WRITE-NOTICE-REC.

       WRITE-TEMPLATE-LINE.
           CALL "CORTPL01" USING WS-CORR-TEMPLATE-REQUEST.
           MOVE TP-TEXT-LINE TO NOTICE-REC.
           PERFORM WRITE-NOTICE-REC.

       WRITE-NOTICE-REC.
                   TO ER-ERROR-TEXT
               CALL "EXCPLOG01" USING WS-ERROR-RECORD
           END-IF.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "RTNOTC01" TO LC-PROGRAM-NAME.
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
       END PROGRAM RTNOTC01.
