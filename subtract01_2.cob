        02 TO-ACCT-KEY PIC X(6) VALUE "ACCT02".
        02 ITEM-02 PIC S9999.
       01 WS-SUSPENSE-FILE-STATUS         PIC XX.
       COPY WSLAYCHK.
       COPY WSLAYVER.
       COPY WSRUNCTL.
       COPY WSSUSPEN.
       COPY WSEXCLOG.
           SET AT-MODE-HEADER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           PERFORM CHECK-FILE-LAYOUTS.
           IF LC-REFUSED-COUNT > 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE 2345 TO ITEM-01.
           MOVE 1234 TO ITEM-02.
           SUBTRACT ITEM-01 FROM ITEM-02.
           OPEN EXTEND SUSPENSE-FILE.
           IF WS-SUSPENSE-FILE-STATUS NOT = "00"
               OPEN OUTPUT SUSPENSE-FILE
               PERFORM STAMP-SUSPENSE-HEADER
           END-IF.
           WRITE SUSPENSE-FILE-REC FROM WS-SUSPENSE-ADJUSTMENT.
           CLOSE SUSPENSE-FILE.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "SUBTRACT" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           SET LC-ACTION-CHECK TO TRUE.
           MOVE LV-SUSPEN-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.

       STAMP-SUSPENSE-HEADER.
           MOVE "SUBTRACT" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           MOVE LV-SUSPEN-LAYOUT TO LC-EXPECTED-LAYOUT.
           SET LC-ACTION-STAMP TO TRUE.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           WRITE SUSPENSE-FILE-REC FROM LC-RECORD-IMAGE.
