       01 WS-IN-MONTH                    PIC X(1) VALUE "N".
       01 WS-LINES-COPIED                PIC 9(5) VALUE 0.
       01 WS-TRAILER-SEEN                PIC X(1) VALUE "N".
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

           COMPUTE WS-DAY-INTEGER =
               FUNCTION INTEGER-OF-DAY (WS-RUN-CCYYDDD).
           COMPUTE WS-DATE-YYYYMMDD =
      ***************************************************************
       COPY-MONTH-BLOCK.
           OPEN INPUT INTEREST-JOURNAL-FILE.
           PERFORM SKIP-INTEREST-HEADER.
           OPEN OUTPUT MONTHLY-COPY-FILE.
           IF WS-JOURNAL-FILE-STATUS = "00"
               PERFORM UNTIL WS-JOURNAL-FILE-STATUS = "10"
                   MOVE "Y" TO WS-TRAILER-SEEN
               END-IF
           END-IF.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "JRNCUT01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           SET LC-ACTION-CHECK TO TRUE.
           MOVE LV-INTJRNL-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.

       SKIP-INTEREST-HEADER.
           IF WS-JOURNAL-FILE-STATUS = "00"
               READ INTEREST-JOURNAL-FILE
                   AT END
                       CONTINUE
               END-READ
           END-IF.
       END PROGRAM JRNCUT01.
