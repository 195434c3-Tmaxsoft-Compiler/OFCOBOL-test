       COPY WSCUSNEW.

       FD  MASTER-PRIOR-IN.
       01  MASTER-PRIOR-REC              PIC X(229).

       FD  DR-INCREMENT-FILE.
       01  DR-INCREMENT-REC.
           02 DR-ACTION                  PIC X(1).
           02 DR-RECORD-IMAGE            PIC X(229).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-STATUS          PIC XX.
       01 WS-INCREMENT-FILE-STATUS       PIC XX.
       01 WS-CURRENT-KEY                 PIC X(9).
       01 WS-PRIOR-KEY                   PIC X(9).
       01 WS-CURRENT-IMAGE               PIC X(229).
       01 WS-ADDS-WRITTEN                PIC 9(5) VALUE 0.
       01 WS-CHANGES-WRITTEN             PIC 9(5) VALUE 0.
       01 WS-DROPS-WRITTEN               PIC 9(5) VALUE 0.
       01 WS-TRAILER-IMAGE.
           05 WS-TRL-COUNT               PIC 9(7).
           05 WS-TRL-HASH                PIC 9(13)V99.
           05 FILLER                     PIC X(207).
       COPY WSLAYCHK.
       COPY WSLAYVER.
       COPY WSRUNCTL.
       COPY WSAUDTRL.
       COPY WSCTLTOT.
           SET AT-MODE-HEADER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           PERFORM CHECK-FILE-LAYOUTS.
           IF LC-REFUSED-COUNT > 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CUSTOMER-MASTER-FILE.
           PERFORM SKIP-CUSTOMER-HEADER.
           OPEN INPUT MASTER-PRIOR-IN.
           OPEN OUTPUT DR-INCREMENT-FILE.

           MOVE "T" TO DR-ACTION.
           MOVE WS-TRAILER-IMAGE TO DR-RECORD-IMAGE.
           WRITE DR-INCREMENT-REC.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "DREXT01" TO LC-PROGRAM-NAME.
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
       END PROGRAM DREXT01.
