           ==CN-ZIP== BY ==NW-ZIP==
           ==CN-BALANCE== BY ==NW-BALANCE==.
       FD  SNAPSHOT-CURRENT-OUT.
       01  SNAPSHOT-CURRENT-OUT-REC      PIC X(229).
       FD  SNAPSHOT-PRIOR-IN.
       COPY WSCUSNEW REPLACING
           ==WS-CUSTOMER-RECORD-NEW== BY ==WS-PRIOR-SNAPSHOT-REC==
           ==CN-ZIP== BY ==SP-ZIP==
           ==CN-BALANCE== BY ==SP-BALANCE==.
       FD  SNAPSHOT-PRIOR-OUT.
       01  SNAPSHOT-PRIOR-OUT-REC        PIC X(229).
       FD  SNAPSHOT-CONTROL-FILE.
       01  SNAPSHOT-CONTROL-REC.
           02 SN-MONTHS-KEPT             PIC 9(2).
       01 WS-DROPPED-COUNT               PIC 9(5) VALUE 0.
       01 WS-MATCHED-COUNT               PIC 9(7) VALUE 0.
       01 WS-LARGE-FLAG                  PIC X(6).
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

           PERFORM READ-SNAPSHOT-CONTROL.
           PERFORM READ-SNAPSHOT-STATUS.
           PERFORM ROLL-CURRENT-TO-PRIOR.
       CUT-NEW-SNAPSHOT.
           MOVE WS-RUN-CCYYDDD TO WS-CURRENT-SNAP-DATE.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           PERFORM SKIP-CUSTOMER-HEADER.
           OPEN OUTPUT SNAPSHOT-CURRENT-OUT.
           IF WS-MASTER-FILE-STATUS = "00"
               PERFORM UNTIL WS-MASTER-FILE-STATUS = "10"
               DELIMITED BY SIZE INTO SNAPSHOT-STATUS-OUT-REC.
           WRITE SNAPSHOT-STATUS-OUT-REC.
           CLOSE SNAPSHOT-STATUS-OUT.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "CUSSNP01" TO LC-PROGRAM-NAME.
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
       END PROGRAM CUSSNP01.
