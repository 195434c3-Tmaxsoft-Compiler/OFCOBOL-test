       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYCLST01.
      ***************************************************************
      *  KYCLST01 - weekly KYC overdue work list.  Reads the customer
      *  master after RSKRAT01 has rated it and lists every customer
      *  whose periodic review is due or past due, or whose identity
      *  document on file has expired, so the desk can schedule the
      *  contacts for the week.  Customers are listed high risk
      *  first, then medium, then low, with the days overdue and
      *  which of the two is outstanding; a high-risk customer whose
      *  review is due is flagged as barred from new accounts, since
      *  ACCMNT01 refuses the open until the review is recorded.
      *  The batch schedule runs this step on one weekday only.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "data/cust_master_new.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT WORK-LIST-FILE
               ASSIGN TO "data/kyc_overdue_worklist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
       COPY WSCUSNEW.

       FD  WORK-LIST-FILE.
       01  WORK-LIST-REC                 PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-STATUS          PIC XX.
       01 WS-LIST-FILE-STATUS            PIC XX.
       01 WS-CUSTOMERS-READ              PIC 9(7) VALUE 0.
       01 WS-REVIEWS-OVERDUE             PIC 9(5) VALUE 0.
       01 WS-IDS-EXPIRED                 PIC 9(5) VALUE 0.
       01 WS-BARRED-COUNT                PIC 9(5) VALUE 0.
       01 WS-RUN-INTEGER                 PIC 9(8).
       01 WS-DUE-INTEGER                 PIC 9(8).
       01 WS-DAYS-OVERDUE                PIC 9(5).
       01 WS-DAYS-DISPLAY                PIC ZZZZ9.
       01 WS-LIST-RATING                 PIC X(1).
       01 WS-LIST-HEADING                PIC X(30).
       01 WS-LIST-COUNT                  PIC 9(5).
       01 WS-REVIEW-OVERDUE              PIC X(1).
       01 WS-ID-EXPIRED                  PIC X(1).
       01 WS-OUTSTANDING                 PIC X(11).
       01 WS-BARRED-TEXT                 PIC X(20).
      *
      *  Customers with something outstanding, held for the rating
      *  sections.
      *
       01 WS-OVERDUE-TABLE.
           05 WS-OVERDUE-COUNT           PIC 9(4) VALUE 0.
           05 WS-OVERDUE-ENTRY OCCURS 2000 TIMES INDEXED BY OV-IDX.
               10 WS-OVD-CUST-NO         PIC 9(9).
               10 WS-OVD-CUST-NAME       PIC X(20).
               10 WS-OVD-RATING          PIC X(1).
               10 WS-OVD-LAST-REVIEW     PIC 9(7).
               10 WS-OVD-REVIEW-DUE      PIC 9(7).
               10 WS-OVD-ID-EXPIRY       PIC 9(7).
               10 WS-OVD-REVIEW-FLAG     PIC X(1).
               10 WS-OVD-ID-FLAG         PIC X(1).
       COPY WSLAYCHK.
       COPY WSLAYVER.
       COPY WSRUNCTL.
       COPY WSAUDTRL.
       COPY WSEXCLOG.

       PROCEDURE DIVISION.
       KYCLST01-MAIN.
           CALL "RUNDATE01" USING WS-RUN-CONTROL.
           MOVE "KYCLST01" TO AT-JOB-NAME.
           MOVE WS-RUN-CCYYDDD TO AT-RUN-DATE.
           SET AT-MODE-HEADER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           PERFORM CHECK-FILE-LAYOUTS.
           IF LC-REFUSED-COUNT > 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM COLLECT-OVERDUE-CUSTOMERS.
           PERFORM WRITE-WORK-LIST.

           DISPLAY "KYCLST01: CUSTOMERS=" WS-CUSTOMERS-READ
               " REVIEWS OVERDUE=" WS-REVIEWS-OVERDUE
               " IDS EXPIRED=" WS-IDS-EXPIRED
               " BARRED=" WS-BARRED-COUNT.

           MOVE WS-OVERDUE-COUNT TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.
           GOBACK.

       COLLECT-OVERDUE-CUSTOMERS.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           PERFORM SKIP-CUSTOMER-HEADER.
           IF WS-MASTER-FILE-STATUS = "00"
               PERFORM UNTIL WS-MASTER-FILE-STATUS = "10"
                   READ CUSTOMER-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-MASTER-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-CUSTOMERS-READ
                           PERFORM JUDGE-ONE-CUSTOMER
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

      ***************************************************************
      *  A review is outstanding once its due date is reached; a
      *  document is expired once its expiry date is reached.  A
      *  zero expiry means no document was captured (customers
      *  converted before onboarding took one) and is picked up at
      *  the customer's next review, not listed as expired.
      ***************************************************************
       JUDGE-ONE-CUSTOMER.
           MOVE "N" TO WS-REVIEW-OVERDUE.
           MOVE "N" TO WS-ID-EXPIRED.
           IF CN-REVIEW-DUE-DATE NOT > WS-RUN-CCYYDDD
               MOVE "Y" TO WS-REVIEW-OVERDUE
           END-IF.
           IF CN-ID-EXPIRY-DATE NOT = 0
                   AND CN-ID-EXPIRY-DATE NOT > WS-RUN-CCYYDDD
               MOVE "Y" TO WS-ID-EXPIRED
           END-IF.
           IF WS-REVIEW-OVERDUE = "Y" OR WS-ID-EXPIRED = "Y"
               IF WS-OVERDUE-COUNT = 2000
                   MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
                   MOVE "KYCLST01" TO ER-JOB-STEP
                   MOVE "KYCT" TO ER-ERROR-CODE
                   MOVE "OVERDUE TABLE FULL - CUSTOMER NOT LISTED"
                       TO ER-ERROR-TEXT
                   CALL "EXCPLOG01" USING WS-ERROR-RECORD
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM HOLD-OVERDUE-CUSTOMER
               END-IF
           END-IF.

       HOLD-OVERDUE-CUSTOMER.
           ADD 1 TO WS-OVERDUE-COUNT.
           SET OV-IDX TO WS-OVERDUE-COUNT.
           MOVE CN-CUST-NO TO WS-OVD-CUST-NO (OV-IDX).
           MOVE CN-CUST-NAME TO WS-OVD-CUST-NAME (OV-IDX).
           MOVE CN-RISK-RATING TO WS-OVD-RATING (OV-IDX).
           MOVE CN-LAST-REVIEW-DATE TO WS-OVD-LAST-REVIEW (OV-IDX).
           MOVE CN-REVIEW-DUE-DATE TO WS-OVD-REVIEW-DUE (OV-IDX).
           MOVE CN-ID-EXPIRY-DATE TO WS-OVD-ID-EXPIRY (OV-IDX).
           MOVE WS-REVIEW-OVERDUE TO WS-OVD-REVIEW-FLAG (OV-IDX).
           MOVE WS-ID-EXPIRED TO WS-OVD-ID-FLAG (OV-IDX).
           IF WS-REVIEW-OVERDUE = "Y"
               ADD 1 TO WS-REVIEWS-OVERDUE
               IF CN-RISK-HIGH
                   ADD 1 TO WS-BARRED-COUNT
               END-IF
           END-IF.
           IF WS-ID-EXPIRED = "Y"
               ADD 1 TO WS-IDS-EXPIRED
           END-IF.

      ***************************************************************
      *  High risk first, then medium, then low; a customer not yet
      *  rated (added since the last rating run) comes last.
      ***************************************************************
       WRITE-WORK-LIST.
           OPEN OUTPUT WORK-LIST-FILE.
           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DAY (WS-RUN-CCYYDDD).
           MOVE SPACES TO WORK-LIST-REC.
           STRING "KYC OVERDUE WORK LIST  DATE " WS-RUN-CCYYDDD
                   "  REVIEWS OVERDUE=" WS-REVIEWS-OVERDUE
                   "  IDS EXPIRED=" WS-IDS-EXPIRED
                   "  BARRED=" WS-BARRED-COUNT
               DELIMITED BY SIZE INTO WORK-LIST-REC.
           WRITE WORK-LIST-REC.
           MOVE "H" TO WS-LIST-RATING.
           MOVE "HIGH RISK" TO WS-LIST-HEADING.
           PERFORM LIST-ONE-RATING.
           MOVE "M" TO WS-LIST-RATING.
           MOVE "MEDIUM RISK" TO WS-LIST-HEADING.
           PERFORM LIST-ONE-RATING.
           MOVE "L" TO WS-LIST-RATING.
           MOVE "LOW RISK" TO WS-LIST-HEADING.
           PERFORM LIST-ONE-RATING.
           MOVE SPACE TO WS-LIST-RATING.
           MOVE "NOT YET RATED" TO WS-LIST-HEADING.
           PERFORM LIST-ONE-RATING.
           CLOSE WORK-LIST-FILE.

       LIST-ONE-RATING.
           MOVE 0 TO WS-LIST-COUNT.
           PERFORM VARYING OV-IDX FROM 1 BY 1
                   UNTIL OV-IDX > WS-OVERDUE-COUNT
               IF WS-OVD-RATING (OV-IDX) = WS-LIST-RATING
                   IF WS-LIST-COUNT = 0
                       PERFORM WRITE-LIST-HEADING
                   END-IF
                   ADD 1 TO WS-LIST-COUNT
                   PERFORM WRITE-LIST-LINE
               END-IF
           END-PERFORM.

       WRITE-LIST-HEADING.
           MOVE SPACES TO WORK-LIST-REC.
           WRITE WORK-LIST-REC.
           MOVE SPACES TO WORK-LIST-REC.
           STRING WS-LIST-HEADING
               DELIMITED BY SIZE INTO WORK-LIST-REC.
           WRITE WORK-LIST-REC.
           MOVE SPACES TO WORK-LIST-REC.
           STRING "  CUSTOMER  NAME                 LASTRVW"
                   " DUE-RVW  DAYS ID-EXPY OUTSTANDING"
               DELIMITED BY SIZE INTO WORK-LIST-REC.
           WRITE WORK-LIST-REC.

      ***************************************************************
      *  Days overdue run from the review due date, or from the
      *  document expiry when only the document is outstanding; a
      *  customer never yet scheduled counts from tonight.
      ***************************************************************
       WRITE-LIST-LINE.
           MOVE WS-RUN-INTEGER TO WS-DUE-INTEGER.
           IF WS-OVD-REVIEW-FLAG (OV-IDX) = "Y"
               IF WS-OVD-REVIEW-DUE (OV-IDX) NOT = 0
                   COMPUTE WS-DUE-INTEGER = FUNCTION INTEGER-OF-DAY
                       (WS-OVD-REVIEW-DUE (OV-IDX))
               END-IF
           ELSE
               COMPUTE WS-DUE-INTEGER = FUNCTION INTEGER-OF-DAY
                   (WS-OVD-ID-EXPIRY (OV-IDX))
           END-IF.
           SUBTRACT WS-DUE-INTEGER FROM WS-RUN-INTEGER
               GIVING WS-DAYS-OVERDUE.
           MOVE WS-DAYS-OVERDUE TO WS-DAYS-DISPLAY.
           EVALUATE TRUE
               WHEN WS-OVD-REVIEW-FLAG (OV-IDX) = "Y"
                       AND WS-OVD-ID-FLAG (OV-IDX) = "Y"
                   MOVE "REVIEW + ID" TO WS-OUTSTANDING
               WHEN WS-OVD-REVIEW-FLAG (OV-IDX) = "Y"
                   MOVE "REVIEW" TO WS-OUTSTANDING
               WHEN OTHER
                   MOVE "ID DOCUMENT" TO WS-OUTSTANDING
           END-EVALUATE.
           MOVE SPACES TO WS-BARRED-TEXT.
           IF WS-OVD-RATING (OV-IDX) = "H"
                   AND WS-OVD-REVIEW-FLAG (OV-IDX) = "Y"
               MOVE "NEW ACCOUNTS BARRED" TO WS-BARRED-TEXT
           END-IF.
           MOVE SPACES TO WORK-LIST-REC.
           STRING "  " WS-OVD-CUST-NO (OV-IDX)
                   " " WS-OVD-CUST-NAME (OV-IDX)
                   " " WS-OVD-LAST-REVIEW (OV-IDX)
                   " " WS-OVD-REVIEW-DUE (OV-IDX)
                   " " WS-DAYS-DISPLAY
                   " " WS-OVD-ID-EXPIRY (OV-IDX)
                   " " WS-OUTSTANDING
                   " " WS-BARRED-TEXT
               DELIMITED BY SIZE INTO WORK-LIST-REC.
           WRITE WORK-LIST-REC.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "KYCLST01" TO LC-PROGRAM-NAME.
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
       END PROGRAM KYCLST01.
