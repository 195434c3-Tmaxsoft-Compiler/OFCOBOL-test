      *  reconciled against the report's ineligible count so nobody
      *  is refused coverage without being told.  A customer on
      *  returned-mail hold gets the notice composed into the held-
      *  correspondence file instead of the print stream.  Joint
      *  owners are named on the notice, and a customer whose
      *  accounts are run by a guardian, trustee, or attorney is
      *  written to in care of that party, through PTYADR01.  No
      *  notice goes out in the name of a customer who has died:
      *  a customer on the DECEAS01 estate file has the notice
      *  suppressed, noted on the print stream for the mail room,
      *  and logged on the correspondence history as suppressed.
      *  The notice's wording comes from the correspondence
      *  template file (document ELGNOTC) through CORTPL01, in the
      *  customer's own language, English where no translation is
      *  on file; the mail-room notes stay in English.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "data/held_correspondence.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-FILE-STATUS.
           SELECT ESTATE-FILE
               ASSIGN TO "data/estate_file.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HELD-CORRESPONDENCE-FILE.
       01  HELD-CORRESPONDENCE-REC       PIC X(90).

       FD  ESTATE-FILE.
       COPY WSESTATE.

       WORKING-STORAGE SECTION.
       01 WS-REPORT-FILE-STATUS          PIC XX.
       01 WS-MASTER-FILE-STATUS          PIC XX.
       01 WS-NO-ADDRESS-COUNT            PIC 9(5) VALUE 0.
       01 WS-HELD-FILE-STATUS            PIC XX.
       01 WS-HELD-NOTICES                PIC 9(5) VALUE 0.
       01 WS-ESTATE-FILE-STATUS          PIC XX.
       01 WS-SUPPRESSED-NOTICES          PIC 9(5) VALUE 0.
       01 WS-DECEASED-TABLE.
           05 WS-DECEASED-COUNT          PIC 9(4) VALUE 0.
           05 WS-DECEASED-CUST-NO OCCURS 1000 TIMES
                                 INDEXED BY DC-IDX
                                         PIC 9(9).
       01 WS-DECEASED-FULL-SWITCH        PIC X(1) VALUE "N".
           88 WS-DECEASED-TABLE-FULL     VALUE "Y".
       01 WS-DECEASED-SWITCH             PIC X(1).
           88 WS-CUSTOMER-DECEASED       VALUE "Y".
       01 WS-NOTICE-DEST                 PIC X(1) VALUE "P".
           88 WS-NOTICE-HELD             VALUE "H".
       01 WS-MASTER-MATCHED              PIC X(1).
           88 WS-MASTER-IS-MATCHED       VALUE "Y".
       01 WS-ZIP-DISPLAY                 PIC 9(9).
       01 WS-JOINT-IDX                   PIC 9(2).
       COPY WSADDRFM.
       COPY WSPTYADR.
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

           PERFORM LOAD-DECEASED-CUSTOMERS.
      *    A deceased customer left out of the table would be
      *    mailed a notice; none is generated until all of them fit.
           IF WS-DECEASED-TABLE-FULL
               DISPLAY "LETTER01: DECEASED OVER 1000 - "
                   "NO NOTICES GENERATED"
               MOVE 0 TO AT-RECORD-COUNT
               SET AT-MODE-TRAILER TO TRUE
               CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT ELIGIBILITY-REPORT-FILE.
           OPEN OUTPUT NOTICE-FILE.
           OPEN EXTEND HELD-CORRESPONDENCE-FILE.
           MOVE WS-LETTERS-GENERATED TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.
           IF PA-PARTY-TABLES-FULL
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

      ***************************************************************
           MOVE ELIGIBILITY-REPORT-REC (42:8)  TO WS-REPORT-AGE-BAND.

           PERFORM FIND-MASTER-ADDRESS.
           MOVE "N" TO WS-DECEASED-SWITCH.
           IF WS-MASTER-IS-MATCHED
               PERFORM CHECK-DECEASED
           END-IF.
           EVALUATE TRUE
               WHEN NOT WS-MASTER-IS-MATCHED
                   ADD 1 TO WS-NO-ADDRESS-COUNT
                   MOVE SPACES TO NOTICE-REC
                   STRING "*NO ADDRESS ON MASTER FOR "
                           WS-REPORT-CUST-NO
                           " - NOTICE NOT GENERATED"
                       DELIMITED BY SIZE INTO NOTICE-REC
                   WRITE NOTICE-REC
               WHEN WS-CUSTOMER-DECEASED
                   PERFORM SUPPRESS-ONE-NOTICE
               WHEN OTHER
                   IF CN-ON-MAIL-HOLD
                       ADD 1 TO WS-HELD-NOTICES
                       MOVE "H" TO WS-NOTICE-DEST
                       MOVE "H" TO CO-CHANNEL
                   ELSE
                       ADD 1 TO WS-LETTERS-GENERATED
                       MOVE "P" TO WS-NOTICE-DEST
                       MOVE "P" TO CO-CHANNEL
                   END-IF
                   PERFORM WRITE-NOTICE-LINES
                   MOVE CN-CUST-NO TO CO-CUST-NO
                   MOVE "ELGNOTC" TO CO-CORR-TYPE
                   MOVE WS-RUN-CCYYDDD TO CO-RUN-DATE
                   CALL "CORRLOG01"
                       USING WS-CORRESPONDENCE-LOG-REQUEST
           END-EVALUATE.

      ***************************************************************
      *  The estate file names every customer whose death has been
      *  recorded; a site with no estate file suppresses nothing.
      ***************************************************************
       LOAD-DECEASED-CUSTOMERS.
           OPEN INPUT ESTATE-FILE.
           IF WS-ESTATE-FILE-STATUS = "00"
               PERFORM UNTIL WS-ESTATE-FILE-STATUS = "10"
                       OR WS-DECEASED-TABLE-FULL
                   READ ESTATE-FILE
                       AT END
                           MOVE "10" TO WS-ESTATE-FILE-STATUS
                       NOT AT END
                           PERFORM LOAD-ONE-DECEASED
                   END-READ
               END-PERFORM
               CLOSE ESTATE-FILE
           END-IF.

       LOAD-ONE-DECEASED.
           IF WS-DECEASED-COUNT = 1000
               MOVE "Y" TO WS-DECEASED-FULL-SWITCH
               MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
               MOVE "LETTER01" TO ER-JOB-STEP
               MOVE "DECT" TO ER-ERROR-CODE
               MOVE "DECEASED OVER 1000 - NOTHING MAILED"
                   TO ER-ERROR-TEXT
               CALL "EXCPLOG01" USING WS-ERROR-RECORD
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DECEASED-COUNT.
           MOVE ES-CUST-NO TO WS-DECEASED-CUST-NO (WS-DECEASED-COUNT).

       CHECK-DECEASED.
           MOVE "N" TO WS-DECEASED-SWITCH.
           PERFORM VARYING DC-IDX FROM 1 BY 1
                   UNTIL DC-IDX > WS-DECEASED-COUNT
               IF WS-DECEASED-CUST-NO (DC-IDX) = CN-CUST-NO
                   MOVE "Y" TO WS-DECEASED-SWITCH
               END-IF
           END-PERFORM.

       SUPPRESS-ONE-NOTICE.
           ADD 1 TO WS-SUPPRESSED-NOTICES.
           MOVE SPACES TO NOTICE-REC.
           STRING "*CUSTOMER DECEASED " WS-REPORT-CUST-NO
                   " - NOTICE SUPPRESSED"
               DELIMITED BY SIZE INTO NOTICE-REC.
           WRITE NOTICE-REC.
           MOVE CN-CUST-NO TO CO-CUST-NO.
           MOVE "ELGNOTC" TO CO-CORR-TYPE.
           MOVE WS-RUN-CCYYDDD TO CO-RUN-DATE.
           MOVE "S" TO CO-CHANNEL.
           CALL "CORRLOG01" USING WS-CORRESPONDENCE-LOG-REQUEST.

       FIND-MASTER-ADDRESS.
           MOVE "N" TO WS-MASTER-MATCHED.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           PERFORM SKIP-CUSTOMER-HEADER.
           IF WS-MASTER-FILE-STATUS = "00"
               PERFORM UNTIL WS-MASTER-FILE-STATUS = "10"
                       OR WS-MASTER-IS-MATCHED
      *  never to the print stream, never to the bad address.
      ***************************************************************
       WRITE-NOTICE-LINES.
           MOVE "LETTER01" TO TP-SOURCE-PROGRAM.
           MOVE "ELGNOTC" TO TP-DOCUMENT.
           MOVE CN-LANGUAGE-CODE TO TP-LANGUAGE.
           MOVE 1 TO TP-LINE-NO.
           MOVE WS-RUN-CCYYDDD TO TP-VALUE (1).
           MOVE WS-REPORT-CUST-NO TO TP-VALUE (2).
           MOVE WS-REPORT-CUST-NAME TO TP-VALUE (3).
           PERFORM WRITE-TEMPLATE-LINE.

           MOVE CN-CUST-NO     TO PA-CUST-NO.
           MOVE WS-RUN-CCYYDDD TO PA-AS-OF-DATE.
           CALL "PTYADR01" USING WS-PARTY-ADDRESS-REQUEST.
           PERFORM VARYING WS-JOINT-IDX FROM 1 BY 1
                   UNTIL WS-JOINT-IDX > PA-JOINT-COUNT
               MOVE 2 TO TP-LINE-NO
               MOVE PA-JOINT-NAME (WS-JOINT-IDX) TO TP-VALUE (1)
               PERFORM WRITE-TEMPLATE-LINE
           END-PERFORM.
           IF PA-HAS-CARE-OF
               MOVE 3 TO TP-LINE-NO
               MOVE PA-CARE-OF-NAME TO TP-VALUE (1)
               PERFORM WRITE-TEMPLATE-LINE
               MOVE PA-CARE-OF-ADDRESS (1:30)  TO AF-LINE-1
               MOVE PA-CARE-OF-ADDRESS (31:10) TO AF-LINE-2
               MOVE PA-CARE-OF-ZIP             TO WS-ZIP-DISPLAY
           ELSE
               MOVE CN-ADDRESS (1:30)  TO AF-LINE-1
               MOVE CN-ADDRESS (31:10) TO AF-LINE-2
               MOVE CN-ZIP             TO WS-ZIP-DISPLAY
           END-IF.
           MOVE WS-ZIP-DISPLAY     TO AF-LINE-3.
           MOVE "|"                TO AF-DELIMITER.
           CALL "ADDRFMT01" USING WS-ADDR-FORMAT-REQUEST.
               DELIMITED BY SIZE INTO NOTICE-REC.
           PERFORM WRITE-NOTICE-REC.

           MOVE 4 TO TP-LINE-NO.
           MOVE WS-REPORT-AGE-BAND TO TP-VALUE (1).
           PERFORM WRITE-TEMPLATE-LINE.
           MOVE SPACES TO NOTICE-REC.
           PERFORM WRITE-NOTICE-REC.

       WRITE-TEMPLATE-LINE.
           CALL "CORTPL01" USING WS-CORR-TEMPLATE-REQUEST.
           MOVE TP-TEXT-LINE TO NOTICE-REC.
           PERFORM WRITE-NOTICE-REC.

       WRITE-NOTICE-REC.

      ***************************************************************
      *  Every ineligible determination must be accounted for as a
      *  generated letter, a held or suppressed notice, or a logged
      *  no-address case; anything else means a customer fell
      *  through, and that goes straight to the common exception
      *  file.
      ***************************************************************
       RECONCILE-LETTER-COUNTS.
           DISPLAY "LETTER01: INELIGIBLE=" WS-INELIGIBLE-COUNT
               " LETTERS=" WS-LETTERS-GENERATED
               " NO ADDRESS=" WS-NO-ADDRESS-COUNT
               " HELD=" WS-HELD-NOTICES
               " SUPPRESSED=" WS-SUPPRESSED-NOTICES.
           IF WS-LETTERS-GENERATED + WS-NO-ADDRESS-COUNT
                   + WS-HELD-NOTICES + WS-SUPPRESSED-NOTICES
                   NOT = WS-INELIGIBLE-COUNT
               MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
               MOVE "LETTER01" TO ER-JOB-STEP
                   TO ER-ERROR-TEXT
               CALL "EXCPLOG01" USING WS-ERROR-RECORD
           END-IF.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "LETTER01" TO LC-PROGRAM-NAME.
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
       END PROGRAM LETTER01.
