      *  seed account joins the account master, a welcome letter is
      *  composed through the LETTER01 mechanics, and the letter
      *  logs to the correspondence trail.
      *  The expiry date of the identity document seen at the door
      *  rides on the add transaction, so the customer's KYC profile
      *  starts life with it; an application without a valid
      *  expiry date is held for review like a collision - no
      *  customer is opened without an identity document on file.
      *  The applicant's correspondence language rides on the add
      *  transaction too, and the welcome letter is worded from the
      *  correspondence template file (document WELCOME) in that
      *  language through CORTPL01.  A language code CUSMNT01
      *  would refuse holds the application as LANG, so the seed
      *  account is never opened for an add that cannot land.
      *  The address is put to the ADRVAL01 postal check for the
      *  same reason: a ZIP the post office does not have holds as
      *  ZIPX and a city that does not belong to its ZIP as CITY,
      *  with the reference city shown so the desk can correct it.
      *  The seed account opens into the branch BRNASG01 assigns
      *  from the applicant's zip - the region is not stamped until
      *  RGNDRV01 sees the new customer - and the relationship stays
      *  with that branch when the customer later moves.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           02 OB-ADDRESS                 PIC X(40).
           02 OB-ZIP                     PIC 9(9).
           02 OB-OPEN-BALANCE            PIC 9(9)V99.
           02 OB-ID-EXPIRY-DATE          PIC 9(7).
           02 OB-LANGUAGE-CODE           PIC X(2).

       FD  CUSTOMER-MASTER-FILE.
       COPY WSCUSNEW.
       01  NUMBER-REGISTER-OUT-REC       PIC X(9).

       FD  MAINT-TXN-FILE.
       01  MAINT-TXN-REC                 PIC X(99).

       FD  ACCOUNT-MASTER-FILE.
       COPY WSACCTM.
       COPY WSSCRUB.
       COPY WSADDRFM.
       COPY WSCORRLG.
       COPY WSCORTPL.
       COPY WSCHKDGT.
       COPY WSADRVAL.
       COPY WSBRNASG.
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

           PERFORM BUILD-MASTER-KEY-TABLE.
           PERFORM LOAD-NUMBER-REGISTER.

           OPEN EXTEND ACCOUNT-MASTER-FILE.
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
               OPEN OUTPUT ACCOUNT-MASTER-FILE
               PERFORM STAMP-ACCOUNT-HEADER
           END-IF.
           OPEN OUTPUT REVIEW-FILE.
           OPEN OUTPUT WELCOME-LETTER-FILE.
      ***************************************************************
       BUILD-MASTER-KEY-TABLE.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           PERFORM SKIP-CUSTOMER-HEADER.
           IF WS-MASTER-FILE-STATUS = "00"
               PERFORM UNTIL WS-MASTER-FILE-STATUS = "10"
                       OR WS-KEY-COUNT = 1000
       ONBOARD-ONE-APPLICANT.
           PERFORM BUILD-APPLICANT-KEY.
           PERFORM SCREEN-AGAINST-MASTER.
           IF WS-MATCH-CLASS = SPACES
               PERFORM CHECK-ID-DOCUMENT
           END-IF.
           IF WS-MATCH-CLASS = SPACES
               PERFORM CHECK-LANGUAGE-CODE
           END-IF.
           IF WS-MATCH-CLASS = SPACES
               PERFORM CHECK-POSTAL-ADDRESS
           END-IF.
           IF WS-MATCH-CLASS = SPACES
               PERFORM ADD-CLEAN-APPLICANT
           ELSE
               PERFORM HOLD-FOR-REVIEW
           END-IF.

      ***************************************************************
      *  The identity document must be on the application and still
      *  in date: a missing, malformed, or already-expired expiry
      *  holds the application with NOID in place of a match class.
      ***************************************************************
       CHECK-ID-DOCUMENT.
           IF OB-ID-EXPIRY-DATE NOT NUMERIC
               MOVE "NOID" TO WS-MATCH-CLASS
           ELSE
               IF OB-ID-EXPIRY-DATE (5:3) < "001"
                       OR OB-ID-EXPIRY-DATE (5:3) > "366"
                       OR OB-ID-EXPIRY-DATE NOT > WS-RUN-CCYYDDD
                   MOVE "NOID" TO WS-MATCH-CLASS
               END-IF
           END-IF.

      *    Two capital letters, or blank for English - the rule
      *    CUSMNT01 applies to the add transaction.
       CHECK-LANGUAGE-CODE.
           IF OB-LANGUAGE-CODE NOT = SPACES
               IF OB-LANGUAGE-CODE IS NOT ALPHABETIC-UPPER
                       OR OB-LANGUAGE-CODE (1:1) = SPACE
                       OR OB-LANGUAGE-CODE (2:1) = SPACE
                   MOVE "LANG" TO WS-MATCH-CLASS
               END-IF
           END-IF.

      *    The postal check CUSMNT01 applies to the add; an address
      *    that cannot be checked is let through there too.
       CHECK-POSTAL-ADDRESS.
           MOVE "ONBRD01" TO AV-SOURCE-PROGRAM.
           MOVE OB-ADDRESS TO AV-ADDRESS.
           MOVE OB-ZIP TO AV-ZIP.
           CALL "ADRVAL01" USING WS-ADDRESS-VALIDATION-REQUEST.
           IF AV-ADDRESS-FAILED
               MOVE AV-REASON-CODE TO WS-MATCH-CLASS
           END-IF.

       BUILD-APPLICANT-KEY.
           MOVE "OB-CUST-NAME" TO SCR-FIELD-NAME.
           MOVE SPACES TO SCR-BEFORE-VALUE.

       HOLD-FOR-REVIEW.
           ADD 1 TO WS-HELD-FOR-REVIEW.
           MOVE SPACES TO REVIEW-REC.
           EVALUATE WS-MATCH-CLASS
               WHEN "NOID"
                   STRING WS-MATCH-CLASS " (" OB-CUST-NAME
                           ") ID DOCUMENT EXPIRY MISSING OR PAST ("
                           OB-ID-EXPIRY-DATE ")"
                       DELIMITED BY SIZE INTO REVIEW-REC
               WHEN "LANG"
                   STRING WS-MATCH-CLASS " (" OB-CUST-NAME
                           ") LANGUAGE CODE NOT VALID ("
                           OB-LANGUAGE-CODE ")"
                       DELIMITED BY SIZE INTO REVIEW-REC
               WHEN "ZIPX"
                   MOVE OB-ZIP TO WS-ZIP-DISPLAY
                   STRING WS-MATCH-CLASS " (" OB-CUST-NAME
                           ") ZIP NOT ON POSTAL REFERENCE ("
                           WS-ZIP-DISPLAY ")"
                       DELIMITED BY SIZE INTO REVIEW-REC
               WHEN "CITY"
                   MOVE OB-ZIP TO WS-ZIP-DISPLAY
                   STRING WS-MATCH-CLASS " (" OB-CUST-NAME
                           ") CITY NOT IN ADDRESS - ZIP "
                           WS-ZIP-DISPLAY " IS "
                           AV-REFERENCE-CITY " " AV-REFERENCE-STATE
                       DELIMITED BY SIZE INTO REVIEW-REC
               WHEN OTHER
                   SET KY-IDX TO WS-MATCH-IDX
                   STRING WS-MATCH-CLASS " (" OB-CUST-NAME
                           ") COLLIDES WITH "
                           WS-KEY-CUST-NO (KY-IDX)
                           " (" WS-KEY-CUST-NAME (KY-IDX) ")"
                       DELIMITED BY SIZE INTO REVIEW-REC
           END-EVALUATE.
           WRITE REVIEW-REC.

      ***************************************************************
           MOVE OB-ZIP TO MAINT-TXN-REC (71:9).
           MOVE OB-OPEN-BALANCE TO WS-BALANCE-SCALED.
           MOVE WS-BALANCE-SCALED-X TO MAINT-TXN-REC (80:11).
           MOVE OB-ID-EXPIRY-DATE TO MAINT-TXN-REC (91:7).
           MOVE OB-LANGUAGE-CODE TO MAINT-TXN-REC (98:2).
           WRITE MAINT-TXN-REC.

           COMPUTE AM-ACCT-NO = WS-NEW-CUST-NO * 10 + 1.
           MOVE "AB" TO AM-PRODUCT-CODE.
           MOVE OB-OPEN-BALANCE TO AM-BALANCE.
           MOVE WS-RUN-CCYYDDD TO AM-OPEN-DATE.
           MOVE 0 TO AM-CLOSED-DATE.
           MOVE 0 TO AM-TERM-MONTHS.
           MOVE 0 TO AM-MATURITY-DATE.
           MOVE 0 TO AM-FIXED-RATE.
           MOVE SPACE TO AM-MATURITY-INSTR.
           MOVE 0 TO AM-NOTICE-SENT-DATE.
           MOVE "D" TO AM-ACCOUNT-CLASS.
           MOVE 0 TO AM-LOAN-PAYMENT.
           MOVE 0 TO AM-LOAN-INTEREST-DUE.
           MOVE 0 TO AM-LOAN-ACCRUED-TO.
           MOVE SPACES TO BA-REGION-CODE.
           MOVE OB-ZIP TO BA-ZIP.
           CALL "BRNASG01" USING WS-BRANCH-ASSIGN-REQUEST.
           MOVE BA-BRANCH-CODE TO AM-BRANCH-CODE.
           MOVE WS-RUN-CCYYDDD TO AM-BRANCH-DATE.
           WRITE WS-ACCOUNT-RECORD.

           PERFORM WRITE-WELCOME-LETTER.

       WRITE-WELCOME-LETTER.
           MOVE "ONBRD01" TO TP-SOURCE-PROGRAM.
           MOVE "WELCOME" TO TP-DOCUMENT.
           MOVE OB-LANGUAGE-CODE TO TP-LANGUAGE.
           MOVE 1 TO TP-LINE-NO.
           MOVE WS-RUN-CCYYDDD TO TP-VALUE (1).
           MOVE WS-NEW-CUST-NO TO TP-VALUE (2).
           MOVE OB-CUST-NAME TO TP-VALUE (3).
           CALL "CORTPL01" USING WS-CORR-TEMPLATE-REQUEST.
           MOVE TP-TEXT-LINE TO WELCOME-LETTER-REC.
           WRITE WELCOME-LETTER-REC.

           MOVE OB-ADDRESS (1:30)  TO AF-LINE-1.
               DELIMITED BY SIZE INTO WELCOME-LETTER-REC.
           WRITE WELCOME-LETTER-REC.

           MOVE 2 TO TP-LINE-NO.
           CALL "CORTPL01" USING WS-CORR-TEMPLATE-REQUEST.
           MOVE TP-TEXT-LINE TO WELCOME-LETTER-REC.
           WRITE WELCOME-LETTER-REC.
           MOVE SPACES TO WELCOME-LETTER-REC.
           WRITE WELCOME-LETTER-REC.
           MOVE WS-NEXT-NUMBER TO NUMBER-REGISTER-OUT-REC (1:9).
           WRITE NUMBER-REGISTER-OUT-REC.
           CLOSE NUMBER-REGISTER-OUT.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "ONBRD01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           SET LC-ACTION-CHECK TO TRUE.
           MOVE LV-CUSNEW-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           MOVE LV-ACCTM-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.

       SKIP-CUSTOMER-HEADER.
           IF WS-MASTER-FILE-STATUS = "00"
               READ CUSTOMER-MASTER-FILE
                   AT END
                       CONTINUE
               END-READ
           END-IF.

       STAMP-ACCOUNT-HEADER.
           MOVE "ONBRD01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           MOVE LV-ACCTM-LAYOUT TO LC-EXPECTED-LAYOUT.
           SET LC-ACTION-STAMP TO TRUE.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           WRITE WS-ACCOUNT-RECORD FROM LC-RECORD-IMAGE.
       END PROGRAM ONBRD01.
