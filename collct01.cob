       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLCT01.
      ***************************************************************
      *  COLLCT01 - delinquency aging and collections subscriber for
      *  the MSCAN01 single-pass master scan.  Every overdrawn
      *  customer - inside an approved CN-OVERDRAFT-LIMIT or beyond
      *  it - is aged from the day it first went below zero into the
      *  1-30, 31-60, 61-90 and 90+ day buckets and listed on the
      *  aging report with the bucket totals in its trailer.
      *  Continuity lives in the collections state file this
      *  subscriber maintains, the way ODRPT01 keeps its tracking
      *  file: first-overdrawn date, last bucket, and the highest
      *  collection letter sent.  An account back in credit drops
      *  off and starts over if it goes overdrawn again.
      *  Letters escalate with the bucket - one letter per bucket
      *  reached, composed the LETTER01 way (ADDRFMT01 address
      *  block, joint owners and care-of through PTYADR01) and
      *  logged through CORRLOG01.  A customer on returned-mail hold
      *  is sent nothing; the letter level stays where it was, so
      *  the letter for the bucket goes out once the hold clears.
      *  Accounts past 90 days go on the charge-off recommendation
      *  list (count and amount posted through CTLTOT01), and every
      *  account that moved into a new bucket tonight - including
      *  one newly overdrawn - goes on the collections work queue.
      *  A state file too big for the table ages nothing and is left
      *  as it was: an account whose row did not fit would start
      *  over as newly overdrawn.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATE-FILE-IN
               ASSIGN TO "data/collections_state.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-IN-STATUS.
           SELECT STATE-FILE-OUT
               ASSIGN TO "data/collections_state_new.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-OUT-STATUS.
           SELECT AGING-REPORT-FILE
               ASSIGN TO "data/collections_aging.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGING-FILE-STATUS.
           SELECT WORK-QUEUE-FILE
               ASSIGN TO "data/collections_queue.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-FILE-STATUS.
           SELECT CHARGE-OFF-FILE
               ASSIGN TO "data/chargeoff_recommend.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHARGE-OFF-FILE-STATUS.
           SELECT COLLECTION-LETTER-FILE
               ASSIGN TO "data/collection_letters.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STATE-FILE-IN.
       01  STATE-IN-REC.
           02 CS-CUST-NO                 PIC 9(9).
           02 CS-FIRST-OD-DATE           PIC 9(7).
           02 CS-BUCKET                  PIC 9(1).
           02 CS-LETTER-LEVEL            PIC 9(1).
           02 CS-LETTER-DATE             PIC 9(7).

       FD  STATE-FILE-OUT.
       01  STATE-OUT-REC                 PIC X(25).

       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-REC              PIC X(110).

       FD  WORK-QUEUE-FILE.
       01  WORK-QUEUE-REC                PIC X(100).

       FD  CHARGE-OFF-FILE.
       01  CHARGE-OFF-REC                PIC X(100).

       FD  COLLECTION-LETTER-FILE.
       01  COLLECTION-LETTER-REC         PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-STATE-IN-STATUS             PIC XX.
       01 WS-STATE-OUT-STATUS            PIC XX.
       01 WS-AGING-FILE-STATUS           PIC XX.
       01 WS-QUEUE-FILE-STATUS           PIC XX.
       01 WS-CHARGE-OFF-FILE-STATUS      PIC XX.
       01 WS-LETTER-FILE-STATUS          PIC XX.
       01 WS-STATE-TABLE.
           05 WS-STATE-COUNT             PIC 9(4) VALUE 0.
           05 WS-STATE-ENTRY OCCURS 1000 TIMES INDEXED BY CS-IDX.
               10 WS-ST-CUST-NO          PIC 9(9).
               10 WS-ST-FIRST-DATE       PIC 9(7).
               10 WS-ST-BUCKET           PIC 9(1).
               10 WS-ST-LETTER-LEVEL     PIC 9(1).
               10 WS-ST-LETTER-DATE      PIC 9(7).
       01 WS-STATE-FULL-SWITCH           PIC X(1) VALUE "N".
           88 WS-STATE-TABLE-FULL        VALUE "Y".
       01 WS-STATE-MATCHED               PIC X(1).
           88 WS-STATE-IS-MATCHED        VALUE "Y".
       01 WS-FIRST-OD-DATE               PIC 9(7).
       01 WS-PRIOR-BUCKET                PIC 9(1).
       01 WS-LETTER-LEVEL                PIC 9(1).
       01 WS-LETTER-DATE                 PIC 9(7).
       01 WS-BUCKET                      PIC 9(1).
           88 WS-BUCKET-CHARGE-OFF       VALUE 4.
       01 WS-RUN-DAY-INTEGER             PIC 9(8).
       01 WS-FIRST-DAY-INTEGER           PIC 9(8).
       01 WS-DAYS-OVERDRAWN              PIC S9(5).
       01 WS-DAYS-DISPLAY                PIC ZZZZ9.
       01 WS-BALANCE-DISPLAY             PIC +9(9).99.
       01 WS-LIMIT-DISPLAY               PIC 9(7).99.
       01 WS-OVERDRAWN-AMOUNT            PIC 9(9)V99.
       01 WS-AMOUNT-DISPLAY              PIC 9(9).99.
       01 WS-TOTAL-DISPLAY               PIC 9(11).99.
       01 WS-LIMIT-FLAG                  PIC X(10).
       01 WS-ZIP-DISPLAY                 PIC 9(9).
       01 WS-JOINT-IDX                   PIC 9(2).
       01 WS-QUEUE-FROM                  PIC X(5).
       01 WS-ACCOUNTS-AGED               PIC 9(5) VALUE 0.
       01 WS-QUEUE-ENTRIES               PIC 9(5) VALUE 0.
       01 WS-LETTERS-SENT                PIC 9(5) VALUE 0.
       01 WS-LETTERS-HELD-BACK           PIC 9(5) VALUE 0.
       01 WS-CHARGE-OFF-COUNT            PIC 9(5) VALUE 0.
       01 WS-CHARGE-OFF-AMOUNT           PIC 9(13)V99 VALUE 0.
      *
      *  Bucket labels, and the night's count and overdrawn amount
      *  in each bucket for the aging report trailer.
      *
       01 WS-BUCKET-LABEL-VALUES.
           05 FILLER                     PIC X(5) VALUE "1-30 ".
           05 FILLER                     PIC X(5) VALUE "31-60".
           05 FILLER                     PIC X(5) VALUE "61-90".
           05 FILLER                     PIC X(5) VALUE "90+  ".
       01 WS-BUCKET-LABEL-TABLE REDEFINES WS-BUCKET-LABEL-VALUES.
           05 WS-BUCKET-LABEL            PIC X(5) OCCURS 4 TIMES.
       01 WS-BUCKET-TOTALS.
           05 WS-BUCKET-TOTAL OCCURS 4 TIMES INDEXED BY BK-IDX.
               10 WS-BUCKET-COUNT        PIC 9(5).
               10 WS-BUCKET-AMOUNT       PIC 9(11)V99.
       COPY WSADDRFM.
       COPY WSPTYADR.
       COPY WSCORRLG.
       COPY WSCTLTOT.
       COPY WSCUSNEW.
       COPY WSEXCLOG.

       LINKAGE SECTION.
       COPY WSMSCAN.

       PROCEDURE DIVISION USING WS-MASTER-SCAN-RECORD.
       COLLCT01-MAIN.
           EVALUATE TRUE
               WHEN MS-PHASE-OPEN
                   PERFORM OPEN-COLLECTIONS
               WHEN MS-PHASE-RECORD
                   MOVE MS-CUSTOMER-IMAGE
                       TO WS-CUSTOMER-RECORD-NEW
                   IF CN-BALANCE < 0
                           AND NOT WS-STATE-TABLE-FULL
                       PERFORM AGE-ONE-ACCOUNT
                   END-IF
               WHEN MS-PHASE-CLOSE
                   PERFORM CLOSE-COLLECTIONS
           END-EVALUATE.
           IF WS-STATE-TABLE-FULL
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       OPEN-COLLECTIONS.
           MOVE 0 TO WS-ACCOUNTS-AGED.
           MOVE 0 TO WS-QUEUE-ENTRIES.
           MOVE 0 TO WS-LETTERS-SENT.
           MOVE 0 TO WS-LETTERS-HELD-BACK.
           MOVE 0 TO WS-CHARGE-OFF-COUNT.
           MOVE 0 TO WS-CHARGE-OFF-AMOUNT.
           MOVE 0 TO WS-STATE-COUNT.
           MOVE "N" TO WS-STATE-FULL-SWITCH.
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > 4
               MOVE 0 TO WS-BUCKET-COUNT (BK-IDX)
               MOVE 0 TO WS-BUCKET-AMOUNT (BK-IDX)
           END-PERFORM.
           COMPUTE WS-RUN-DAY-INTEGER =
               FUNCTION INTEGER-OF-DAY (MS-RUN-DATE).
           PERFORM LOAD-STATE-FILE.
           IF NOT WS-STATE-TABLE-FULL
               OPEN OUTPUT STATE-FILE-OUT
           END-IF.
           OPEN OUTPUT AGING-REPORT-FILE.
           OPEN OUTPUT WORK-QUEUE-FILE.
           OPEN OUTPUT CHARGE-OFF-FILE.
           OPEN OUTPUT COLLECTION-LETTER-FILE.
           MOVE SPACES TO AGING-REPORT-REC.
           STRING "DELINQUENCY AGING  DATE " MS-RUN-DATE
               DELIMITED BY SIZE INTO AGING-REPORT-REC.
           WRITE AGING-REPORT-REC.
           IF WS-STATE-TABLE-FULL
               MOVE SPACES TO AGING-REPORT-REC
               MOVE "  STATE FILE OVER 1000 ROWS - NOTHING AGED"
                   TO AGING-REPORT-REC
               WRITE AGING-REPORT-REC
               DISPLAY "COLLCT01: STATE FILE OVER 1000 ROWS - "
                   "NOTHING AGED"
           END-IF.
           MOVE SPACES TO WORK-QUEUE-REC.
           STRING "COLLECTIONS WORK QUEUE  DATE " MS-RUN-DATE
               DELIMITED BY SIZE INTO WORK-QUEUE-REC.
           WRITE WORK-QUEUE-REC.
           MOVE SPACES TO CHARGE-OFF-REC.
           STRING "CHARGE-OFF RECOMMENDATIONS  DATE " MS-RUN-DATE
                   "  OVERDRAWN OVER 90 DAYS"
               DELIMITED BY SIZE INTO CHARGE-OFF-REC.
           WRITE CHARGE-OFF-REC.

       LOAD-STATE-FILE.
           OPEN INPUT STATE-FILE-IN.
           IF WS-STATE-IN-STATUS = "00"
               PERFORM UNTIL WS-STATE-IN-STATUS = "10"
                       OR WS-STATE-TABLE-FULL
                   READ STATE-FILE-IN
                       AT END
                           MOVE "10" TO WS-STATE-IN-STATUS
                       NOT AT END
                           PERFORM LOAD-ONE-STATE
                   END-READ
               END-PERFORM
               CLOSE STATE-FILE-IN
           END-IF.

       LOAD-ONE-STATE.
           IF WS-STATE-COUNT = 1000
               MOVE "Y" TO WS-STATE-FULL-SWITCH
               MOVE MS-RUN-DATE TO ER-RUN-DATE
               MOVE "COLLCT01" TO ER-JOB-STEP
               MOVE "COLT" TO ER-ERROR-CODE
               MOVE "COLLECTIONS STATE OVER 1000 - NOT AGED"
                   TO ER-ERROR-TEXT
               CALL "EXCPLOG01" USING WS-ERROR-RECORD
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-STATE-COUNT.
           SET CS-IDX TO WS-STATE-COUNT.
           MOVE CS-CUST-NO TO WS-ST-CUST-NO (CS-IDX).
           MOVE CS-FIRST-OD-DATE TO WS-ST-FIRST-DATE (CS-IDX).
           MOVE CS-BUCKET TO WS-ST-BUCKET (CS-IDX).
           MOVE CS-LETTER-LEVEL TO WS-ST-LETTER-LEVEL (CS-IDX).
           MOVE CS-LETTER-DATE TO WS-ST-LETTER-DATE (CS-IDX).

      ***************************************************************
      *  An account already in collections keeps its first-
      *  overdrawn date, bucket, and letter level; a new one starts
      *  tonight in no bucket with no letter sent.  The account is
      *  aged, reported, queued if its bucket moved, written to if
      *  its letter level is behind its bucket, and rewritten to the
      *  new state file - one no longer overdrawn never is, and
      *  drops off.
      ***************************************************************
       AGE-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-AGED.
           PERFORM FIND-STATE-ENTRY.
           IF WS-STATE-IS-MATCHED
               MOVE WS-ST-FIRST-DATE (CS-IDX) TO WS-FIRST-OD-DATE
               MOVE WS-ST-BUCKET (CS-IDX) TO WS-PRIOR-BUCKET
               MOVE WS-ST-LETTER-LEVEL (CS-IDX) TO WS-LETTER-LEVEL
               MOVE WS-ST-LETTER-DATE (CS-IDX) TO WS-LETTER-DATE
           ELSE
               MOVE MS-RUN-DATE TO WS-FIRST-OD-DATE
               MOVE 0 TO WS-PRIOR-BUCKET
               MOVE 0 TO WS-LETTER-LEVEL
               MOVE 0 TO WS-LETTER-DATE
           END-IF.

           COMPUTE WS-FIRST-DAY-INTEGER =
               FUNCTION INTEGER-OF-DAY (WS-FIRST-OD-DATE).
           COMPUTE WS-DAYS-OVERDRAWN =
               WS-RUN-DAY-INTEGER - WS-FIRST-DAY-INTEGER + 1.
           EVALUATE TRUE
               WHEN WS-DAYS-OVERDRAWN > 90
                   MOVE 4 TO WS-BUCKET
               WHEN WS-DAYS-OVERDRAWN > 60
                   MOVE 3 TO WS-BUCKET
               WHEN WS-DAYS-OVERDRAWN > 30
                   MOVE 2 TO WS-BUCKET
               WHEN OTHER
                   MOVE 1 TO WS-BUCKET
           END-EVALUATE.

           COMPUTE WS-OVERDRAWN-AMOUNT = 0 - CN-BALANCE.
           IF WS-OVERDRAWN-AMOUNT > CN-OVERDRAFT-LIMIT
               MOVE "OVER LIMIT" TO WS-LIMIT-FLAG
           ELSE
               MOVE SPACES TO WS-LIMIT-FLAG
           END-IF.
           MOVE WS-DAYS-OVERDRAWN TO WS-DAYS-DISPLAY.
           MOVE CN-BALANCE TO WS-BALANCE-DISPLAY.
           MOVE CN-OVERDRAFT-LIMIT TO WS-LIMIT-DISPLAY.
           ADD 1 TO WS-BUCKET-COUNT (WS-BUCKET).
           ADD WS-OVERDRAWN-AMOUNT TO WS-BUCKET-AMOUNT (WS-BUCKET).

           MOVE SPACES TO AGING-REPORT-REC.
           STRING "  " CN-CUST-NO " " CN-CUST-NAME
                   " BAL=" WS-BALANCE-DISPLAY
                   " LIMIT=" WS-LIMIT-DISPLAY
                   " DAYS=" WS-DAYS-DISPLAY
                   " BUCKET=" WS-BUCKET-LABEL (WS-BUCKET)
                   " " WS-LIMIT-FLAG
               DELIMITED BY SIZE INTO AGING-REPORT-REC.
           WRITE AGING-REPORT-REC.

           IF WS-BUCKET NOT = WS-PRIOR-BUCKET
               PERFORM WRITE-QUEUE-ENTRY
           END-IF.
           IF WS-BUCKET > WS-LETTER-LEVEL
               PERFORM ISSUE-COLLECTION-LETTER
           END-IF.
           IF WS-BUCKET-CHARGE-OFF
               PERFORM WRITE-CHARGE-OFF-LINE
           END-IF.

           MOVE SPACES TO STATE-OUT-REC.
           MOVE CN-CUST-NO TO STATE-OUT-REC (1:9).
           MOVE WS-FIRST-OD-DATE TO STATE-OUT-REC (10:7).
           MOVE WS-BUCKET TO STATE-OUT-REC (17:1).
           MOVE WS-LETTER-LEVEL TO STATE-OUT-REC (18:1).
           MOVE WS-LETTER-DATE TO STATE-OUT-REC (19:7).
           WRITE STATE-OUT-REC.

       FIND-STATE-ENTRY.
           MOVE "N" TO WS-STATE-MATCHED.
           PERFORM VARYING CS-IDX FROM 1 BY 1
                   UNTIL CS-IDX > WS-STATE-COUNT
                       OR WS-STATE-IS-MATCHED
               IF WS-ST-CUST-NO (CS-IDX) = CN-CUST-NO
                   MOVE "Y" TO WS-STATE-MATCHED
               END-IF
           END-PERFORM.
           IF WS-STATE-IS-MATCHED
               SET CS-IDX DOWN BY 1
           END-IF.

       WRITE-QUEUE-ENTRY.
           ADD 1 TO WS-QUEUE-ENTRIES.
           IF WS-PRIOR-BUCKET = 0
               MOVE "NEW" TO WS-QUEUE-FROM
           ELSE
               MOVE WS-BUCKET-LABEL (WS-PRIOR-BUCKET) TO WS-QUEUE-FROM
           END-IF.
           MOVE SPACES TO WORK-QUEUE-REC.
           STRING "  " CN-CUST-NO " " CN-CUST-NAME
                   " BAL=" WS-BALANCE-DISPLAY
                   " DAYS=" WS-DAYS-DISPLAY
                   " FROM=" WS-QUEUE-FROM
                   " TO=" WS-BUCKET-LABEL (WS-BUCKET)
                   " " WS-LIMIT-FLAG
               DELIMITED BY SIZE INTO WORK-QUEUE-REC.
           WRITE WORK-QUEUE-REC.

       WRITE-CHARGE-OFF-LINE.
           ADD 1 TO WS-CHARGE-OFF-COUNT.
           ADD WS-OVERDRAWN-AMOUNT TO WS-CHARGE-OFF-AMOUNT.
           MOVE WS-OVERDRAWN-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO CHARGE-OFF-REC.
           STRING "  " CN-CUST-NO " " CN-CUST-NAME
                   " OWED=" WS-AMOUNT-DISPLAY
                   " LIMIT=" WS-LIMIT-DISPLAY
                   " SINCE=" WS-FIRST-OD-DATE
                   " DAYS=" WS-DAYS-DISPLAY
               DELIMITED BY SIZE INTO CHARGE-OFF-REC.
           WRITE CHARGE-OFF-REC.

      ***************************************************************
      *  One letter per bucket reached, worded for that bucket; an
      *  account that jumps buckets between runs gets only the
      *  letter for where it is now.  Mail-held customers are
      *  skipped outright and their letter level left behind.
      ***************************************************************
       ISSUE-COLLECTION-LETTER.
           IF CN-ON-MAIL-HOLD
               ADD 1 TO WS-LETTERS-HELD-BACK
           ELSE
               PERFORM WRITE-COLLECTION-LETTER
               ADD 1 TO WS-LETTERS-SENT
               MOVE WS-BUCKET TO WS-LETTER-LEVEL
               MOVE MS-RUN-DATE TO WS-LETTER-DATE
               MOVE CN-CUST-NO TO CO-CUST-NO
               MOVE "COLLECT" TO CO-CORR-TYPE
               MOVE WS-BUCKET TO CO-CORR-TYPE (8:1)
               MOVE MS-RUN-DATE TO CO-RUN-DATE
               MOVE "P" TO CO-CHANNEL
               CALL "CORRLOG01" USING WS-CORRESPONDENCE-LOG-REQUEST
           END-IF.

       WRITE-COLLECTION-LETTER.
           MOVE SPACES TO COLLECTION-LETTER-REC.
           STRING "NOTICE " MS-RUN-DATE " TO " CN-CUST-NO
                   " " CN-CUST-NAME
               DELIMITED BY SIZE INTO COLLECTION-LETTER-REC.
           WRITE COLLECTION-LETTER-REC.

           MOVE CN-CUST-NO  TO PA-CUST-NO.
           MOVE MS-RUN-DATE TO PA-AS-OF-DATE.
           CALL "PTYADR01" USING WS-PARTY-ADDRESS-REQUEST.
           PERFORM VARYING WS-JOINT-IDX FROM 1 BY 1
                   UNTIL WS-JOINT-IDX > PA-JOINT-COUNT
               MOVE SPACES TO COLLECTION-LETTER-REC
               STRING "  AND " PA-JOINT-NAME (WS-JOINT-IDX)
                   DELIMITED BY SIZE INTO COLLECTION-LETTER-REC
               WRITE COLLECTION-LETTER-REC
           END-PERFORM.
           IF PA-HAS-CARE-OF
               MOVE SPACES TO COLLECTION-LETTER-REC
               STRING "  C/O " PA-CARE-OF-NAME
                   DELIMITED BY SIZE INTO COLLECTION-LETTER-REC
               WRITE COLLECTION-LETTER-REC
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
           MOVE SPACES TO COLLECTION-LETTER-REC.
           STRING "  " AF-FORMATTED-LINE
               DELIMITED BY SIZE INTO COLLECTION-LETTER-REC.
           WRITE COLLECTION-LETTER-REC.

           MOVE WS-OVERDRAWN-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO COLLECTION-LETTER-REC.
           STRING "  YOUR ACCOUNT IS OVERDRAWN BY " WS-AMOUNT-DISPLAY
                   " SINCE " WS-FIRST-OD-DATE
               DELIMITED BY SIZE INTO COLLECTION-LETTER-REC.
           WRITE COLLECTION-LETTER-REC.
           MOVE SPACES TO COLLECTION-LETTER-REC.
           EVALUATE WS-BUCKET
               WHEN 1
                   STRING "  PLEASE BRING YOUR ACCOUNT BACK INTO "
                           "CREDIT AS SOON AS YOU CAN"
                       DELIMITED BY SIZE INTO COLLECTION-LETTER-REC
               WHEN 2
                   STRING "  YOUR ACCOUNT HAS BEEN OVERDRAWN FOR "
                           "OVER 30 DAYS - PAYMENT IS NOW REQUIRED"
                       DELIMITED BY SIZE INTO COLLECTION-LETTER-REC
               WHEN 3
                   STRING "  OVERDRAWN OVER 60 DAYS - CONTACT US "
                           "WITHIN 14 DAYS TO AVOID FURTHER ACTION"
                       DELIMITED BY SIZE INTO COLLECTION-LETTER-REC
               WHEN OTHER
                   STRING "  FINAL DEMAND - OVERDRAWN OVER 90 DAYS "
                           "- THE DEBT MAY BE CHARGED OFF"
                       DELIMITED BY SIZE INTO COLLECTION-LETTER-REC
           END-EVALUATE.
           WRITE COLLECTION-LETTER-REC.
           MOVE SPACES TO COLLECTION-LETTER-REC.
           WRITE COLLECTION-LETTER-REC.

       CLOSE-COLLECTIONS.
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > 4
               MOVE WS-BUCKET-AMOUNT (BK-IDX) TO WS-TOTAL-DISPLAY
               MOVE SPACES TO AGING-REPORT-REC
               STRING "BUCKET " WS-BUCKET-LABEL (BK-IDX)
                       " ACCOUNTS=" WS-BUCKET-COUNT (BK-IDX)
                       " OVERDRAWN=" WS-TOTAL-DISPLAY
                   DELIMITED BY SIZE INTO AGING-REPORT-REC
               WRITE AGING-REPORT-REC
           END-PERFORM.
           MOVE SPACES TO AGING-REPORT-REC.
           STRING "ACCOUNTS AGED=" WS-ACCOUNTS-AGED
               DELIMITED BY SIZE INTO AGING-REPORT-REC.
           WRITE AGING-REPORT-REC.
           MOVE SPACES TO WORK-QUEUE-REC.
           STRING "QUEUE ENTRIES=" WS-QUEUE-ENTRIES
               DELIMITED BY SIZE INTO WORK-QUEUE-REC.
           WRITE WORK-QUEUE-REC.
           MOVE WS-CHARGE-OFF-AMOUNT TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO CHARGE-OFF-REC.
           STRING "RECOMMENDED=" WS-CHARGE-OFF-COUNT
                   " AMOUNT=" WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO CHARGE-OFF-REC.
           WRITE CHARGE-OFF-REC.
           CLOSE AGING-REPORT-FILE.
           CLOSE WORK-QUEUE-FILE.
           CLOSE CHARGE-OFF-FILE.
           CLOSE COLLECTION-LETTER-FILE.
           IF NOT WS-STATE-TABLE-FULL
               CLOSE STATE-FILE-OUT
               PERFORM COPY-STATE-BACK
           END-IF.

           MOVE MS-RUN-DATE TO CT-RUN-DATE.
           MOVE "COLLCT01" TO CT-STEP-NAME.
           SET CT-ROLE-PRODUCER TO TRUE.
           MOVE "data/chargeoff_recommend.dat" TO CT-FILE-NAME.
           MOVE WS-CHARGE-OFF-COUNT TO CT-RECORD-COUNT.
           MOVE WS-CHARGE-OFF-AMOUNT TO CT-AMOUNT-HASH.
           CALL "CTLTOT01" USING WS-CONTROL-TOTAL-RECORD.

           DISPLAY "COLLCT01: AGED=" WS-ACCOUNTS-AGED
               " QUEUED=" WS-QUEUE-ENTRIES
               " LETTERS=" WS-LETTERS-SENT
               " HELD BACK=" WS-LETTERS-HELD-BACK
               " CHARGE-OFF=" WS-CHARGE-OFF-COUNT.

      ***************************************************************
      *  The rebuilt state file replaces the old one the same way
      *  ODRPT01 copies its tracking file back.
      ***************************************************************
       COPY-STATE-BACK.
           OPEN INPUT STATE-FILE-OUT.
           OPEN OUTPUT STATE-FILE-IN.
           IF WS-STATE-OUT-STATUS = "00"
               PERFORM UNTIL WS-STATE-OUT-STATUS = "10"
                   READ STATE-FILE-OUT
                       AT END
                           MOVE "10" TO WS-STATE-OUT-STATUS
                       NOT AT END
                           WRITE STATE-IN-REC FROM STATE-OUT-REC
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE STATE-FILE-OUT.
           CLOSE STATE-FILE-IN.
       END PROGRAM COLLCT01.
