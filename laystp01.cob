       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAYSTP01.
      ***************************************************************
      *  LAYSTP01 - puts the layout header on internal master and
      *  chain files cut before headers existed.  Each of the six
      *  files - customer master, account master, posting and
      *  interest journals, suspense, audit trail - is looked at in
      *  turn: a file already opening with a header is left as it
      *  stands (a header of another version is reported, never
      *  rewritten - converting a layout is the job of the change
      *  that bumped it), a file not there is skipped, and any
      *  other file is copied aside and rewritten with the header
      *  this program was compiled for in front of every record it
      *  had.  A sealed file is rewritten like ARCPRG01 rewrites
      *  one: its chain is RESET and header and records re-sealed
      *  in order - run CHAINVF01 first so the old chain is proven
      *  before it is restarted.  Runs under the MASTERS lock.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "data/cust_master_new.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIVE-FILE-STATUS.
           SELECT ACCOUNT-MASTER-FILE
               ASSIGN TO "data/account_master.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIVE-FILE-STATUS.
           SELECT POSTING-JOURNAL-FILE
               ASSIGN TO "data/posting_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-FILE-STATUS.
           SELECT INTEREST-JOURNAL-FILE
               ASSIGN TO "data/interest_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-FILE-STATUS.
           SELECT SUSPENSE-FILE
               ASSIGN TO "data/suspense_adjustments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-FILE-STATUS.
           SELECT AUDIT-TRAIL-FILE
               ASSIGN TO "data/audit_trail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-FILE-STATUS.
           SELECT CUSTOMER-WORK-FILE
               ASSIGN TO "data/layout_stamp_cus_wrk.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.
           SELECT ACCOUNT-WORK-FILE
               ASSIGN TO "data/layout_stamp_acc_wrk.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.
           SELECT LINE-WORK-FILE
               ASSIGN TO "data/layout_stamp_wrk.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-REC           PIC X(229).

       FD  ACCOUNT-MASTER-FILE.
       01  ACCOUNT-MASTER-REC            PIC X(103).

       FD  POSTING-JOURNAL-FILE.
       01  POSTING-JOURNAL-REC           PIC X(90).

       FD  INTEREST-JOURNAL-FILE.
       01  INTEREST-JOURNAL-REC          PIC X(90).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-FILE-REC             PIC X(61).

       FD  AUDIT-TRAIL-FILE.
       01  AUDIT-TRAIL-REC               PIC X(60).

       FD  CUSTOMER-WORK-FILE.
       01  CUSTOMER-WORK-REC             PIC X(229).

       FD  ACCOUNT-WORK-FILE.
       01  ACCOUNT-WORK-REC              PIC X(103).

       FD  LINE-WORK-FILE.
       01  LINE-WORK-REC                 PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-LIVE-FILE-STATUS            PIC XX.
       01 WS-WORK-FILE-STATUS            PIC XX.
       01 WS-STAMP-FILE-TABLE.
           05 FILLER PIC X(48) VALUE
               "        data/cust_master_new.dat                ".
           05 FILLER PIC X(48) VALUE
               "        data/account_master.dat                 ".
           05 FILLER PIC X(48) VALUE
               "POSTJRNLdata/posting_journal.dat                ".
           05 FILLER PIC X(48) VALUE
               "INTJRNL data/interest_journal.dat               ".
           05 FILLER PIC X(48) VALUE
               "        data/suspense_adjustments.dat           ".
           05 FILLER PIC X(48) VALUE
               "AUDTRAILdata/audit_trail.dat                    ".
       01 WS-STAMP-FILES REDEFINES WS-STAMP-FILE-TABLE.
           05 WS-STAMP-FILE OCCURS 6 TIMES.
               10 WS-STAMP-CHAIN-TAG     PIC X(8).
               10 WS-STAMP-FILE-NAME     PIC X(40).
       01 WS-FILE-SLOT                   PIC 9(1).
       01 WS-RECORD-IMAGE                PIC X(256).
       01 WS-END-SWITCH                  PIC X(1).
           88 WS-AT-END                  VALUE "Y".
       01 WS-FIRST-IMAGE                 PIC X(256).
       01 WS-FIRST-HEADER REDEFINES WS-FIRST-IMAGE.
           05 FH-MARKER                  PIC X(8).
               88 FH-HEADER-RECORD       VALUE "*LAYOUT*".
           05 FH-LAYOUT-ID               PIC X(8).
           05 FH-LAYOUT-VERSION          PIC 9(3).
           05 FILLER                     PIC X(237).
       01 WS-FILE-PRESENT                PIC X(1).
       01 WS-FILE-EMPTY                  PIC X(1).
       01 WS-RECORDS-COPIED              PIC 9(7).
       01 WS-FILES-STAMPED               PIC 9(1) VALUE 0.
       01 WS-FILES-LEFT                  PIC 9(1) VALUE 0.
       COPY WSCHNSL.
       COPY WSRUNLCK.
       COPY WSLAYCHK.
       COPY WSLAYVER.
       COPY WSRUNCTL.
       COPY WSAUDTRL.

       PROCEDURE DIVISION.
       LAYSTP01-MAIN.
           CALL "RUNDATE01" USING WS-RUN-CONTROL.
           MOVE "LAYSTP01" TO AT-JOB-NAME.
           MOVE WS-RUN-CCYYDDD TO AT-RUN-DATE.
           SET AT-MODE-HEADER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           MOVE "LAYSTP01" TO RL-JOB-NAME.
           MOVE "MASTERS" TO RL-LOCK-NAME.
           MOVE WS-RUN-CCYYDDD TO RL-RUN-DATE.
           SET RL-ACTION-ACQUIRE TO TRUE.
           CALL "RUNLOCK01" USING WS-RUN-LOCK-REQUEST.
           IF RL-REFUSED
               DISPLAY "LAYSTP01: LOCK " RL-LOCK-NAME
                   " HELD BY " RL-HOLDER-JOB
                   " SINCE " RL-HOLDER-TIME " - NOT STARTED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM STAMP-ONE-FILE
               VARYING WS-FILE-SLOT FROM 1 BY 1 UNTIL WS-FILE-SLOT > 6.

           DISPLAY "LAYSTP01: FILES STAMPED=" WS-FILES-STAMPED
               " LEFT AS THEY WERE=" WS-FILES-LEFT.

           MOVE WS-FILES-STAMPED TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           SET RL-ACTION-RELEASE TO TRUE.
           CALL "RUNLOCK01" USING WS-RUN-LOCK-REQUEST.
           GOBACK.

      ***************************************************************
      *  The first record decides: a header means the file is done,
      *  anything else means every record is copied aside and the
      *  file rewritten header first.
      ***************************************************************
       STAMP-ONE-FILE.
           PERFORM SET-SLOT-LAYOUT.
           MOVE "N" TO WS-FILE-PRESENT.
           MOVE "N" TO WS-FILE-EMPTY.
           MOVE SPACES TO WS-FIRST-IMAGE.
           MOVE 0 TO WS-RECORDS-COPIED.
           PERFORM OPEN-LIVE-INPUT.
           IF WS-LIVE-FILE-STATUS = "00"
               MOVE "Y" TO WS-FILE-PRESENT
               PERFORM READ-LIVE-RECORD
               IF WS-AT-END
                   MOVE "Y" TO WS-FILE-EMPTY
               ELSE
                   MOVE WS-RECORD-IMAGE TO WS-FIRST-IMAGE
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS-FILE-PRESENT = "N"
                   ADD 1 TO WS-FILES-LEFT
                   DISPLAY "LAYSTP01: "
                       FUNCTION TRIM (WS-STAMP-FILE-NAME (WS-FILE-SLOT))
                       " NOT PRESENT"
               WHEN FH-HEADER-RECORD
                   PERFORM CLOSE-LIVE-FILE
                   ADD 1 TO WS-FILES-LEFT
                   DISPLAY "LAYSTP01: "
                       FUNCTION TRIM (WS-STAMP-FILE-NAME (WS-FILE-SLOT))
                       " ALREADY CARRIES " FH-LAYOUT-ID
                       " V" FH-LAYOUT-VERSION " - LEFT AS IS"
               WHEN OTHER
                   PERFORM COPY-LIVE-TO-WORK
                   PERFORM REWRITE-LIVE-FROM-WORK
                   ADD 1 TO WS-FILES-STAMPED
                   DISPLAY "LAYSTP01: "
                       FUNCTION TRIM (WS-STAMP-FILE-NAME (WS-FILE-SLOT))
                       " STAMPED " LC-LAYOUT-ID " V" LC-LAYOUT-VERSION
                       " RECORDS=" WS-RECORDS-COPIED
           END-EVALUATE.

       SET-SLOT-LAYOUT.
           EVALUATE WS-FILE-SLOT
               WHEN 1 MOVE LV-CUSNEW-LAYOUT TO LC-EXPECTED-LAYOUT
               WHEN 2 MOVE LV-ACCTM-LAYOUT TO LC-EXPECTED-LAYOUT
               WHEN 3 MOVE LV-POSTJRNL-LAYOUT TO LC-EXPECTED-LAYOUT
               WHEN 4 MOVE LV-INTJRNL-LAYOUT TO LC-EXPECTED-LAYOUT
               WHEN 5 MOVE LV-SUSPEN-LAYOUT TO LC-EXPECTED-LAYOUT
               WHEN 6 MOVE LV-AUDTRAIL-LAYOUT TO LC-EXPECTED-LAYOUT
           END-EVALUATE.

      ***************************************************************
      *  The live file is already open with its first record in
      *  hand; that record and the rest go to the work copy.
      ***************************************************************
       COPY-LIVE-TO-WORK.
           PERFORM OPEN-WORK-OUTPUT.
           IF WS-FILE-EMPTY = "N"
               MOVE WS-FIRST-IMAGE TO WS-RECORD-IMAGE
               PERFORM UNTIL WS-AT-END
                   PERFORM WRITE-WORK-RECORD
                   ADD 1 TO WS-RECORDS-COPIED
                   PERFORM READ-LIVE-RECORD
               END-PERFORM
           END-IF.
           PERFORM CLOSE-LIVE-FILE.
           PERFORM CLOSE-WORK-FILE.

       REWRITE-LIVE-FROM-WORK.
           IF WS-STAMP-CHAIN-TAG (WS-FILE-SLOT) NOT = SPACES
               MOVE WS-STAMP-CHAIN-TAG (WS-FILE-SLOT) TO CS-FILE-TAG
               SET CS-ACTION-RESET TO TRUE
               CALL "CHAINSL01" USING WS-CHAIN-SEAL-REQUEST
           END-IF.
           MOVE "LAYSTP01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           SET LC-ACTION-STAMP TO TRUE.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           PERFORM OPEN-LIVE-OUTPUT.
           MOVE LC-RECORD-IMAGE TO WS-RECORD-IMAGE.
           PERFORM WRITE-LIVE-RECORD.
           PERFORM OPEN-WORK-INPUT.
           IF WS-WORK-FILE-STATUS = "00"
               PERFORM READ-WORK-RECORD
               PERFORM UNTIL WS-AT-END
                   PERFORM WRITE-LIVE-RECORD
                   PERFORM READ-WORK-RECORD
               END-PERFORM
           END-IF.
           PERFORM CLOSE-WORK-FILE.
           PERFORM CLOSE-LIVE-FILE.

      ***************************************************************
      *  File handling by slot - one paragraph per verb keeps the
      *  six files on one flow above.
      ***************************************************************
       OPEN-LIVE-INPUT.
           EVALUATE WS-FILE-SLOT
               WHEN 1 OPEN INPUT CUSTOMER-MASTER-FILE
               WHEN 2 OPEN INPUT ACCOUNT-MASTER-FILE
               WHEN 3 OPEN INPUT POSTING-JOURNAL-FILE
               WHEN 4 OPEN INPUT INTEREST-JOURNAL-FILE
               WHEN 5 OPEN INPUT SUSPENSE-FILE
               WHEN 6 OPEN INPUT AUDIT-TRAIL-FILE
           END-EVALUATE.

       OPEN-LIVE-OUTPUT.
           EVALUATE WS-FILE-SLOT
               WHEN 1 OPEN OUTPUT CUSTOMER-MASTER-FILE
               WHEN 2 OPEN OUTPUT ACCOUNT-MASTER-FILE
               WHEN 3 OPEN OUTPUT POSTING-JOURNAL-FILE
               WHEN 4 OPEN OUTPUT INTEREST-JOURNAL-FILE
               WHEN 5 OPEN OUTPUT SUSPENSE-FILE
               WHEN 6 OPEN OUTPUT AUDIT-TRAIL-FILE
           END-EVALUATE.

       READ-LIVE-RECORD.
           MOVE "N" TO WS-END-SWITCH.
           MOVE SPACES TO WS-RECORD-IMAGE.
           EVALUATE WS-FILE-SLOT
               WHEN 1
                   READ CUSTOMER-MASTER-FILE
                       AT END MOVE "Y" TO WS-END-SWITCH
                       NOT AT END MOVE CUSTOMER-MASTER-REC
                           TO WS-RECORD-IMAGE
                   END-READ
               WHEN 2
                   READ ACCOUNT-MASTER-FILE
                       AT END MOVE "Y" TO WS-END-SWITCH
                       NOT AT END MOVE ACCOUNT-MASTER-REC
                           TO WS-RECORD-IMAGE
                   END-READ
               WHEN 3
                   READ POSTING-JOURNAL-FILE
                       AT END MOVE "Y" TO WS-END-SWITCH
                       NOT AT END MOVE POSTING-JOURNAL-REC
                           TO WS-RECORD-IMAGE
                   END-READ
               WHEN 4
                   READ INTEREST-JOURNAL-FILE
                       AT END MOVE "Y" TO WS-END-SWITCH
                       NOT AT END MOVE INTEREST-JOURNAL-REC
                           TO WS-RECORD-IMAGE
                   END-READ
               WHEN 5
                   READ SUSPENSE-FILE
                       AT END MOVE "Y" TO WS-END-SWITCH
                       NOT AT END MOVE SUSPENSE-FILE-REC
                           TO WS-RECORD-IMAGE
                   END-READ
               WHEN 6
                   READ AUDIT-TRAIL-FILE
                       AT END MOVE "Y" TO WS-END-SWITCH
                       NOT AT END MOVE AUDIT-TRAIL-REC
                           TO WS-RECORD-IMAGE
                   END-READ
           END-EVALUATE.

      *    Every line written to a sealed file is sealed as it goes
      *    down, the header first, onto the restarted chain.
       WRITE-LIVE-RECORD.
           EVALUATE WS-FILE-SLOT
               WHEN 1
                   WRITE CUSTOMER-MASTER-REC FROM WS-RECORD-IMAGE
               WHEN 2
                   WRITE ACCOUNT-MASTER-REC FROM WS-RECORD-IMAGE
               WHEN 3
                   WRITE POSTING-JOURNAL-REC FROM WS-RECORD-IMAGE
               WHEN 4
                   WRITE INTEREST-JOURNAL-REC FROM WS-RECORD-IMAGE
               WHEN 5
                   WRITE SUSPENSE-FILE-REC FROM WS-RECORD-IMAGE
               WHEN 6
                   WRITE AUDIT-TRAIL-REC FROM WS-RECORD-IMAGE
           END-EVALUATE.
           IF WS-STAMP-CHAIN-TAG (WS-FILE-SLOT) NOT = SPACES
               MOVE WS-STAMP-CHAIN-TAG (WS-FILE-SLOT) TO CS-FILE-TAG
               SET CS-ACTION-SEAL TO TRUE
               MOVE SPACES TO CS-RECORD-IMAGE
               IF WS-FILE-SLOT = 6
                   MOVE WS-RECORD-IMAGE (1:60) TO CS-RECORD-IMAGE (1:60)
               ELSE
                   MOVE WS-RECORD-IMAGE (1:90) TO CS-RECORD-IMAGE
               END-IF
               CALL "CHAINSL01" USING WS-CHAIN-SEAL-REQUEST
           END-IF.

       CLOSE-LIVE-FILE.
           EVALUATE WS-FILE-SLOT
               WHEN 1 CLOSE CUSTOMER-MASTER-FILE
               WHEN 2 CLOSE ACCOUNT-MASTER-FILE
               WHEN 3 CLOSE POSTING-JOURNAL-FILE
               WHEN 4 CLOSE INTEREST-JOURNAL-FILE
               WHEN 5 CLOSE SUSPENSE-FILE
               WHEN 6 CLOSE AUDIT-TRAIL-FILE
           END-EVALUATE.

       OPEN-WORK-OUTPUT.
           EVALUATE WS-FILE-SLOT
               WHEN 1 OPEN OUTPUT CUSTOMER-WORK-FILE
               WHEN 2 OPEN OUTPUT ACCOUNT-WORK-FILE
               WHEN OTHER OPEN OUTPUT LINE-WORK-FILE
           END-EVALUATE.

       OPEN-WORK-INPUT.
           EVALUATE WS-FILE-SLOT
               WHEN 1 OPEN INPUT CUSTOMER-WORK-FILE
               WHEN 2 OPEN INPUT ACCOUNT-WORK-FILE
               WHEN OTHER OPEN INPUT LINE-WORK-FILE
           END-EVALUATE.

       WRITE-WORK-RECORD.
           EVALUATE WS-FILE-SLOT
               WHEN 1 WRITE CUSTOMER-WORK-REC FROM WS-RECORD-IMAGE
               WHEN 2 WRITE ACCOUNT-WORK-REC FROM WS-RECORD-IMAGE
               WHEN OTHER WRITE LINE-WORK-REC FROM WS-RECORD-IMAGE
           END-EVALUATE.

       READ-WORK-RECORD.
           MOVE "N" TO WS-END-SWITCH.
           MOVE SPACES TO WS-RECORD-IMAGE.
           EVALUATE WS-FILE-SLOT
               WHEN 1
                   READ CUSTOMER-WORK-FILE
                       AT END MOVE "Y" TO WS-END-SWITCH
                       NOT AT END MOVE CUSTOMER-WORK-REC
                           TO WS-RECORD-IMAGE
                   END-READ
               WHEN 2
                   READ ACCOUNT-WORK-FILE
                       AT END MOVE "Y" TO WS-END-SWITCH
                       NOT AT END MOVE ACCOUNT-WORK-REC
                           TO WS-RECORD-IMAGE
                   END-READ
               WHEN OTHER
                   READ LINE-WORK-FILE
                       AT END MOVE "Y" TO WS-END-SWITCH
                       NOT AT END MOVE LINE-WORK-REC
                           TO WS-RECORD-IMAGE
                   END-READ
           END-EVALUATE.

       CLOSE-WORK-FILE.
           EVALUATE WS-FILE-SLOT
               WHEN 1 CLOSE CUSTOMER-WORK-FILE
               WHEN 2 CLOSE ACCOUNT-WORK-FILE
               WHEN OTHER CLOSE LINE-WORK-FILE
           END-EVALUATE.
       END PROGRAM LAYSTP01.
