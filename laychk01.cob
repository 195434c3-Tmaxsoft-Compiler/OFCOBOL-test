       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAYCHK01.
      ***************************************************************
      *  LAYCHK01 - layout-version service for the internal master
      *  and chain files.  STAMP builds the header record a writer
      *  puts down first when it cuts one of these files fresh:
      *  marker, layout ID, layout version, record length, the
      *  date and the program that wrote it.  CHECK opens the file
      *  the layout belongs to, reads that header, and holds it
      *  against the layout the caller was compiled for.  A file
      *  that is not there, or is empty, is left to the caller's
      *  own handling - there is nothing in it to misread.  A file
      *  with no header, another layout's header, or another
      *  version or length is refused: the reason goes to the
      *  console and the exception log with the program and file
      *  named, LC-REFUSED-COUNT is bumped, and the caller ends
      *  the step not started.  A file newer than the program
      *  means the program must be recompiled; a file older than
      *  the program means the file must be converted first.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "data/cust_master_new.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHECK-FILE-STATUS.
           SELECT ACCOUNT-MASTER-FILE
               ASSIGN TO "data/account_master.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHECK-FILE-STATUS.
           SELECT POSTING-JOURNAL-FILE
               ASSIGN TO "data/posting_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-FILE-STATUS.
           SELECT INTEREST-JOURNAL-FILE
               ASSIGN TO "data/interest_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-FILE-STATUS.
           SELECT SUSPENSE-FILE
               ASSIGN TO "data/suspense_adjustments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-FILE-STATUS.
           SELECT AUDIT-TRAIL-FILE
               ASSIGN TO "data/audit_trail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-FILE-STATUS.

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

       WORKING-STORAGE SECTION.
       01 WS-CHECK-FILE-STATUS           PIC XX.
       01 WS-EMPTY-SWITCH                PIC X(1).
           88 WS-FILE-EMPTY              VALUE "Y".
       01 WS-FOUND-VERSION-TEXT.
           05 FILLER                     PIC X(1) VALUE "V".
           05 WS-FOUND-VERSION           PIC 9(3).
           05 FILLER                     PIC X(5) VALUE " LEN ".
           05 WS-FOUND-LENGTH            PIC 9(5).
       01 WS-WANTED-VERSION-TEXT.
           05 FILLER                     PIC X(1) VALUE "V".
           05 WS-WANTED-VERSION          PIC 9(3).
           05 FILLER                     PIC X(5) VALUE " LEN ".
           05 WS-WANTED-LENGTH           PIC 9(5).
       01 WS-REMEDY-TEXT                 PIC X(24).
       COPY WSEXCLOG.

       LINKAGE SECTION.
       COPY WSLAYCHK.

       PROCEDURE DIVISION USING WS-LAYOUT-CHECK-REQUEST.
       LAYCHK01-MAIN.
           IF LC-ACTION-STAMP
               PERFORM BUILD-HEADER-IMAGE
           ELSE
               PERFORM READ-FILE-HEADER
               IF LC-FILE-ABSENT
                   CONTINUE
               ELSE
                   PERFORM JUDGE-FILE-HEADER
               END-IF
           END-IF.
           GOBACK.

       BUILD-HEADER-IMAGE.
           MOVE SPACES TO LC-RECORD-IMAGE.
           MOVE "*LAYOUT*" TO LH-MARKER.
           MOVE LC-LAYOUT-ID TO LH-LAYOUT-ID.
           MOVE LC-LAYOUT-VERSION TO LH-LAYOUT-VERSION.
           MOVE LC-RECORD-LENGTH TO LH-RECORD-LENGTH.
           MOVE LC-RUN-DATE TO LH-STAMP-DATE.
           MOVE LC-PROGRAM-NAME TO LH-STAMP-PROGRAM.
           SET LC-LAYOUT-OK TO TRUE.

      ***************************************************************
      *  The layout ID names the file: the header is the first
      *  record of the file that layout lives in.
      ***************************************************************
       READ-FILE-HEADER.
           MOVE SPACES TO LC-RECORD-IMAGE.
           MOVE "N" TO WS-EMPTY-SWITCH.
           EVALUATE LC-LAYOUT-ID
               WHEN "WSCUSNEW"
                   MOVE "data/cust_master_new.dat" TO LC-FILE-NAME
                   OPEN INPUT CUSTOMER-MASTER-FILE
                   IF WS-CHECK-FILE-STATUS = "00"
                       READ CUSTOMER-MASTER-FILE
                           AT END MOVE "Y" TO WS-EMPTY-SWITCH
                           NOT AT END MOVE CUSTOMER-MASTER-REC
                               TO LC-RECORD-IMAGE
                       END-READ
                       CLOSE CUSTOMER-MASTER-FILE
                   END-IF
               WHEN "WSACCTM"
                   MOVE "data/account_master.dat" TO LC-FILE-NAME
                   OPEN INPUT ACCOUNT-MASTER-FILE
                   IF WS-CHECK-FILE-STATUS = "00"
                       READ ACCOUNT-MASTER-FILE
                           AT END MOVE "Y" TO WS-EMPTY-SWITCH
                           NOT AT END MOVE ACCOUNT-MASTER-REC
                               TO LC-RECORD-IMAGE
                       END-READ
                       CLOSE ACCOUNT-MASTER-FILE
                   END-IF
               WHEN "POSTJRNL"
                   MOVE "data/posting_journal.dat" TO LC-FILE-NAME
                   OPEN INPUT POSTING-JOURNAL-FILE
                   IF WS-CHECK-FILE-STATUS = "00"
                       READ POSTING-JOURNAL-FILE
                           AT END MOVE "Y" TO WS-EMPTY-SWITCH
                           NOT AT END MOVE POSTING-JOURNAL-REC
                               TO LC-RECORD-IMAGE
                       END-READ
                       CLOSE POSTING-JOURNAL-FILE
                   END-IF
               WHEN "INTJRNL"
                   MOVE "data/interest_journal.dat" TO LC-FILE-NAME
                   OPEN INPUT INTEREST-JOURNAL-FILE
                   IF WS-CHECK-FILE-STATUS = "00"
                       READ INTEREST-JOURNAL-FILE
                           AT END MOVE "Y" TO WS-EMPTY-SWITCH
                           NOT AT END MOVE INTEREST-JOURNAL-REC
                               TO LC-RECORD-IMAGE
                       END-READ
                       CLOSE INTEREST-JOURNAL-FILE
                   END-IF
               WHEN "WSSUSPEN"
                   MOVE "data/suspense_adjustments.dat" TO LC-FILE-NAME
                   OPEN INPUT SUSPENSE-FILE
                   IF WS-CHECK-FILE-STATUS = "00"
                       READ SUSPENSE-FILE
                           AT END MOVE "Y" TO WS-EMPTY-SWITCH
                           NOT AT END MOVE SUSPENSE-FILE-REC
                               TO LC-RECORD-IMAGE
                       END-READ
                       CLOSE SUSPENSE-FILE
                   END-IF
               WHEN "AUDTRAIL"
                   MOVE "data/audit_trail.dat" TO LC-FILE-NAME
                   OPEN INPUT AUDIT-TRAIL-FILE
                   IF WS-CHECK-FILE-STATUS = "00"
                       READ AUDIT-TRAIL-FILE
                           AT END MOVE "Y" TO WS-EMPTY-SWITCH
                           NOT AT END MOVE AUDIT-TRAIL-REC
                               TO LC-RECORD-IMAGE
                       END-READ
                       CLOSE AUDIT-TRAIL-FILE
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO LC-FILE-NAME
                   MOVE "35" TO WS-CHECK-FILE-STATUS
           END-EVALUATE.
           IF WS-CHECK-FILE-STATUS NOT = "00" OR WS-FILE-EMPTY
               SET LC-FILE-ABSENT TO TRUE
           END-IF.

       JUDGE-FILE-HEADER.
           IF NOT LH-HEADER-RECORD
               SET LC-NO-HEADER TO TRUE
               DISPLAY "LAYCHK01: " LC-PROGRAM-NAME " NOT STARTED - "
                   FUNCTION TRIM (LC-FILE-NAME)
                   " CARRIES NO LAYOUT HEADER, EXPECTED "
                   LC-LAYOUT-ID " V" LC-LAYOUT-VERSION
                   " - STAMP THE FILE WITH LAYSTP01"
               MOVE "NO LAYOUT HEADER ON " TO ER-ERROR-TEXT
               MOVE LC-LAYOUT-ID TO ER-ERROR-TEXT (21:8)
               PERFORM LOG-REFUSAL
           ELSE
               IF LH-LAYOUT-ID = LC-LAYOUT-ID
                       AND LH-LAYOUT-VERSION = LC-LAYOUT-VERSION
                       AND LH-RECORD-LENGTH = LC-RECORD-LENGTH
                   SET LC-LAYOUT-OK TO TRUE
               ELSE
                   SET LC-LAYOUT-MISMATCH TO TRUE
                   PERFORM REPORT-MISMATCH
               END-IF
           END-IF.

      ***************************************************************
      *  A newer file than the program wants the program rebuilt
      *  against the current copybook; an older one wants the file
      *  converted to the layout the program already knows.
      ***************************************************************
       REPORT-MISMATCH.
           MOVE LH-LAYOUT-VERSION TO WS-FOUND-VERSION.
           MOVE LH-RECORD-LENGTH TO WS-FOUND-LENGTH.
           MOVE LC-LAYOUT-VERSION TO WS-WANTED-VERSION.
           MOVE LC-RECORD-LENGTH TO WS-WANTED-LENGTH.
           IF LH-LAYOUT-ID NOT = LC-LAYOUT-ID
               MOVE "WRONG FILE FOR LAYOUT" TO WS-REMEDY-TEXT
           ELSE
               IF LH-LAYOUT-VERSION < LC-LAYOUT-VERSION
                   MOVE "CONVERT THE FILE" TO WS-REMEDY-TEXT
               ELSE
                   MOVE "RECOMPILE THE PROGRAM" TO WS-REMEDY-TEXT
               END-IF
           END-IF.
           DISPLAY "LAYCHK01: " LC-PROGRAM-NAME " NOT STARTED - "
               FUNCTION TRIM (LC-FILE-NAME)
               " IS " LH-LAYOUT-ID " " WS-FOUND-VERSION-TEXT
               ", COMPILED FOR " LC-LAYOUT-ID " "
               WS-WANTED-VERSION-TEXT " - "
               FUNCTION TRIM (WS-REMEDY-TEXT).
           MOVE SPACES TO ER-ERROR-TEXT.
           STRING LC-LAYOUT-ID " FILE V" WS-FOUND-VERSION
                   " PGM V" WS-WANTED-VERSION " "
                   WS-REMEDY-TEXT
               DELIMITED BY SIZE INTO ER-ERROR-TEXT.
           PERFORM LOG-REFUSAL.

       LOG-REFUSAL.
           ADD 1 TO LC-REFUSED-COUNT.
           MOVE LC-RUN-DATE TO ER-RUN-DATE.
           MOVE LC-PROGRAM-NAME TO ER-JOB-STEP.
           MOVE "LAYV" TO ER-ERROR-CODE.
           CALL "EXCPLOG01" USING WS-ERROR-RECORD.
       END PROGRAM LAYCHK01.
