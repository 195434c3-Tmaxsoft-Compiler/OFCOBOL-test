       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRTRL01.
      ***************************************************************
      *  APRTRL01 - shared approval-trail write service.  A step
      *  that accepts an approval fills in WSAPRTRL and calls here;
      *  the line is appended to the one trail file every source
      *  shares, stamped with the run date, so the segregation-of-
      *  duties audit reads one file instead of learning every
      *  approval layout.  An approval with no date of its own is
      *  dated the run date.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-TRAIL-FILE
               ASSIGN TO "data/approval_trail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAIL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPROVAL-TRAIL-FILE.
       01  APPROVAL-TRAIL-REC             PIC X(79).

       WORKING-STORAGE SECTION.
       01 WS-TRAIL-FILE-STATUS            PIC XX.
       COPY WSRUNCTL.

       LINKAGE SECTION.
       COPY WSAPRTRL.

       PROCEDURE DIVISION USING WS-APPROVAL-TRAIL-RECORD.
       APRTRL01-MAIN.
           CALL "RUNDATE01" USING WS-RUN-CONTROL.
           MOVE WS-RUN-CCYYDDD TO TL-RECORDED-DATE.
           IF TL-APPROVED-DATE NOT NUMERIC OR TL-APPROVED-DATE = 0
               MOVE WS-RUN-CCYYDDD TO TL-APPROVED-DATE
           END-IF.
           IF TL-APPROVED-TIME NOT NUMERIC
               MOVE 0 TO TL-APPROVED-TIME
           END-IF.
           IF TL-CUST-NO NOT NUMERIC
               MOVE 0 TO TL-CUST-NO
           END-IF.

           OPEN EXTEND APPROVAL-TRAIL-FILE.
           IF WS-TRAIL-FILE-STATUS NOT = "00"
               OPEN OUTPUT APPROVAL-TRAIL-FILE
           END-IF.
           WRITE APPROVAL-TRAIL-REC FROM WS-APPROVAL-TRAIL-RECORD.
           CLOSE APPROVAL-TRAIL-FILE.
           GOBACK.
       END PROGRAM APRTRL01.
