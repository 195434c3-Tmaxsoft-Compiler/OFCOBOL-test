      *  land on the match report, and a nonzero unmatched count
      *  raises the common-file exception so the morning EXCDIG01
      *  digest shows the break the day it happens, not weeks later
      *  as a settlement dispute.  The RTN records PRTEXT01 carries
      *  for the items sent back to partners are added up again and
      *  held against the trailer's return totals, the net the
      *  partner's settlement moves by is reported, and RAK records
      *  on the inbound file are counted against them - the returns
      *  register itself is closed by PRTRTN01.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01 WS-UNEXPECTED-CONFS            PIC 9(5) VALUE 0.
       01 WS-UNCONFIRMED-SENT            PIC 9(5) VALUE 0.
       01 WS-UNMATCHED-TOTAL             PIC 9(5) VALUE 0.
       01 WS-RETURN-TABLE.
           05 WS-RETURN-COUNT            PIC 9(4) VALUE 0.
           05 WS-RETURN-ENTRY OCCURS 2000 TIMES INDEXED BY RT-IDX.
               10 WS-RETURN-ID           PIC X(12).
               10 WS-RETURN-ACKED        PIC X(1).
       01 WS-RETURN-CREDITS              PIC 9(11)V99 VALUE 0.
       01 WS-RETURN-DEBITS               PIC 9(11)V99 VALUE 0.
       01 WS-TRAILER-RETURN-COUNT        PIC 9(7) VALUE 0.
       01 WS-TRAILER-RETURN-CREDITS      PIC 9(11)V99 VALUE 0.
       01 WS-TRAILER-RETURN-DEBITS       PIC 9(11)V99 VALUE 0.
       01 WS-RETURN-NET                  PIC S9(11)V99 VALUE 0.
       01 WS-RETURN-NET-DISPLAY          PIC -(11)9.99.
       01 WS-RETURNS-ACKED               PIC 9(5) VALUE 0.
       01 WS-RETURN-TOTALS-AGREE         PIC X(1) VALUE "Y".
       01 WS-EXTRACT-RETURN.
           05 XR-TAG                     PIC X(3).
           05 XR-RETURN-ID               PIC X(12).
           05 XR-PARTNER-ID              PIC X(8).
           05 XR-CUST-NO                 PIC X(9).
           05 XR-SIGN                    PIC X(1).
           05 XR-AMOUNT                  PIC 9(9)V99.
           05 FILLER                     PIC X(45).
       01 WS-EXTRACT-TRAILER.
           05 XT-TAG                     PIC X(3).
           05 XT-RECORD-COUNT            PIC 9(7).
           05 XT-BALANCE-HASH            PIC 9(13).
           05 XT-RETURN-COUNT            PIC 9(7).
           05 XT-RETURN-CREDITS          PIC 9(11)V99.
           05 XT-RETURN-DEBITS           PIC 9(11)V99.
           05 FILLER                     PIC X(33).
       01 WS-INBOUND-ACK.
           05 IA-TAG                     PIC X(3).
           05 IA-PARTNER-ID              PIC X(8).
           05 IA-RETURN-ID               PIC X(12).
           05 FILLER                     PIC X(7).
       COPY WSCOLSEQ.
       COPY WSRUNCTL.
       COPY WSAUDTRL.
           PERFORM MATCH-CONFIRMATIONS.
           PERFORM REPORT-UNCONFIRMED-SENT.
           PERFORM WRITE-MATCH-TOTALS.
           PERFORM WRITE-RETURN-TOTALS.

           CLOSE MATCH-REPORT-FILE.

           COMPUTE WS-UNMATCHED-TOTAL =
               WS-UNCONFIRMED-SENT + WS-UNEXPECTED-CONFS.
           IF WS-RETURN-TOTALS-AGREE = "N"
               MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
               MOVE "SETMAT01" TO ER-JOB-STEP
               MOVE "STLM" TO ER-ERROR-CODE
               MOVE "SETTLEMENT RETURN TOTALS DO NOT AGREE"
                   TO ER-ERROR-TEXT
               CALL "EXCPLOG01" USING WS-ERROR-RECORD
           END-IF.
           IF WS-UNMATCHED-TOTAL > 0
               MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
               MOVE "SETMAT01" TO ER-JOB-STEP
           DISPLAY "SETMAT01: SENT=" WS-SENT-COUNT
               " CONFIRMED=" WS-CONFS-MATCHED
               " UNCONFIRMED=" WS-UNCONFIRMED-SENT
               " UNEXPECTED=" WS-UNEXPECTED-CONFS
               " RETURNS=" WS-RETURN-COUNT.

           MOVE WS-CONFS-READ TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
                       AT END
                           MOVE "10" TO WS-EXTRACT-FILE-STATUS
                       NOT AT END
                           EVALUATE PARTNER-EXTRACT-REC (1:3)
                               WHEN "HDR"
                                   CONTINUE
                               WHEN "TRL"
                                   PERFORM TAKE-EXTRACT-TRAILER
                               WHEN "RTN"
                                   PERFORM TAKE-EXTRACT-RETURN
                               WHEN OTHER
                                   IF WS-SENT-COUNT < 2000
                                       ADD 1 TO WS-SENT-COUNT
                                       MOVE PARTNER-EXTRACT-REC (1:9)
                                           TO WS-SENT-CUST-NO
                                               (WS-SENT-COUNT)
                                       MOVE "N" TO WS-SENT-CONFIRMED
                                           (WS-SENT-COUNT)
                                   END-IF
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE PARTNER-EXTRACT-FILE
                               ADD 1 TO WS-CONFS-READ
                               PERFORM MATCH-ONE-CONFIRMATION
                           END-IF
                           IF PC-TAG = "RAK"
                               PERFORM MATCH-ONE-RETURN-ACK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARTNER-INBOUND-FILE
           END-IF.

      *    A returned item is money the partner sent that the bank
      *    gives back (a credit) or money the partner claimed that
      *    the bank refused (a debit).
       TAKE-EXTRACT-RETURN.
           MOVE PARTNER-EXTRACT-REC TO WS-EXTRACT-RETURN.
           IF WS-RETURN-COUNT < 2000
               ADD 1 TO WS-RETURN-COUNT
               MOVE XR-RETURN-ID TO WS-RETURN-ID (WS-RETURN-COUNT)
               MOVE "N" TO WS-RETURN-ACKED (WS-RETURN-COUNT)
           END-IF.
           IF XR-AMOUNT NOT NUMERIC
               MOVE "N" TO WS-RETURN-TOTALS-AGREE
           ELSE
               IF XR-SIGN = "-"
                   ADD XR-AMOUNT TO WS-RETURN-DEBITS
               ELSE
                   ADD XR-AMOUNT TO WS-RETURN-CREDITS
               END-IF
           END-IF.

       TAKE-EXTRACT-TRAILER.
           MOVE PARTNER-EXTRACT-REC TO WS-EXTRACT-TRAILER.
           IF XT-RETURN-COUNT NUMERIC
               MOVE XT-RETURN-COUNT TO WS-TRAILER-RETURN-COUNT
           END-IF.
           IF XT-RETURN-CREDITS NUMERIC
               MOVE XT-RETURN-CREDITS TO WS-TRAILER-RETURN-CREDITS
           END-IF.
           IF XT-RETURN-DEBITS NUMERIC
               MOVE XT-RETURN-DEBITS TO WS-TRAILER-RETURN-DEBITS
           END-IF.

       MATCH-ONE-RETURN-ACK.
           MOVE PARTNER-INBOUND-REC TO WS-INBOUND-ACK.
           PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > WS-RETURN-COUNT
               IF WS-RETURN-ID (RT-IDX) = IA-RETURN-ID
                       AND WS-RETURN-ACKED (RT-IDX) = "N"
                   MOVE "Y" TO WS-RETURN-ACKED (RT-IDX)
                   ADD 1 TO WS-RETURNS-ACKED
               END-IF
           END-PERFORM.

       MATCH-ONE-CONFIRMATION.
           MOVE "N" TO WS-CONF-MATCHED.
           PERFORM VARYING SN-IDX FROM 1 BY 1
                   " UNEXPECTED=" WS-UNEXPECTED-CONFS
               DELIMITED BY SIZE INTO MATCH-REPORT-REC.
           WRITE MATCH-REPORT-REC.

      ***************************************************************
      *  The partner nets its settlement by what came back: credits
      *  returned are owed back to it, debits returned were never
      *  collected.  Totals that do not agree with the trailer mean
      *  the two sides will not net to the same figure.
      ***************************************************************
       WRITE-RETURN-TOTALS.
           IF WS-RETURN-COUNT NOT = WS-TRAILER-RETURN-COUNT
                   OR WS-RETURN-CREDITS NOT = WS-TRAILER-RETURN-CREDITS
                   OR WS-RETURN-DEBITS NOT = WS-TRAILER-RETURN-DEBITS
               MOVE "N" TO WS-RETURN-TOTALS-AGREE
           END-IF.
           COMPUTE WS-RETURN-NET =
               WS-RETURN-CREDITS - WS-RETURN-DEBITS.
           MOVE WS-RETURN-NET TO WS-RETURN-NET-DISPLAY.
           MOVE SPACES TO MATCH-REPORT-REC.
           STRING "RETURNS=" WS-RETURN-COUNT
                   " ACKNOWLEDGED=" WS-RETURNS-ACKED
                   " NET RETURNED=" WS-RETURN-NET-DISPLAY
               DELIMITED BY SIZE INTO MATCH-REPORT-REC.
           WRITE MATCH-REPORT-REC.
           IF WS-RETURN-TOTALS-AGREE = "N"
               MOVE SPACES TO MATCH-REPORT-REC
               STRING "  RETURN TOTALS DO NOT AGREE WITH TRAILER COUNT="
                       WS-TRAILER-RETURN-COUNT
                   DELIMITED BY SIZE INTO MATCH-REPORT-REC
               WRITE MATCH-REPORT-REC
           END-IF.
       END PROGRAM SETMAT01.
