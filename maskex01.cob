      *  and spacing scrub the same.  Balances are perturbed
      *  deterministically off the customer number but stay inside
      *  their interest-rate tier, so INTACC01 and LIMCHK01 testing
      *  exercises the same bands.  Taxpayer IDs are remapped digit
      *  for digit through a fixed substitution that moves every
      *  digit, so a masked ID is still nine digits and the same
      *  customer always masks to the same ID, but no real ID
      *  reaches TEST.  The masking proof counts any record whose
      *  name, address, taxpayer ID or balance carried through
      *  unchanged; a nonzero count raises the common exception and
      *  fails the run - zero unmasked records or no extract.
      ***************************************************************
       COPY WSCUSNEW.

       FD  MASKED-MASTER-FILE.
       01  MASKED-MASTER-REC             PIC X(229).

       FD  RATE-TIER-FILE.
       01  RATE-TIER-REC.
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 WS-MASKED-LETTERS              PIC X(26)
           VALUE "MKQZWVYXBJDNRTCELUSFGHIPAO".
      *    No digit maps to itself, so every supplied ID changes.
       01 WS-PLAIN-DIGITS                PIC X(10)
           VALUE "0123456789".
       01 WS-MASKED-DIGITS               PIC X(10)
           VALUE "7305968142".
       01 WS-TIER-TABLE.
           05 WS-TIER-COUNT              PIC 9(2) VALUE 0.
           05 WS-TIER-ENTRY OCCURS 10 TIMES INDEXED BY TR-IDX.
       01 WS-RECORDS-READ                PIC 9(7) VALUE 0.
       01 WS-RECORDS-MASKED              PIC 9(7) VALUE 0.
       01 WS-UNMASKED-CARRIED            PIC 9(5) VALUE 0.
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

           PERFORM LOAD-RATE-TIER-TABLE.

           OPEN INPUT CUSTOMER-MASTER-FILE.
           PERFORM SKIP-CUSTOMER-HEADER.
           OPEN OUTPUT MASKED-MASTER-FILE.
           OPEN OUTPUT PROOF-REPORT-FILE.


      ***************************************************************
      *  The masked copy starts as the real record (keys, status,
      *  dates carry over - TEST needs them), then the identity
      *  fields remap and the balance perturbs inside its tier.
      *  The proof compares field by field: anything that carried
      *  through unchanged, on a record that had something to mask,
               CONVERTING WS-PLAIN-LETTERS TO WS-MASKED-LETTERS.
           INSPECT MK-ADDRESS
               CONVERTING WS-PLAIN-LETTERS TO WS-MASKED-LETTERS.
           INSPECT MK-TAXPAYER-ID
               CONVERTING WS-PLAIN-DIGITS TO WS-MASKED-DIGITS.
           PERFORM PERTURB-BALANCE.

           IF CN-CUST-NAME NOT = SPACES
               ADD 1 TO WS-UNMASKED-CARRIED
               PERFORM REPORT-UNMASKED-FIELD
           END-IF.
           IF CN-TAXPAYER-ID NOT = SPACES
                   AND MK-TAXPAYER-ID = CN-TAXPAYER-ID
               ADD 1 TO WS-UNMASKED-CARRIED
               PERFORM REPORT-UNMASKED-FIELD
           END-IF.
           IF CN-BALANCE NOT = 0 AND MK-BALANCE = CN-BALANCE
               ADD 1 TO WS-UNMASKED-CARRIED
               PERFORM REPORT-UNMASKED-FIELD
           STRING "  UNMASKED FIELD ON " CN-CUST-NO
               DELIMITED BY SIZE INTO PROOF-REPORT-REC.
           WRITE PROOF-REPORT-REC.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "MASKEX01" TO LC-PROGRAM-NAME.
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
       END PROGRAM MASKEX01.
