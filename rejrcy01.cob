      *  the recycled-accepted file), and ages what is still open so
      *  the sending department can be chased for the corrections it
      *  still owes.
      *  A correction may carry who keyed it (cols 19-26) and who
      *  signed it off (cols 27-34, dated 35-41 CCYYDDD and timed
      *  42-45 HHMM); a signed-off correction that clears rejects
      *  goes to the shared approval trail (APRTRL01).
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  CORRECTION-REC.
           02 CO-ORIG-RECORD-NO          PIC 9(5).
           02 CO-CORRECTED-IMAGE         PIC X(13).
           02 CO-CORRECTED-BY            PIC X(8).
           02 CO-APPROVED-BY             PIC X(8).
           02 CO-APPROVED-DATE           PIC X(7).
           02 CO-APPROVED-TIME           PIC X(4).

       FD  REJECT-FILE-IN.
       01  REJECT-REC-IN                 PIC X(45).
       01 WS-REJECTS-CLEARED             PIC 9(5) VALUE 0.
       01 WS-REJECTS-STILL-OPEN          PIC 9(5) VALUE 0.
       COPY WSTXTEDT.
       COPY WSAPRTRL.
       COPY WSRUNCTL.
       COPY WSAUDTRL.

               IF WS-MATCHED-ANY = "Y"
                   WRITE RECYCLED-ACCEPTED-REC
                       FROM CO-CORRECTED-IMAGE
                   IF CO-APPROVED-BY NOT = SPACES
                       PERFORM RECORD-APPROVAL-TRAIL
                   END-IF
               ELSE
                   MOVE SPACES TO OPEN-REJECT-REPORT-REC
                   STRING "NO MATCHING OPEN REJECT FOR RECORD "
               WRITE OPEN-REJECT-REPORT-REC
           END-IF.

       RECORD-APPROVAL-TRAIL.
           MOVE SPACES TO WS-APPROVAL-TRAIL-RECORD.
           SET TL-SOURCE-CORRECTION TO TRUE.
           STRING CO-ORIG-RECORD-NO " " CO-CORRECTED-IMAGE
               DELIMITED BY SIZE INTO TL-ITEM-KEY.
           MOVE 0 TO TL-CUST-NO.
           MOVE CO-CORRECTED-BY TO TL-MAKER.
           MOVE CO-APPROVED-BY TO TL-CHECKER.
           MOVE CO-APPROVED-DATE TO TL-APPROVED-DATE.
           MOVE CO-APPROVED-TIME TO TL-APPROVED-TIME.
           MOVE "REJRCY01" TO TL-RECORDED-BY.
           CALL "APRTRL01" USING WS-APPROVAL-TRAIL-RECORD.

      ***************************************************************
      *  Whatever is still open after the corrections are applied
      *  is aged off its reject date, so the morning report shows
