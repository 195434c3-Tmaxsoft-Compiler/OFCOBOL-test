       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATDAT01.
      ***************************************************************
      *  MATDAT01 - term maturity-date service.  Adds the term's
      *  months to the start date in calendar terms: the start day
      *  of the month carries over, a day the target month does not
      *  have (the 31st into a thirty-day month, the 29th into a
      *  short February) is held to that month's last day, and the
      *  result is rolled forward to a business day through
      *  BIZADJ01 so a deposit never matures on a day nothing runs.
      ***************************************************************
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-START-GREGORIAN             PIC 9(8).
       01 WS-START-GREGORIAN-R REDEFINES WS-START-GREGORIAN.
           05 WS-START-YEAR              PIC 9(4).
           05 WS-START-MONTH             PIC 9(2).
           05 WS-START-DAY               PIC 9(2).
       01 WS-TARGET-GREGORIAN            PIC 9(8).
       01 WS-TARGET-GREGORIAN-R REDEFINES WS-TARGET-GREGORIAN.
           05 WS-TARGET-YEAR             PIC 9(4).
           05 WS-TARGET-MONTH            PIC 9(2).
           05 WS-TARGET-DAY              PIC 9(2).
       01 WS-NEXT-MONTH-GREGORIAN        PIC 9(8).
       01 WS-NEXT-MONTH-GREGORIAN-R REDEFINES WS-NEXT-MONTH-GREGORIAN.
           05 WS-NEXT-YEAR               PIC 9(4).
           05 WS-NEXT-MONTH              PIC 9(2).
           05 WS-NEXT-DAY                PIC 9(2).
       01 WS-MONTH-COUNT                 PIC 9(6).
       01 WS-LAST-DAY-OF-MONTH           PIC 9(2).
       COPY WSBIZADJ.

       LINKAGE SECTION.
       COPY WSMATDAT.

       PROCEDURE DIVISION USING WS-MATURITY-DATE-REQUEST.
       MATDAT01-MAIN.
           COMPUTE WS-START-GREGORIAN = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DAY (MD-START-DATE)).

           COMPUTE WS-MONTH-COUNT = WS-START-YEAR * 12
               + WS-START-MONTH - 1 + MD-TERM-MONTHS.
           COMPUTE WS-TARGET-YEAR = WS-MONTH-COUNT / 12.
           COMPUTE WS-TARGET-MONTH =
               FUNCTION MOD (WS-MONTH-COUNT, 12) + 1.
           MOVE 1 TO WS-TARGET-DAY.

      *    The target month has as many days as lie between its
      *    first and the first of the month after it.
           ADD 1 TO WS-MONTH-COUNT.
           COMPUTE WS-NEXT-YEAR = WS-MONTH-COUNT / 12.
           COMPUTE WS-NEXT-MONTH =
               FUNCTION MOD (WS-MONTH-COUNT, 12) + 1.
           MOVE 1 TO WS-NEXT-DAY.
           COMPUTE WS-LAST-DAY-OF-MONTH =
               FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-GREGORIAN)
               - FUNCTION INTEGER-OF-DATE (WS-TARGET-GREGORIAN).

           IF WS-START-DAY > WS-LAST-DAY-OF-MONTH
               MOVE WS-LAST-DAY-OF-MONTH TO WS-TARGET-DAY
           ELSE
               MOVE WS-START-DAY TO WS-TARGET-DAY
           END-IF.

           MOVE FUNCTION DAY-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-TARGET-GREGORIAN))
               TO BA-INPUT-DATE.
           SET BA-RULE-FORWARD TO TRUE.
           CALL "BIZADJ01" USING WS-BIZ-ADJUST-REQUEST.
           MOVE BA-ADJUSTED-DATE TO MD-MATURITY-DATE.
           GOBACK.
       END PROGRAM MATDAT01.
