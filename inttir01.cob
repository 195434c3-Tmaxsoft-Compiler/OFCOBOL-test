       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTTIR01.
      ***************************************************************
      *  INTTIR01 - balance-tier rate lookup service.  Loads the
      *  balance-tier rate table once on the first call and tiers
      *  each balance the way INTACC01 does: tiers are on the file
      *  in ascending low-bound order and a positive balance belongs
      *  to the last tier whose low bound it reaches.  A zero or
      *  negative balance, or an empty table, answers no tier.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-TIER-FILE
               ASSIGN TO "data/interest_rate_tiers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-TIER-FILE.
       01  RATE-TIER-REC.
           02 RT-TIER-LOW                PIC 9(9).
           02 RT-TIER-HIGH               PIC 9(9).
           02 RT-ANNUAL-RATE             PIC 9V9(6).

       WORKING-STORAGE SECTION.
       01 WS-TIER-FILE-STATUS            PIC XX.
       01 WS-TABLE-LOADED                PIC X(1) VALUE "N".
       01 WS-TIER-TABLE.
           05 WS-TIER-COUNT              PIC 9(2) VALUE 0.
           05 WS-TIER-ENTRY OCCURS 10 TIMES INDEXED BY TR-IDX.
               10 WS-TIER-LOW            PIC 9(9).
               10 WS-TIER-RATE           PIC 9V9(6).

       LINKAGE SECTION.
       COPY WSINTTIR.

       PROCEDURE DIVISION USING WS-INTEREST-TIER-REQUEST.
       INTTIR01-MAIN.
           IF WS-TABLE-LOADED = "N"
               PERFORM LOAD-RATE-TIER-TABLE
           END-IF.

           SET IT-NO-TIER TO TRUE.
           MOVE 0 TO IT-TIER-NUM.
           MOVE 0 TO IT-ANNUAL-RATE.
           IF IT-BALANCE > 0
               PERFORM VARYING TR-IDX FROM 1 BY 1
                       UNTIL TR-IDX > WS-TIER-COUNT
                   IF IT-BALANCE >= WS-TIER-LOW (TR-IDX)
                       SET IT-TIER-FOUND TO TRUE
                       SET IT-TIER-NUM TO TR-IDX
                       MOVE WS-TIER-RATE (TR-IDX) TO IT-ANNUAL-RATE
                   END-IF
               END-PERFORM
           END-IF.
           GOBACK.

       LOAD-RATE-TIER-TABLE.
           MOVE "Y" TO WS-TABLE-LOADED.
           OPEN INPUT RATE-TIER-FILE.
           IF WS-TIER-FILE-STATUS = "00"
               PERFORM UNTIL WS-TIER-COUNT = 10
                       OR WS-TIER-FILE-STATUS = "10"
                   READ RATE-TIER-FILE
                       AT END
                           MOVE "10" TO WS-TIER-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-TIER-COUNT
                           MOVE RT-TIER-LOW TO
                               WS-TIER-LOW (WS-TIER-COUNT)
                           MOVE RT-ANNUAL-RATE TO
                               WS-TIER-RATE (WS-TIER-COUNT)
                   END-READ
               END-PERFORM
               CLOSE RATE-TIER-FILE
           END-IF.
       END PROGRAM INTTIR01.
