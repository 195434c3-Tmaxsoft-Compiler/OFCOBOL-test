       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADRVAL01.
      ***************************************************************
      *  ADRVAL01 - postal address validation service, called
      *  wherever an address enters the customer master: CUSMNT01
      *  maintenance, ONBRD01 onboarding, ADRCHG01 vendor changes,
      *  and the ADRSWP01 sweep of the master as it stands.  SCRUB01
      *  only tidies the text and RGNDRV01 only maps a ZIP to a
      *  region; this is the one place that asks whether the post
      *  office can deliver to the address at all, so a bad one is
      *  stopped at the door instead of coming back weeks later as
      *  returned mail and a mail hold.
      *
      *  The postal reference file is loaded once on the first call
      *  the way STATRN01 loads its rules, in ZIP order, and looked
      *  up with a binary search.  A ZIP may carry more than one
      *  record - the post office's alternate city names for it -
      *  and the address passes when any of them appears in the
      *  address line as a whole word, case aside.  The first
      *  record for the ZIP is the one reported back.
      *
      *  Postal reference file layout, ascending ZIP:
      *    col 1-5    five-digit ZIP
      *    col 6-30   city
      *    col 31-32  state
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTAL-REFERENCE-FILE
               ASSIGN TO "data/postal_reference.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFERENCE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSTAL-REFERENCE-FILE.
       01  POSTAL-REFERENCE-REC.
           02 PR-ZIP                     PIC X(5).
           02 PR-CITY                    PIC X(25).
           02 PR-STATE                   PIC X(2).

       WORKING-STORAGE SECTION.
       01 WS-REFERENCE-FILE-STATUS       PIC XX.
       01 WS-REFERENCE-LOADED-SWITCH     PIC X VALUE "N".
           88 WS-REFERENCE-LOADED        VALUE "Y".
       01 WS-MISSING-LOGGED-SWITCH       PIC X VALUE "N".
           88 WS-MISSING-LOGGED          VALUE "Y".
       01 WS-POSTAL-COUNT                PIC 9(5) VALUE 0.
       01 WS-POSTAL-TABLE.
           05 WS-POSTAL-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-POSTAL-COUNT
                   ASCENDING KEY IS WS-POSTAL-ZIP
                   INDEXED BY PR-IDX.
               10 WS-POSTAL-ZIP          PIC X(5).
               10 WS-POSTAL-CITY         PIC X(25).
               10 WS-POSTAL-STATE        PIC X(2).
       01 WS-PREVIOUS-ZIP                PIC X(5) VALUE LOW-VALUES.
       01 WS-LOOKUP-ZIP                  PIC X(5).
       01 WS-ZIP-NINE                    PIC 9(9).
       01 WS-ADDRESS-UPPER               PIC X(40).
       01 WS-CITY                        PIC X(25).
       01 WS-CITY-LENGTH                 PIC 9(2).
       01 WS-SCAN-POS                    PIC 9(2).
       01 WS-AFTER-POS                   PIC 9(2).
       01 WS-ZIP-FOUND-SWITCH            PIC X(1).
           88 WS-ZIP-FOUND               VALUE "Y".
       01 WS-CITY-FOUND-SWITCH           PIC X(1).
           88 WS-CITY-FOUND              VALUE "Y".
       01 WS-BOUNDARY-SWITCH             PIC X(1).
           88 WS-AT-WORD-BOUNDARY        VALUE "Y".
       COPY WSRUNCTL.
       COPY WSEXCLOG.

       LINKAGE SECTION.
       COPY WSADRVAL.

       PROCEDURE DIVISION USING WS-ADDRESS-VALIDATION-REQUEST.
       ADRVAL01-MAIN.
           IF NOT WS-REFERENCE-LOADED
               PERFORM LOAD-POSTAL-REFERENCE
           END-IF.

           MOVE SPACES TO AV-REASON-CODE.
           MOVE SPACES TO AV-REFERENCE-CITY.
           MOVE SPACES TO AV-REFERENCE-STATE.
           IF WS-POSTAL-COUNT = 0
               SET AV-NOT-CHECKED TO TRUE
               PERFORM REPORT-MISSING-REFERENCE
               GOBACK
           END-IF.

           MOVE AV-ZIP TO WS-ZIP-NINE.
           MOVE WS-ZIP-NINE (1:5) TO WS-LOOKUP-ZIP.
           PERFORM FIND-ZIP.
           IF NOT WS-ZIP-FOUND
               SET AV-ZIP-NOT-FOUND TO TRUE
               MOVE "ZIPX" TO AV-REASON-CODE
               GOBACK
           END-IF.

           MOVE WS-POSTAL-CITY (PR-IDX) TO AV-REFERENCE-CITY.
           MOVE WS-POSTAL-STATE (PR-IDX) TO AV-REFERENCE-STATE.
           MOVE FUNCTION UPPER-CASE (AV-ADDRESS) TO WS-ADDRESS-UPPER.
           MOVE "N" TO WS-CITY-FOUND-SWITCH.
           PERFORM UNTIL WS-CITY-FOUND
                   OR PR-IDX > WS-POSTAL-COUNT
               IF WS-POSTAL-ZIP (PR-IDX) NOT = WS-LOOKUP-ZIP
                   SET PR-IDX TO WS-POSTAL-COUNT
               ELSE
                   MOVE WS-POSTAL-CITY (PR-IDX) TO WS-CITY
                   PERFORM FIND-CITY-IN-ADDRESS
               END-IF
               SET PR-IDX UP BY 1
           END-PERFORM.
           IF WS-CITY-FOUND
               SET AV-ADDRESS-VALID TO TRUE
           ELSE
               SET AV-CITY-MISMATCH TO TRUE
               MOVE "CITY" TO AV-REASON-CODE
           END-IF.
           GOBACK.

      ***************************************************************
      *  The binary search needs the file in ZIP order; a record
      *  behind its predecessor is logged and left out rather than
      *  allowed to make every later lookup unreliable.  Cities are
      *  held in capitals so the compare ignores case.
      ***************************************************************
       LOAD-POSTAL-REFERENCE.
           CALL "RUNDATE01" USING WS-RUN-CONTROL.
           MOVE 0 TO WS-POSTAL-COUNT.
           OPEN INPUT POSTAL-REFERENCE-FILE.
           IF WS-REFERENCE-FILE-STATUS = "00"
               PERFORM UNTIL WS-POSTAL-COUNT = 50000
                       OR WS-REFERENCE-FILE-STATUS = "10"
                   READ POSTAL-REFERENCE-FILE
                       AT END
                           MOVE "10" TO WS-REFERENCE-FILE-STATUS
                       NOT AT END
                           PERFORM TAKE-ONE-REFERENCE
                   END-READ
               END-PERFORM
               CLOSE POSTAL-REFERENCE-FILE
           END-IF.
           MOVE "Y" TO WS-REFERENCE-LOADED-SWITCH.

       TAKE-ONE-REFERENCE.
           EVALUATE TRUE
               WHEN PR-ZIP NOT NUMERIC
                   CONTINUE
               WHEN PR-ZIP < WS-PREVIOUS-ZIP
                   MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
                   MOVE "ADRVAL01" TO ER-JOB-STEP
                   MOVE "PREF" TO ER-ERROR-CODE
                   MOVE SPACES TO ER-ERROR-TEXT
                   STRING "POSTAL REFERENCE OUT OF ORDER AT " PR-ZIP
                       DELIMITED BY SIZE INTO ER-ERROR-TEXT
                   CALL "EXCPLOG01" USING WS-ERROR-RECORD
               WHEN OTHER
                   ADD 1 TO WS-POSTAL-COUNT
                   SET PR-IDX TO WS-POSTAL-COUNT
                   MOVE PR-ZIP TO WS-POSTAL-ZIP (PR-IDX)
                   MOVE FUNCTION UPPER-CASE (PR-CITY)
                       TO WS-POSTAL-CITY (PR-IDX)
                   MOVE PR-STATE TO WS-POSTAL-STATE (PR-IDX)
                   MOVE PR-ZIP TO WS-PREVIOUS-ZIP
           END-EVALUATE.

      ***************************************************************
      *  The binary search lands on any record for the ZIP; backing
      *  up to the first one puts every alternate city in reach.
      ***************************************************************
       FIND-ZIP.
           MOVE "N" TO WS-ZIP-FOUND-SWITCH.
           SEARCH ALL WS-POSTAL-ENTRY
               AT END
                   CONTINUE
               WHEN WS-POSTAL-ZIP (PR-IDX) = WS-LOOKUP-ZIP
                   MOVE "Y" TO WS-ZIP-FOUND-SWITCH
           END-SEARCH.
           IF WS-ZIP-FOUND
               PERFORM UNTIL PR-IDX = 1
                       OR WS-POSTAL-ZIP (PR-IDX - 1)
                           NOT = WS-LOOKUP-ZIP
                   SET PR-IDX DOWN BY 1
               END-PERFORM
           END-IF.

      ***************************************************************
      *  The city must stand as a word of its own: SPRINGFIELD is
      *  found in "9 OAK AVE SPRINGFIELD" but not inside
      *  "SPRINGFIELDS RD", so a street named after another town
      *  does not pass for the town.
      ***************************************************************
       FIND-CITY-IN-ADDRESS.
           MOVE 25 TO WS-CITY-LENGTH.
           PERFORM UNTIL WS-CITY-LENGTH = 0
                   OR WS-CITY (WS-CITY-LENGTH:1) NOT = SPACE
               SUBTRACT 1 FROM WS-CITY-LENGTH
           END-PERFORM.
           IF WS-CITY-LENGTH > 0
               PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                       UNTIL WS-SCAN-POS > 41 - WS-CITY-LENGTH
                           OR WS-CITY-FOUND
                   IF WS-ADDRESS-UPPER (WS-SCAN-POS:WS-CITY-LENGTH)
                           = WS-CITY (1:WS-CITY-LENGTH)
                       PERFORM CHECK-WORD-BOUNDARIES
                       IF WS-AT-WORD-BOUNDARY
                           MOVE "Y" TO WS-CITY-FOUND-SWITCH
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       CHECK-WORD-BOUNDARIES.
           MOVE "Y" TO WS-BOUNDARY-SWITCH.
           IF WS-SCAN-POS > 1
               IF WS-ADDRESS-UPPER (WS-SCAN-POS - 1:1) NOT = SPACE
                       AND WS-ADDRESS-UPPER (WS-SCAN-POS - 1:1)
                           NOT = ","
                   MOVE "N" TO WS-BOUNDARY-SWITCH
               END-IF
           END-IF.
           COMPUTE WS-AFTER-POS = WS-SCAN-POS + WS-CITY-LENGTH.
           IF WS-AFTER-POS <= 40
               IF WS-ADDRESS-UPPER (WS-AFTER-POS:1) NOT = SPACE
                       AND WS-ADDRESS-UPPER (WS-AFTER-POS:1) NOT = ","
                       AND WS-ADDRESS-UPPER (WS-AFTER-POS:1) NOT = "."
                   MOVE "N" TO WS-BOUNDARY-SWITCH
               END-IF
           END-IF.

       REPORT-MISSING-REFERENCE.
           IF NOT WS-MISSING-LOGGED
               MOVE "Y" TO WS-MISSING-LOGGED-SWITCH
               MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
               MOVE AV-SOURCE-PROGRAM TO ER-JOB-STEP
               MOVE "PREF" TO ER-ERROR-CODE
               MOVE "NO POSTAL REFERENCE - ADDRESSES UNCHECKED"
                   TO ER-ERROR-TEXT
               CALL "EXCPLOG01" USING WS-ERROR-RECORD
           END-IF.
       END PROGRAM ADRVAL01.
