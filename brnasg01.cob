       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRNASG01.
      ***************************************************************
      *  BRNASG01 - branch assignment service for a new customer
      *  relationship.  The steps that open accounts (ACCTLD01,
      *  ONBRD01, ACCMNT01) keep an existing customer's accounts in
      *  the branch that already holds them; only a customer with
      *  no branch yet comes here.  The customer's region - derived
      *  from the zip through the zip-range-to-region master when
      *  RGNDRV01 has not stamped one yet, the same ranges RGNDRV01
      *  uses - picks the first open branch on the branch master
      *  with that home region; a region with no open branch, or
      *  no region at all, goes to head office.  Both files are
      *  loaded on the first call and kept across calls, the way
      *  ERRCD01 keeps its table loaded.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-MASTER-FILE
               ASSIGN TO "data/branch_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCH-FILE-STATUS.
           SELECT ZIP-REGION-FILE
               ASSIGN TO "data/zip_regions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZIP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH-MASTER-FILE.
       01  BRANCH-MASTER-REC             PIC X(54).

       FD  ZIP-REGION-FILE.
       01  ZIP-REGION-REC.
           02 ZR-ZIP-LOW                 PIC 9(9).
           02 ZR-ZIP-HIGH                PIC 9(9).
           02 ZR-REGION                  PIC X(2).

       WORKING-STORAGE SECTION.
       01 WS-BRANCH-FILE-STATUS          PIC XX.
       01 WS-ZIP-FILE-STATUS             PIC XX.
       01 WS-TABLE-LOADED-SWITCH         PIC X VALUE "N".
           88 WS-TABLE-LOADED            VALUE "Y".
       01 WS-FOUND-SWITCH                PIC X(1).
           88 WS-WAS-FOUND               VALUE "Y".
       01 WS-LOOKUP-REGION               PIC X(2).
      *
      *  Open branches that take new business, in file order.
      *
       01 WS-REGION-BRANCH-TABLE.
           05 WS-RB-COUNT                PIC 9(3) VALUE 0.
           05 WS-RB-ENTRY OCCURS 200 TIMES INDEXED BY RB-IDX.
               10 WS-RB-REGION           PIC X(2).
               10 WS-RB-BRANCH           PIC X(4).
       01 WS-ZIP-TABLE.
           05 WS-ZIP-COUNT               PIC 9(3) VALUE 0.
           05 WS-ZIP-ENTRY OCCURS 100 TIMES INDEXED BY ZP-IDX.
               10 WS-ZIP-LOW             PIC 9(9).
               10 WS-ZIP-HIGH            PIC 9(9).
               10 WS-ZIP-REGION          PIC X(2).
       COPY WSBRNMST.

       LINKAGE SECTION.
       COPY WSBRNASG.

       PROCEDURE DIVISION USING WS-BRANCH-ASSIGN-REQUEST.
       BRNASG01-MAIN.
           IF NOT WS-TABLE-LOADED
               PERFORM LOAD-BRANCH-MASTER
               PERFORM LOAD-ZIP-REGIONS
               MOVE "Y" TO WS-TABLE-LOADED-SWITCH
           END-IF.

           MOVE BA-REGION-CODE TO WS-LOOKUP-REGION.
           IF WS-LOOKUP-REGION = SPACES
               PERFORM DERIVE-REGION-FROM-ZIP
           END-IF.

           MOVE "N" TO WS-FOUND-SWITCH.
           IF WS-LOOKUP-REGION NOT = SPACES
               PERFORM VARYING RB-IDX FROM 1 BY 1
                       UNTIL RB-IDX > WS-RB-COUNT OR WS-WAS-FOUND
                   IF WS-RB-REGION (RB-IDX) = WS-LOOKUP-REGION
                       MOVE "Y" TO WS-FOUND-SWITCH
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-WAS-FOUND
               SET RB-IDX DOWN BY 1
               MOVE WS-RB-BRANCH (RB-IDX) TO BA-BRANCH-CODE
               SET BA-REGION-BRANCH TO TRUE
           ELSE
               SET BR-HEAD-OFFICE TO TRUE
               MOVE BR-BRANCH-CODE TO BA-BRANCH-CODE
               SET BA-HEAD-OFFICE TO TRUE
           END-IF.
           GOBACK.

       LOAD-BRANCH-MASTER.
           OPEN INPUT BRANCH-MASTER-FILE.
           IF WS-BRANCH-FILE-STATUS = "00"
               PERFORM UNTIL WS-BRANCH-FILE-STATUS = "10"
                   READ BRANCH-MASTER-FILE
                           INTO WS-BRANCH-MASTER-RECORD
                       AT END
                           MOVE "10" TO WS-BRANCH-FILE-STATUS
                       NOT AT END
                           IF BR-BRANCH-OPEN
                                   AND BR-REGION-CODE NOT = SPACES
                                   AND WS-RB-COUNT < 200
                               ADD 1 TO WS-RB-COUNT
                               SET RB-IDX TO WS-RB-COUNT
                               MOVE BR-REGION-CODE
                                   TO WS-RB-REGION (RB-IDX)
                               MOVE BR-BRANCH-CODE
                                   TO WS-RB-BRANCH (RB-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BRANCH-MASTER-FILE
           END-IF.

       LOAD-ZIP-REGIONS.
           OPEN INPUT ZIP-REGION-FILE.
           IF WS-ZIP-FILE-STATUS = "00"
               PERFORM UNTIL WS-ZIP-FILE-STATUS = "10"
                       OR WS-ZIP-COUNT = 100
                   READ ZIP-REGION-FILE
                       AT END
                           MOVE "10" TO WS-ZIP-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-ZIP-COUNT
                           SET ZP-IDX TO WS-ZIP-COUNT
                           MOVE ZR-ZIP-LOW TO WS-ZIP-LOW (ZP-IDX)
                           MOVE ZR-ZIP-HIGH TO WS-ZIP-HIGH (ZP-IDX)
                           MOVE ZR-REGION TO WS-ZIP-REGION (ZP-IDX)
                   END-READ
               END-PERFORM
               CLOSE ZIP-REGION-FILE
           END-IF.

       DERIVE-REGION-FROM-ZIP.
           PERFORM VARYING ZP-IDX FROM 1 BY 1
                   UNTIL ZP-IDX > WS-ZIP-COUNT
                       OR WS-LOOKUP-REGION NOT = SPACES
               IF BA-ZIP NOT < WS-ZIP-LOW (ZP-IDX)
                       AND BA-ZIP NOT > WS-ZIP-HIGH (ZP-IDX)
                   MOVE WS-ZIP-REGION (ZP-IDX) TO WS-LOOKUP-REGION
               END-IF
           END-PERFORM.
       END PROGRAM BRNASG01.
