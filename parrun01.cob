       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARRUN01.
      ***************************************************************
      *  PARRUN01 - parallel-run output comparator, run on demand
      *  when a program change is promoted.  The production version
      *  and the candidate version are run for the same run date,
      *  and each pair of output files named on the control file is
      *  compared record by record:
      *    - both sides are sorted on the control file's key (a
      *      record's columns, or no key at all to pair records by
      *      position, as for print streams), keeping file order
      *      within a key, so the nth record under a key on one
      *      side meets the nth record under it on the other;
      *    - a record on one side only is reported as missing on
      *      the other;
      *    - a matched pair is compared field by field through
      *      AUDCMP01 over the compare's WSFLDMAP field map, and
      *      every differing field is reported with both values;
      *    - fields flagged as expected differences (timestamps,
      *      run sequence numbers) are blanked on both sides first,
      *      so they never report; bytes outside every mapped
      *      field are still compared and reported as UNMAPPED.
      *  Nothing but the report, its work files and the logs is
      *  written.  The step ends with return code 4 when any
      *  compare found a difference and 8 when the control file or
      *  an output file cannot be used.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPARE-CONTROL-FILE
               ASSIGN TO "data/parallel_run_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT PRODUCTION-OUTPUT-FILE
               ASSIGN TO WS-PROD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROD-FILE-STATUS.
           SELECT CANDIDATE-OUTPUT-FILE
               ASSIGN TO WS-CAND-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAND-FILE-STATUS.
           SELECT COMPARE-SORT-FILE
               ASSIGN TO "data/parrun_sortwk.dat".
           SELECT PRODUCTION-WORK-FILE
               ASSIGN TO "data/parrun_prod_wrk.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROD-WORK-STATUS.
           SELECT CANDIDATE-WORK-FILE
               ASSIGN TO "data/parrun_cand_wrk.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAND-WORK-STATUS.
           SELECT COMPARE-REPORT-FILE
               ASSIGN TO "data/parallel_run_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    C line opens a compare; the F lines after it are its field
      *    map, in WSFLDMAP terms, with X marking an expected
      *    difference.
       FD  COMPARE-CONTROL-FILE.
       01  COMPARE-CONTROL-REC.
           02 PC-LINE-TYPE               PIC X(1).
               88 PC-COMPARE-LINE        VALUE "C".
               88 PC-FIELD-LINE          VALUE "F".
           02 PC-COMPARE-ID              PIC X(8).
           02 PC-RUN-DATE                PIC X(7).
           02 PC-RECORD-LENGTH           PIC X(3).
           02 PC-KEY-OFFSET              PIC X(3).
           02 PC-KEY-LENGTH              PIC X(2).
           02 PC-PROD-FILE               PIC X(40).
           02 PC-CAND-FILE               PIC X(40).
       01  COMPARE-FIELD-REC.
           02 PF-LINE-TYPE               PIC X(1).
           02 PF-COMPARE-ID              PIC X(8).
           02 PF-FIELD-NAME              PIC X(15).
           02 PF-OFFSET                  PIC X(3).
           02 PF-LENGTH                  PIC X(3).
           02 PF-EXCLUDE                 PIC X(1).

       FD  PRODUCTION-OUTPUT-FILE.
       01  PRODUCTION-OUTPUT-REC         PIC X(256).

       FD  CANDIDATE-OUTPUT-FILE.
       01  CANDIDATE-OUTPUT-REC          PIC X(256).

       SD  COMPARE-SORT-FILE.
       01  COMPARE-SORT-REC.
           02 CS-KEY                     PIC X(60).
           02 CS-SEQ                     PIC 9(9).
           02 CS-DATA                    PIC X(256).

       FD  PRODUCTION-WORK-FILE.
       01  PRODUCTION-WORK-REC.
           02 PW-KEY                     PIC X(60).
           02 PW-SEQ                     PIC 9(9).
           02 PW-DATA                    PIC X(256).

       FD  CANDIDATE-WORK-FILE.
       01  CANDIDATE-WORK-REC.
           02 CW-KEY                     PIC X(60).
           02 CW-SEQ                     PIC 9(9).
           02 CW-DATA                    PIC X(256).

       FD  COMPARE-REPORT-FILE.
       01  COMPARE-REPORT-REC            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-FILE-STATUS         PIC XX.
       01 WS-PROD-FILE-STATUS            PIC XX.
       01 WS-CAND-FILE-STATUS            PIC XX.
       01 WS-PROD-WORK-STATUS            PIC XX.
       01 WS-CAND-WORK-STATUS            PIC XX.
       01 WS-REPORT-FILE-STATUS          PIC XX.
       01 WS-PROD-FILE-NAME              PIC X(40).
       01 WS-CAND-FILE-NAME              PIC X(40).
      *    Every compare on the control file, with its field map.
       01 WS-COMPARE-TABLE.
           05 WS-COMPARE-COUNT           PIC 9(2) VALUE 0.
           05 WS-COMPARE-ENTRY OCCURS 20 TIMES INDEXED BY CP-IDX.
               10 WS-CP-ID               PIC X(8).
               10 WS-CP-RUN-DATE         PIC 9(7).
               10 WS-CP-RECORD-LENGTH    PIC 9(3).
               10 WS-CP-KEY-OFFSET       PIC 9(3).
               10 WS-CP-KEY-LENGTH       PIC 9(2).
               10 WS-CP-PROD-FILE        PIC X(40).
               10 WS-CP-CAND-FILE        PIC X(40).
               10 WS-CP-STATE            PIC X(1).
                   88 WS-CP-USABLE       VALUE "U".
                   88 WS-CP-IN-ERROR     VALUE "E".
               10 WS-CP-ERROR-TEXT       PIC X(40).
               10 WS-CP-FIELD-COUNT      PIC 9(2).
               10 WS-CP-FIELD OCCURS 25 TIMES INDEXED BY CF-IDX.
                   15 WS-CF-NAME         PIC X(15).
                   15 WS-CF-OFFSET       PIC 9(3).
                   15 WS-CF-LENGTH       PIC 9(3).
                   15 WS-CF-EXCLUDE      PIC X(1).
                       88 WS-CF-EXPECTED VALUE "X".
       01 WS-FIELD-END                   PIC 9(4).
       01 WS-FIELD-IDX                   PIC 9(4).
       01 WS-SCAN-POS                    PIC 9(4).
       01 WS-FIRST-DIFF                  PIC 9(4).
       01 WS-SHOW-LENGTH                 PIC 9(4).
       01 WS-INCLUDED-COUNT              PIC 9(2).
       01 WS-EXCLUDED-COUNT              PIC 9(2).
       01 WS-READ-SEQ                    PIC 9(9).
       01 WS-REPORT-KEY                  PIC X(40).
       01 WS-REPORT-FIELD                PIC X(15).
       01 WS-PROD-VALUE                  PIC X(30).
       01 WS-CAND-VALUE                  PIC X(30).
       01 WS-PROD-EOF                    PIC X(1).
           88 WS-PROD-AT-END             VALUE "Y".
       01 WS-CAND-EOF                    PIC X(1).
           88 WS-CAND-AT-END             VALUE "Y".
       01 WS-SORT-SIDE                   PIC X(1).
           88 WS-SORTING-PRODUCTION      VALUE "P".
           88 WS-SORTING-CANDIDATE       VALUE "C".
      *    Counts for the compare in hand, then for the whole run.
       01 WS-COMPARE-COUNTS.
           05 WS-PROD-RECORDS            PIC 9(9).
           05 WS-CAND-RECORDS            PIC 9(9).
           05 WS-IDENTICAL-RECORDS       PIC 9(9).
           05 WS-DIFFERING-RECORDS       PIC 9(9).
           05 WS-FIELD-DIFFERENCES       PIC 9(9).
           05 WS-MISSING-ON-CAND         PIC 9(9).
           05 WS-MISSING-ON-PROD         PIC 9(9).
       01 WS-COMPARES-RUN                PIC 9(3) VALUE 0.
       01 WS-COMPARES-DIFFERING          PIC 9(3) VALUE 0.
       01 WS-COMPARES-IN-ERROR           PIC 9(3) VALUE 0.
       01 WS-TOTAL-PAIRS                 PIC 9(9) VALUE 0.
       COPY WSAUDCMP.
       COPY WSFLDMAP.
       COPY WSEXCLOG.
       COPY WSRUNCTL.
       COPY WSAUDTRL.

       PROCEDURE DIVISION.
       PARRUN01-MAIN.
           CALL "RUNDATE01" USING WS-RUN-CONTROL.
           MOVE "PARRUN01" TO AT-JOB-NAME.
           MOVE WS-RUN-CCYYDDD TO AT-RUN-DATE.
           SET AT-MODE-HEADER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           PERFORM LOAD-COMPARE-CONTROL.

           OPEN OUTPUT COMPARE-REPORT-FILE.
           MOVE SPACES TO COMPARE-REPORT-REC.
           STRING "PARALLEL RUN OUTPUT COMPARISON - RUN "
                   WS-RUN-CCYYDDD
               DELIMITED BY SIZE INTO COMPARE-REPORT-REC.
           WRITE COMPARE-REPORT-REC.

           IF WS-COMPARE-COUNT = 0
               MOVE "  NO COMPARES ON THE CONTROL FILE"
                   TO COMPARE-REPORT-REC
               WRITE COMPARE-REPORT-REC
               ADD 1 TO WS-COMPARES-IN-ERROR
               MOVE "NO PARALLEL RUN COMPARES DEFINED"
                   TO ER-ERROR-TEXT
               PERFORM LOG-CONTROL-EXCEPTION
           END-IF.

           PERFORM VARYING CP-IDX FROM 1 BY 1
                   UNTIL CP-IDX > WS-COMPARE-COUNT
               PERFORM RUN-ONE-COMPARE
           END-PERFORM.

           MOVE SPACES TO COMPARE-REPORT-REC.
           WRITE COMPARE-REPORT-REC.
           MOVE SPACES TO COMPARE-REPORT-REC.
           STRING "COMPARES RUN " WS-COMPARES-RUN
                   "  WITH DIFFERENCES " WS-COMPARES-DIFFERING
                   "  NOT RUN " WS-COMPARES-IN-ERROR
                   "  RECORD PAIRS COMPARED " WS-TOTAL-PAIRS
               DELIMITED BY SIZE INTO COMPARE-REPORT-REC.
           WRITE COMPARE-REPORT-REC.
           CLOSE COMPARE-REPORT-FILE.

           DISPLAY "PARRUN01: COMPARES=" WS-COMPARES-RUN
               " DIFFERING=" WS-COMPARES-DIFFERING
               " NOT RUN=" WS-COMPARES-IN-ERROR
               " PAIRS=" WS-TOTAL-PAIRS.

           MOVE WS-TOTAL-PAIRS TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.
           IF WS-COMPARES-IN-ERROR > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-COMPARES-DIFFERING > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

      ***************************************************************
      *  A compare is edited as it is loaded; one with a bad line
      *  is kept on the table in error so the report can say why
      *  it did not run.  F lines must follow their own C line.
      ***************************************************************
       LOAD-COMPARE-CONTROL.
           OPEN INPUT COMPARE-CONTROL-FILE.
           IF WS-CONTROL-FILE-STATUS = "00"
               PERFORM UNTIL WS-CONTROL-FILE-STATUS = "10"
                   READ COMPARE-CONTROL-FILE
                       AT END
                           MOVE "10" TO WS-CONTROL-FILE-STATUS
                       NOT AT END
                           PERFORM LOAD-ONE-CONTROL-LINE
                   END-READ
               END-PERFORM
               CLOSE COMPARE-CONTROL-FILE
           END-IF.

       LOAD-ONE-CONTROL-LINE.
           EVALUATE TRUE
               WHEN PC-COMPARE-LINE
                   PERFORM ADD-COMPARE-ENTRY
               WHEN PC-FIELD-LINE
                   PERFORM ADD-FIELD-ENTRY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ADD-COMPARE-ENTRY.
           IF WS-COMPARE-COUNT = 20
               MOVE "PARALLEL RUN CONTROL OVER 20 COMPARES"
                   TO ER-ERROR-TEXT
               PERFORM LOG-CONTROL-EXCEPTION
               ADD 1 TO WS-COMPARES-IN-ERROR
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-COMPARE-COUNT.
           SET CP-IDX TO WS-COMPARE-COUNT.
           MOVE PC-COMPARE-ID TO WS-CP-ID (CP-IDX).
           MOVE PC-PROD-FILE TO WS-CP-PROD-FILE (CP-IDX).
           MOVE PC-CAND-FILE TO WS-CP-CAND-FILE (CP-IDX).
           MOVE 0 TO WS-CP-FIELD-COUNT (CP-IDX).
           MOVE 0 TO WS-CP-RUN-DATE (CP-IDX).
           MOVE 0 TO WS-CP-RECORD-LENGTH (CP-IDX).
           MOVE 0 TO WS-CP-KEY-OFFSET (CP-IDX).
           MOVE 0 TO WS-CP-KEY-LENGTH (CP-IDX).
           SET WS-CP-USABLE (CP-IDX) TO TRUE.
           MOVE SPACES TO WS-CP-ERROR-TEXT (CP-IDX).
      *    A blank run date means tonight's run.
           IF PC-RUN-DATE = SPACES
               MOVE WS-RUN-CCYYDDD TO WS-CP-RUN-DATE (CP-IDX)
           ELSE
               IF PC-RUN-DATE NUMERIC
                   MOVE PC-RUN-DATE TO WS-CP-RUN-DATE (CP-IDX)
               ELSE
                   MOVE "RUN DATE NOT NUMERIC"
                       TO WS-CP-ERROR-TEXT (CP-IDX)
                   SET WS-CP-IN-ERROR (CP-IDX) TO TRUE
               END-IF
           END-IF.
           IF PC-RECORD-LENGTH NUMERIC
                   AND PC-RECORD-LENGTH > "000"
                   AND PC-RECORD-LENGTH NOT > "256"
               MOVE PC-RECORD-LENGTH TO WS-CP-RECORD-LENGTH (CP-IDX)
           ELSE
               MOVE "RECORD LENGTH NOT 001-256"
                   TO WS-CP-ERROR-TEXT (CP-IDX)
               SET WS-CP-IN-ERROR (CP-IDX) TO TRUE
           END-IF.
      *    No key (blank or zero length) pairs records by position.
           IF PC-KEY-LENGTH = SPACES OR PC-KEY-LENGTH = "00"
               MOVE 0 TO WS-CP-KEY-OFFSET (CP-IDX)
               MOVE 0 TO WS-CP-KEY-LENGTH (CP-IDX)
           ELSE
               IF PC-KEY-OFFSET NUMERIC AND PC-KEY-LENGTH NUMERIC
                       AND PC-KEY-OFFSET > "000"
                   MOVE PC-KEY-OFFSET TO WS-CP-KEY-OFFSET (CP-IDX)
                   MOVE PC-KEY-LENGTH TO WS-CP-KEY-LENGTH (CP-IDX)
                   COMPUTE WS-FIELD-END = WS-CP-KEY-OFFSET (CP-IDX)
                       + WS-CP-KEY-LENGTH (CP-IDX) - 1
                   IF WS-CP-KEY-LENGTH (CP-IDX) > 60
                           OR WS-FIELD-END
                               > WS-CP-RECORD-LENGTH (CP-IDX)
                       MOVE "KEY OUTSIDE RECORD OR OVER 60"
                           TO WS-CP-ERROR-TEXT (CP-IDX)
                       SET WS-CP-IN-ERROR (CP-IDX) TO TRUE
                   END-IF
               ELSE
                   MOVE "KEY OFFSET/LENGTH NOT NUMERIC"
                       TO WS-CP-ERROR-TEXT (CP-IDX)
                   SET WS-CP-IN-ERROR (CP-IDX) TO TRUE
               END-IF
           END-IF.
           IF PC-PROD-FILE = SPACES OR PC-CAND-FILE = SPACES
               MOVE "PRODUCTION OR CANDIDATE FILE NOT NAMED"
                   TO WS-CP-ERROR-TEXT (CP-IDX)
               SET WS-CP-IN-ERROR (CP-IDX) TO TRUE
           END-IF.

       ADD-FIELD-ENTRY.
           IF WS-COMPARE-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           SET CP-IDX TO WS-COMPARE-COUNT.
           IF PF-COMPARE-ID NOT = WS-CP-ID (CP-IDX)
               MOVE "FIELD LINE FOR ANOTHER COMPARE"
                   TO WS-CP-ERROR-TEXT (CP-IDX)
               SET WS-CP-IN-ERROR (CP-IDX) TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF WS-CP-FIELD-COUNT (CP-IDX) = 25
               MOVE "FIELD MAP OVER 25 FIELDS"
                   TO WS-CP-ERROR-TEXT (CP-IDX)
               SET WS-CP-IN-ERROR (CP-IDX) TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF PF-OFFSET NOT NUMERIC OR PF-LENGTH NOT NUMERIC
                   OR PF-OFFSET = "000" OR PF-LENGTH = "000"
                   OR PF-FIELD-NAME = SPACES
               MOVE "FIELD NAME/OFFSET/LENGTH INVALID"
                   TO WS-CP-ERROR-TEXT (CP-IDX)
               SET WS-CP-IN-ERROR (CP-IDX) TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CP-FIELD-COUNT (CP-IDX).
           SET CF-IDX TO WS-CP-FIELD-COUNT (CP-IDX).
           MOVE PF-FIELD-NAME TO WS-CF-NAME (CP-IDX CF-IDX).
           MOVE PF-OFFSET TO WS-CF-OFFSET (CP-IDX CF-IDX).
           MOVE PF-LENGTH TO WS-CF-LENGTH (CP-IDX CF-IDX).
           MOVE PF-EXCLUDE TO WS-CF-EXCLUDE (CP-IDX CF-IDX).
           COMPUTE WS-FIELD-END = WS-CF-OFFSET (CP-IDX CF-IDX)
               + WS-CF-LENGTH (CP-IDX CF-IDX) - 1.
           IF WS-FIELD-END > WS-CP-RECORD-LENGTH (CP-IDX)
               MOVE "FIELD OUTSIDE RECORD LENGTH"
                   TO WS-CP-ERROR-TEXT (CP-IDX)
               SET WS-CP-IN-ERROR (CP-IDX) TO TRUE
           END-IF.

      ***************************************************************
      *  One compare: heading, both sides sorted to work files on
      *  the key, then the two work files matched.
      ***************************************************************
       RUN-ONE-COMPARE.
           MOVE SPACES TO COMPARE-REPORT-REC.
           WRITE COMPARE-REPORT-REC.
           MOVE SPACES TO COMPARE-REPORT-REC.
           STRING "COMPARE " WS-CP-ID (CP-IDX)
                   "  RUN DATE " WS-CP-RUN-DATE (CP-IDX)
                   "  PRODUCTION " WS-CP-PROD-FILE (CP-IDX)
               DELIMITED BY SIZE INTO COMPARE-REPORT-REC.
           WRITE COMPARE-REPORT-REC.
           MOVE SPACES TO COMPARE-REPORT-REC.
           STRING "                               CANDIDATE  "
                   WS-CP-CAND-FILE (CP-IDX)
               DELIMITED BY SIZE INTO COMPARE-REPORT-REC.
           WRITE COMPARE-REPORT-REC.

           IF WS-CP-USABLE (CP-IDX)
               MOVE WS-CP-PROD-FILE (CP-IDX) TO WS-PROD-FILE-NAME
               MOVE WS-CP-CAND-FILE (CP-IDX) TO WS-CAND-FILE-NAME
               PERFORM CHECK-OUTPUT-FILES
           END-IF.
           IF WS-CP-IN-ERROR (CP-IDX)
               MOVE SPACES TO COMPARE-REPORT-REC
               STRING "  NOT RUN - " WS-CP-ERROR-TEXT (CP-IDX)
                   DELIMITED BY SIZE INTO COMPARE-REPORT-REC
               WRITE COMPARE-REPORT-REC
               ADD 1 TO WS-COMPARES-IN-ERROR
               MOVE SPACES TO ER-ERROR-TEXT
               STRING WS-CP-ID (CP-IDX) " "
                       WS-CP-ERROR-TEXT (CP-IDX)
                   DELIMITED BY SIZE INTO ER-ERROR-TEXT
               PERFORM LOG-CONTROL-EXCEPTION
               EXIT PARAGRAPH
           END-IF.

           PERFORM BUILD-COMPARE-FIELD-MAP.
           MOVE SPACES TO COMPARE-REPORT-REC.
           IF WS-CP-KEY-LENGTH (CP-IDX) = 0
               STRING "  MATCHED BY RECORD POSITION  FIELDS "
                       WS-INCLUDED-COUNT
                       "  EXPECTED DIFFERENCES EXCLUDED "
                       WS-EXCLUDED-COUNT
                   DELIMITED BY SIZE INTO COMPARE-REPORT-REC
           ELSE
               STRING "  MATCHED ON KEY COLUMNS "
                       WS-CP-KEY-OFFSET (CP-IDX)
                       " LENGTH " WS-CP-KEY-LENGTH (CP-IDX)
                       "  FIELDS " WS-INCLUDED-COUNT
                       "  EXPECTED DIFFERENCES EXCLUDED "
                       WS-EXCLUDED-COUNT
                   DELIMITED BY SIZE INTO COMPARE-REPORT-REC
           END-IF.
           WRITE COMPARE-REPORT-REC.
           MOVE SPACES TO COMPARE-REPORT-REC.
           STRING "  KIND      KEY                                "
                   "      FIELD           PRODUCTION"
                   "                     CANDIDATE"
               DELIMITED BY SIZE INTO COMPARE-REPORT-REC.
           WRITE COMPARE-REPORT-REC.

           INITIALIZE WS-COMPARE-COUNTS.
           SET WS-SORTING-PRODUCTION TO TRUE.
           SORT COMPARE-SORT-FILE
               ON ASCENDING KEY CS-KEY CS-SEQ
               INPUT PROCEDURE IS RELEASE-OUTPUT-RECORDS
               GIVING PRODUCTION-WORK-FILE.
           SET WS-SORTING-CANDIDATE TO TRUE.
           SORT COMPARE-SORT-FILE
               ON ASCENDING KEY CS-KEY CS-SEQ
               INPUT PROCEDURE IS RELEASE-OUTPUT-RECORDS
               GIVING CANDIDATE-WORK-FILE.

           PERFORM MATCH-WORK-FILES.
           PERFORM WRITE-COMPARE-TOTALS.
           ADD 1 TO WS-COMPARES-RUN.

      *    Both outputs must be there to be compared; an empty one
      *    is a legitimate result and is compared like any other.
       CHECK-OUTPUT-FILES.
           OPEN INPUT PRODUCTION-OUTPUT-FILE.
           IF WS-PROD-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-CP-ERROR-TEXT (CP-IDX)
               STRING "PRODUCTION FILE NOT READABLE STATUS "
                       WS-PROD-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-CP-ERROR-TEXT (CP-IDX)
               SET WS-CP-IN-ERROR (CP-IDX) TO TRUE
           ELSE
               CLOSE PRODUCTION-OUTPUT-FILE
           END-IF.
           OPEN INPUT CANDIDATE-OUTPUT-FILE.
           IF WS-CAND-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-CP-ERROR-TEXT (CP-IDX)
               STRING "CANDIDATE FILE NOT READABLE STATUS "
                       WS-CAND-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-CP-ERROR-TEXT (CP-IDX)
               SET WS-CP-IN-ERROR (CP-IDX) TO TRUE
           ELSE
               CLOSE CANDIDATE-OUTPUT-FILE
           END-IF.

      ***************************************************************
      *  AUDCMP01 is given only the fields that are to be compared;
      *  the expected differences are blanked on both sides before
      *  each compare instead.  A compare with no field lines is
      *  compared as one field covering the whole record.
      ***************************************************************
       BUILD-COMPARE-FIELD-MAP.
           MOVE 0 TO FM-FIELD-COUNT.
           MOVE 0 TO WS-INCLUDED-COUNT.
           MOVE 0 TO WS-EXCLUDED-COUNT.
           PERFORM VARYING CF-IDX FROM 1 BY 1
                   UNTIL CF-IDX > WS-CP-FIELD-COUNT (CP-IDX)
               IF WS-CF-EXPECTED (CP-IDX CF-IDX)
                   ADD 1 TO WS-EXCLUDED-COUNT
               ELSE
                   ADD 1 TO WS-INCLUDED-COUNT
                   ADD 1 TO FM-FIELD-COUNT
                   MOVE WS-CF-NAME (CP-IDX CF-IDX)
                       TO FM-FIELD-NAME (FM-FIELD-COUNT)
                   MOVE WS-CF-OFFSET (CP-IDX CF-IDX)
                       TO FM-OFFSET (FM-FIELD-COUNT)
                   MOVE WS-CF-LENGTH (CP-IDX CF-IDX)
                       TO FM-LENGTH (FM-FIELD-COUNT)
               END-IF
           END-PERFORM.
           IF WS-CP-FIELD-COUNT (CP-IDX) = 0
               MOVE 1 TO FM-FIELD-COUNT
               MOVE 1 TO WS-INCLUDED-COUNT
               MOVE "RECORD" TO FM-FIELD-NAME (1)
               MOVE 1 TO FM-OFFSET (1)
               MOVE WS-CP-RECORD-LENGTH (CP-IDX) TO FM-LENGTH (1)
           END-IF.

      ***************************************************************
      *  Each record goes to the sort under its key and its place
      *  in the file, so records sharing a key stay in file order
      *  and a keyless compare is simply file order.
      ***************************************************************
       RELEASE-OUTPUT-RECORDS.
           MOVE 0 TO WS-READ-SEQ.
           IF WS-SORTING-PRODUCTION
               OPEN INPUT PRODUCTION-OUTPUT-FILE
               PERFORM UNTIL WS-PROD-FILE-STATUS = "10"
                   READ PRODUCTION-OUTPUT-FILE
                       AT END
                           MOVE "10" TO WS-PROD-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-PROD-RECORDS
                           MOVE PRODUCTION-OUTPUT-REC TO CS-DATA
                           PERFORM RELEASE-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE PRODUCTION-OUTPUT-FILE
           ELSE
               OPEN INPUT CANDIDATE-OUTPUT-FILE
               PERFORM UNTIL WS-CAND-FILE-STATUS = "10"
                   READ CANDIDATE-OUTPUT-FILE
                       AT END
                           MOVE "10" TO WS-CAND-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-CAND-RECORDS
                           MOVE CANDIDATE-OUTPUT-REC TO CS-DATA
                           PERFORM RELEASE-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE CANDIDATE-OUTPUT-FILE
           END-IF.

       RELEASE-ONE-RECORD.
           ADD 1 TO WS-READ-SEQ.
           MOVE WS-READ-SEQ TO CS-SEQ.
           MOVE SPACES TO CS-KEY.
           IF WS-CP-KEY-LENGTH (CP-IDX) > 0
               MOVE CS-DATA (WS-CP-KEY-OFFSET (CP-IDX):
                       WS-CP-KEY-LENGTH (CP-IDX))
                   TO CS-KEY
           END-IF.
      *    Only the compared length takes part.
           IF WS-CP-RECORD-LENGTH (CP-IDX) < 256
               MOVE SPACES TO CS-DATA
                   (WS-CP-RECORD-LENGTH (CP-IDX) + 1:)
           END-IF.
           RELEASE COMPARE-SORT-REC.

       MATCH-WORK-FILES.
           MOVE "N" TO WS-PROD-EOF.
           MOVE "N" TO WS-CAND-EOF.
           OPEN INPUT PRODUCTION-WORK-FILE.
           OPEN INPUT CANDIDATE-WORK-FILE.
           PERFORM READ-PRODUCTION-WORK.
           PERFORM READ-CANDIDATE-WORK.
           PERFORM UNTIL WS-PROD-AT-END AND WS-CAND-AT-END
               EVALUATE TRUE
                   WHEN WS-CAND-AT-END
                       PERFORM REPORT-MISSING-ON-CANDIDATE
                       PERFORM READ-PRODUCTION-WORK
                   WHEN WS-PROD-AT-END
                       PERFORM REPORT-MISSING-ON-PRODUCTION
                       PERFORM READ-CANDIDATE-WORK
                   WHEN PW-KEY < CW-KEY
                       PERFORM REPORT-MISSING-ON-CANDIDATE
                       PERFORM READ-PRODUCTION-WORK
                   WHEN PW-KEY > CW-KEY
                       PERFORM REPORT-MISSING-ON-PRODUCTION
                       PERFORM READ-CANDIDATE-WORK
                   WHEN OTHER
                       PERFORM COMPARE-RECORD-PAIR
                       PERFORM READ-PRODUCTION-WORK
                       PERFORM READ-CANDIDATE-WORK
               END-EVALUATE
           END-PERFORM.
           CLOSE PRODUCTION-WORK-FILE.
           CLOSE CANDIDATE-WORK-FILE.

       READ-PRODUCTION-WORK.
           READ PRODUCTION-WORK-FILE
               AT END
                   SET WS-PROD-AT-END TO TRUE
           END-READ.

       READ-CANDIDATE-WORK.
           READ CANDIDATE-WORK-FILE
               AT END
                   SET WS-CAND-AT-END TO TRUE
           END-READ.

      ***************************************************************
      *  The pair is compared with the expected differences blanked
      *  out.  A whole-record difference that no mapped field
      *  accounts for lies in unmapped columns and is reported from
      *  the first column that differs.
      ***************************************************************
       COMPARE-RECORD-PAIR.
           ADD 1 TO WS-TOTAL-PAIRS.
           MOVE PW-DATA TO AC-RECORD-1.
           MOVE CW-DATA TO AC-RECORD-2.
           PERFORM VARYING CF-IDX FROM 1 BY 1
                   UNTIL CF-IDX > WS-CP-FIELD-COUNT (CP-IDX)
               IF WS-CF-EXPECTED (CP-IDX CF-IDX)
                   MOVE SPACES TO AC-RECORD-1
                       (WS-CF-OFFSET (CP-IDX CF-IDX):
                        WS-CF-LENGTH (CP-IDX CF-IDX))
                   MOVE SPACES TO AC-RECORD-2
                       (WS-CF-OFFSET (CP-IDX CF-IDX):
                        WS-CF-LENGTH (CP-IDX CF-IDX))
               END-IF
           END-PERFORM.
           IF AC-RECORD-1 = AC-RECORD-2
               ADD 1 TO WS-IDENTICAL-RECORDS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DIFFERING-RECORDS.
           PERFORM SET-REPORT-KEY-PRODUCTION.
           MOVE WS-CP-RECORD-LENGTH (CP-IDX) TO AC-RECORD-LENGTH.
           CALL "AUDCMP01" USING WS-AUDIT-COMPARE-REQUEST
               WS-FIELD-MAP-TABLE.
           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-FIELD-IDX > AC-MISMATCH-COUNT
               PERFORM REPORT-FIELD-DIFFERENCE
           END-PERFORM.
           IF AC-RECORDS-MATCH
               PERFORM REPORT-UNMAPPED-DIFFERENCE
           END-IF.

       REPORT-FIELD-DIFFERENCE.
           ADD 1 TO WS-FIELD-DIFFERENCES.
           SET FM-IDX TO 1.
           SEARCH WS-FIELD-MAP
               AT END
                   SET FM-IDX TO 1
               WHEN FM-FIELD-NAME (FM-IDX)
                       = AC-MISMATCH-FIELD-NAME (WS-FIELD-IDX)
                   CONTINUE
           END-SEARCH.
           MOVE FM-LENGTH (FM-IDX) TO WS-SHOW-LENGTH.
           IF WS-SHOW-LENGTH > 30
               MOVE 30 TO WS-SHOW-LENGTH
           END-IF.
           MOVE SPACES TO WS-PROD-VALUE.
           MOVE SPACES TO WS-CAND-VALUE.
           MOVE AC-RECORD-1 (FM-OFFSET (FM-IDX):WS-SHOW-LENGTH)
               TO WS-PROD-VALUE.
           MOVE AC-RECORD-2 (FM-OFFSET (FM-IDX):WS-SHOW-LENGTH)
               TO WS-CAND-VALUE.
           MOVE AC-MISMATCH-FIELD-NAME (WS-FIELD-IDX)
               TO WS-REPORT-FIELD.
           PERFORM WRITE-DIFFERENCE-LINE.

       REPORT-UNMAPPED-DIFFERENCE.
           ADD 1 TO WS-FIELD-DIFFERENCES.
           MOVE 0 TO WS-FIRST-DIFF.
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                   UNTIL WS-SCAN-POS > WS-CP-RECORD-LENGTH (CP-IDX)
                       OR WS-FIRST-DIFF > 0
               IF AC-RECORD-1 (WS-SCAN-POS:1)
                       NOT = AC-RECORD-2 (WS-SCAN-POS:1)
                   MOVE WS-SCAN-POS TO WS-FIRST-DIFF
               END-IF
           END-PERFORM.
           COMPUTE WS-SHOW-LENGTH = WS-CP-RECORD-LENGTH (CP-IDX)
               - WS-FIRST-DIFF + 1.
           IF WS-SHOW-LENGTH > 30
               MOVE 30 TO WS-SHOW-LENGTH
           END-IF.
           MOVE SPACES TO WS-PROD-VALUE.
           MOVE SPACES TO WS-CAND-VALUE.
           MOVE AC-RECORD-1 (WS-FIRST-DIFF:WS-SHOW-LENGTH)
               TO WS-PROD-VALUE.
           MOVE AC-RECORD-2 (WS-FIRST-DIFF:WS-SHOW-LENGTH)
               TO WS-CAND-VALUE.
           MOVE SPACES TO WS-REPORT-FIELD.
           STRING "UNMAPPED@" WS-FIRST-DIFF
               DELIMITED BY SIZE INTO WS-REPORT-FIELD.
           PERFORM WRITE-DIFFERENCE-LINE.

       WRITE-DIFFERENCE-LINE.
           MOVE SPACES TO COMPARE-REPORT-REC.
           STRING "  DIFFERS   " WS-REPORT-KEY " "
                   WS-REPORT-FIELD " "
                   WS-PROD-VALUE " " WS-CAND-VALUE
               DELIMITED BY SIZE INTO COMPARE-REPORT-REC.
           WRITE COMPARE-REPORT-REC.

       REPORT-MISSING-ON-CANDIDATE.
           ADD 1 TO WS-MISSING-ON-CAND.
           PERFORM SET-REPORT-KEY-PRODUCTION.
           MOVE SPACES TO COMPARE-REPORT-REC.
           STRING "  NOT CAND  " WS-REPORT-KEY " "
                   PW-DATA (1:78)
               DELIMITED BY SIZE INTO COMPARE-REPORT-REC.
           WRITE COMPARE-REPORT-REC.

       REPORT-MISSING-ON-PRODUCTION.
           ADD 1 TO WS-MISSING-ON-PROD.
           MOVE SPACES TO WS-REPORT-KEY.
           IF WS-CP-KEY-LENGTH (CP-IDX) = 0
               STRING "RECORD " CW-SEQ
                   DELIMITED BY SIZE INTO WS-REPORT-KEY
           ELSE
               MOVE CW-KEY TO WS-REPORT-KEY
           END-IF.
           MOVE SPACES TO COMPARE-REPORT-REC.
           STRING "  NOT PROD  " WS-REPORT-KEY " "
                   CW-DATA (1:78)
               DELIMITED BY SIZE INTO COMPARE-REPORT-REC.
           WRITE COMPARE-REPORT-REC.

       SET-REPORT-KEY-PRODUCTION.
           MOVE SPACES TO WS-REPORT-KEY.
           IF WS-CP-KEY-LENGTH (CP-IDX) = 0
               STRING "RECORD " PW-SEQ
                   DELIMITED BY SIZE INTO WS-REPORT-KEY
           ELSE
               MOVE PW-KEY TO WS-REPORT-KEY
           END-IF.

       WRITE-COMPARE-TOTALS.
           MOVE SPACES TO COMPARE-REPORT-REC.
           STRING "  PRODUCTION " WS-PROD-RECORDS
                   "  CANDIDATE " WS-CAND-RECORDS
                   "  IDENTICAL " WS-IDENTICAL-RECORDS
                   "  DIFFERING " WS-DIFFERING-RECORDS
                   "  FIELD DIFFERENCES " WS-FIELD-DIFFERENCES
               DELIMITED BY SIZE INTO COMPARE-REPORT-REC.
           WRITE COMPARE-REPORT-REC.
           MOVE SPACES TO COMPARE-REPORT-REC.
           STRING "  NOT ON CANDIDATE " WS-MISSING-ON-CAND
                   "  NOT ON PRODUCTION " WS-MISSING-ON-PROD
               DELIMITED BY SIZE INTO COMPARE-REPORT-REC.
           WRITE COMPARE-REPORT-REC.
           IF WS-DIFFERING-RECORDS > 0 OR WS-MISSING-ON-CAND > 0
                   OR WS-MISSING-ON-PROD > 0
               ADD 1 TO WS-COMPARES-DIFFERING
               MOVE "  RESULT - OUTPUTS DIFFER" TO COMPARE-REPORT-REC
               WRITE COMPARE-REPORT-REC
               MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
               MOVE "PARRUN01" TO ER-JOB-STEP
               MOVE "PRDF" TO ER-ERROR-CODE
               MOVE SPACES TO ER-ERROR-TEXT
               STRING WS-CP-ID (CP-IDX) " DIFF "
                       WS-DIFFERING-RECORDS " MISS "
                       WS-MISSING-ON-CAND "/" WS-MISSING-ON-PROD
                   DELIMITED BY SIZE INTO ER-ERROR-TEXT
               CALL "EXCPLOG01" USING WS-ERROR-RECORD
           ELSE
               MOVE "  RESULT - OUTPUTS MATCH" TO COMPARE-REPORT-REC
               WRITE COMPARE-REPORT-REC
           END-IF.

       LOG-CONTROL-EXCEPTION.
           MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE.
           MOVE "PARRUN01" TO ER-JOB-STEP.
           MOVE "PRCF" TO ER-ERROR-CODE.
           CALL "EXCPLOG01" USING WS-ERROR-RECORD.
       END PROGRAM PARRUN01.
