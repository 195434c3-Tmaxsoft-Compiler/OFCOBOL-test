       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORTPL01.
      ***************************************************************
      *  CORTPL01 - correspondence template service.  The wording
      *  of statements, notices and letters is kept on the template
      *  file, one line of text per document, line number and
      *  language, loaded once on the first call the way STATRN01
      *  loads its rules.  The caller asks for a line in the
      *  customer's language; the line is looked up in that
      *  language, then in English, and the &1 - &5 markers in the
      *  text are filled with the caller's values, so a translated
      *  line may put the values in whatever order its language
      *  reads naturally.  The text is carried byte for byte, so a
      *  Korean line keeps its double-byte characters intact.  A
      *  line found in neither language is logged to the common
      *  exception file the first time it is asked for and comes
      *  back blank.
      *
      *  Template file layout:
      *    col 1-8    document (the correspondence type, e.g. STMT)
      *    col 9-11   line number
      *    col 12-13  language (EN, KO, ...)
      *    col 14-103 text, with &1 - &5 where the values go
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEMPLATE-FILE
               ASSIGN TO "data/correspondence_templates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMPLATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TEMPLATE-FILE.
       01  TEMPLATE-REC.
           02 TF-DOCUMENT                PIC X(8).
           02 TF-LINE-NO                 PIC 9(3).
           02 TF-LANGUAGE                PIC X(2).
           02 TF-TEXT                    PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-TEMPLATE-FILE-STATUS        PIC XX.
       01 WS-TEMPLATES-LOADED-SWITCH     PIC X VALUE "N".
           88 WS-TEMPLATES-LOADED        VALUE "Y".
       01 WS-TEMPLATE-TABLE.
           05 WS-TEMPLATE-COUNT          PIC 9(4) VALUE 0.
           05 WS-TEMPLATE-ENTRY OCCURS 1000 TIMES INDEXED BY TL-IDX.
               10 WS-TPL-KEY.
                   15 WS-TPL-DOCUMENT    PIC X(8).
                   15 WS-TPL-LINE-NO     PIC 9(3).
                   15 WS-TPL-LANGUAGE    PIC X(2).
               10 WS-TPL-TEXT            PIC X(90).
       01 WS-MISSING-TABLE.
           05 WS-MISSING-COUNT           PIC 9(3) VALUE 0.
           05 WS-MISSING-KEY OCCURS 100 TIMES INDEXED BY MS-IDX
                                         PIC X(11).
       01 WS-SEARCH-KEY.
           05 WS-SEARCH-DOCUMENT         PIC X(8).
           05 WS-SEARCH-LINE-NO          PIC 9(3).
           05 WS-SEARCH-LANGUAGE         PIC X(2).
       01 WS-FOUND-SWITCH                PIC X(1).
           88 WS-TEMPLATE-FOUND          VALUE "Y".
       01 WS-LOGGED-SWITCH               PIC X(1).
           88 WS-ALREADY-LOGGED          VALUE "Y".
       01 WS-TEXT                        PIC X(90).
       01 WS-TEXT-LENGTH                 PIC 9(3).
       01 WS-TEXT-POS                    PIC 9(3).
       01 WS-OUT-POS                     PIC 9(3).
       01 WS-VALUE-NO                    PIC 9(1).
       01 WS-VALUE-LENGTH                PIC 9(2).
       01 WS-LINE-DISPLAY                PIC 9(3).
       COPY WSRUNCTL.
       COPY WSEXCLOG.

       LINKAGE SECTION.
       COPY WSCORTPL.

       PROCEDURE DIVISION USING WS-CORR-TEMPLATE-REQUEST.
       CORTPL01-MAIN.
           IF NOT WS-TEMPLATES-LOADED
               PERFORM LOAD-TEMPLATES
           END-IF.

           MOVE SPACES TO TP-TEXT-LINE.
           MOVE TP-DOCUMENT TO WS-SEARCH-DOCUMENT.
           MOVE TP-LINE-NO TO WS-SEARCH-LINE-NO.
           IF TP-LANGUAGE = SPACES
               MOVE "EN" TO WS-SEARCH-LANGUAGE
           ELSE
               MOVE TP-LANGUAGE TO WS-SEARCH-LANGUAGE
           END-IF.
           PERFORM FIND-TEMPLATE.
           IF WS-TEMPLATE-FOUND
               SET TP-FOUND-IN-LANGUAGE TO TRUE
           ELSE
               IF WS-SEARCH-LANGUAGE NOT = "EN"
                   MOVE "EN" TO WS-SEARCH-LANGUAGE
                   PERFORM FIND-TEMPLATE
               END-IF
               IF WS-TEMPLATE-FOUND
                   SET TP-FOUND-IN-ENGLISH TO TRUE
               END-IF
           END-IF.

           IF WS-TEMPLATE-FOUND
               PERFORM FILL-TEMPLATE-VALUES
           ELSE
               SET TP-TEMPLATE-MISSING TO TRUE
               PERFORM REPORT-MISSING-TEMPLATE
           END-IF.
           GOBACK.

       LOAD-TEMPLATES.
           CALL "RUNDATE01" USING WS-RUN-CONTROL.
           MOVE 0 TO WS-TEMPLATE-COUNT.
           OPEN INPUT TEMPLATE-FILE.
           IF WS-TEMPLATE-FILE-STATUS = "00"
               PERFORM UNTIL WS-TEMPLATE-COUNT = 1000
                       OR WS-TEMPLATE-FILE-STATUS = "10"
                   READ TEMPLATE-FILE
                       AT END
                           MOVE "10" TO WS-TEMPLATE-FILE-STATUS
                       NOT AT END
                           IF TF-LINE-NO IS NUMERIC
                               ADD 1 TO WS-TEMPLATE-COUNT
                               SET TL-IDX TO WS-TEMPLATE-COUNT
                               MOVE TF-DOCUMENT
                                   TO WS-TPL-DOCUMENT (TL-IDX)
                               MOVE TF-LINE-NO
                                   TO WS-TPL-LINE-NO (TL-IDX)
                               MOVE TF-LANGUAGE
                                   TO WS-TPL-LANGUAGE (TL-IDX)
                               MOVE TF-TEXT TO WS-TPL-TEXT (TL-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEMPLATE-FILE
           END-IF.
           MOVE "Y" TO WS-TEMPLATES-LOADED-SWITCH.

       FIND-TEMPLATE.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM VARYING TL-IDX FROM 1 BY 1
                   UNTIL TL-IDX > WS-TEMPLATE-COUNT
                       OR WS-TEMPLATE-FOUND
               IF WS-TPL-KEY (TL-IDX) = WS-SEARCH-KEY
                   MOVE "Y" TO WS-FOUND-SWITCH
                   MOVE WS-TPL-TEXT (TL-IDX) TO WS-TEXT
               END-IF
           END-PERFORM.

      ***************************************************************
      *  The text is copied across a byte at a time; an ampersand
      *  followed by 1 - 5 is replaced by that value up to its last
      *  non-blank.  Anything that would run past the print line is
      *  dropped rather than wrapped.
      ***************************************************************
       FILL-TEMPLATE-VALUES.
           MOVE 90 TO WS-TEXT-LENGTH.
           PERFORM UNTIL WS-TEXT-LENGTH = 0
                   OR WS-TEXT (WS-TEXT-LENGTH:1) NOT = SPACE
               SUBTRACT 1 FROM WS-TEXT-LENGTH
           END-PERFORM.
           MOVE 1 TO WS-OUT-POS.
           MOVE 1 TO WS-TEXT-POS.
           PERFORM UNTIL WS-TEXT-POS > WS-TEXT-LENGTH
                   OR WS-OUT-POS > 90
               IF WS-TEXT (WS-TEXT-POS:1) = "&"
                       AND WS-TEXT-POS < WS-TEXT-LENGTH
                       AND WS-TEXT (WS-TEXT-POS + 1:1) >= "1"
                       AND WS-TEXT (WS-TEXT-POS + 1:1) <= "5"
                   MOVE WS-TEXT (WS-TEXT-POS + 1:1) TO WS-VALUE-NO
                   PERFORM COPY-ONE-VALUE
                   ADD 2 TO WS-TEXT-POS
               ELSE
                   MOVE WS-TEXT (WS-TEXT-POS:1)
                       TO TP-TEXT-LINE (WS-OUT-POS:1)
                   ADD 1 TO WS-OUT-POS
                   ADD 1 TO WS-TEXT-POS
               END-IF
           END-PERFORM.

       COPY-ONE-VALUE.
           MOVE 30 TO WS-VALUE-LENGTH.
           PERFORM UNTIL WS-VALUE-LENGTH = 0
                   OR TP-VALUE (WS-VALUE-NO) (WS-VALUE-LENGTH:1)
                       NOT = SPACE
               SUBTRACT 1 FROM WS-VALUE-LENGTH
           END-PERFORM.
           IF WS-OUT-POS + WS-VALUE-LENGTH > 91
               COMPUTE WS-VALUE-LENGTH = 91 - WS-OUT-POS
           END-IF.
           IF WS-VALUE-LENGTH > 0
               MOVE TP-VALUE (WS-VALUE-NO) (1:WS-VALUE-LENGTH)
                   TO TP-TEXT-LINE (WS-OUT-POS:WS-VALUE-LENGTH)
               ADD WS-VALUE-LENGTH TO WS-OUT-POS
           END-IF.

      ***************************************************************
      *  A missing line would otherwise go out blank on every page
      *  that asks for it; once per run is enough for support.
      ***************************************************************
       REPORT-MISSING-TEMPLATE.
           MOVE "N" TO WS-LOGGED-SWITCH.
           PERFORM VARYING MS-IDX FROM 1 BY 1
                   UNTIL MS-IDX > WS-MISSING-COUNT
                       OR WS-ALREADY-LOGGED
               IF WS-MISSING-KEY (MS-IDX) = WS-SEARCH-KEY (1:11)
                   MOVE "Y" TO WS-LOGGED-SWITCH
               END-IF
           END-PERFORM.
           IF NOT WS-ALREADY-LOGGED
               IF WS-MISSING-COUNT < 100
                   ADD 1 TO WS-MISSING-COUNT
                   MOVE WS-SEARCH-KEY (1:11)
                       TO WS-MISSING-KEY (WS-MISSING-COUNT)
               END-IF
               MOVE TP-LINE-NO TO WS-LINE-DISPLAY
               MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
               MOVE TP-SOURCE-PROGRAM TO ER-JOB-STEP
               MOVE "TMPL" TO ER-ERROR-CODE
               MOVE SPACES TO ER-ERROR-TEXT
               STRING "NO TEMPLATE " TP-DOCUMENT " LINE "
                       WS-LINE-DISPLAY
                   DELIMITED BY SIZE INTO ER-ERROR-TEXT
               CALL "EXCPLOG01" USING WS-ERROR-RECORD
           END-IF.
       END PROGRAM CORTPL01.
