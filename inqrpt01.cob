      ***************************************************************
      *  INQRPT01 - inquiry access reporting over the CUSINQ01
      *  access log.  The monthly side counts each requester's
      *  inquiries, name searches, and CUSPRF01 profile requests,
      *  found and not found, so the desk's access pattern is a
      *  report instead of a mystery;
      *  the by-customer side takes customer numbers from the
      *  extract request file and pulls every access line touching
      *  each one - the "exactly who viewed whom" answer compliance
               10 WS-REQ-ID              PIC X(8).
               10 WS-REQ-INQUIRIES       PIC 9(5).
               10 WS-REQ-SEARCHES        PIC 9(5).
               10 WS-REQ-PROFILES        PIC 9(5).
               10 WS-REQ-NOT-FOUND       PIC 9(5).
       01 WS-REQ-SLOT                    PIC 9(3).
       01 WS-LINES-READ                  PIC 9(7) VALUE 0.
               MOVE AL-REQUESTER TO WS-REQ-ID (RQ-IDX)
               MOVE 0 TO WS-REQ-INQUIRIES (RQ-IDX)
               MOVE 0 TO WS-REQ-SEARCHES (RQ-IDX)
               MOVE 0 TO WS-REQ-PROFILES (RQ-IDX)
               MOVE 0 TO WS-REQ-NOT-FOUND (RQ-IDX)
           END-IF.
           IF WS-REQ-SLOT > 0
               SET RQ-IDX TO WS-REQ-SLOT
               EVALUATE AL-KIND
                   WHEN "S"
                       ADD 1 TO WS-REQ-SEARCHES (RQ-IDX)
                   WHEN "P"
                       ADD 1 TO WS-REQ-PROFILES (RQ-IDX)
                   WHEN OTHER
                       ADD 1 TO WS-REQ-INQUIRIES (RQ-IDX)
               END-EVALUATE
               IF AL-FOUND = "N"
                   ADD 1 TO WS-REQ-NOT-FOUND (RQ-IDX)
               END-IF
               STRING "  " WS-REQ-ID (RQ-IDX)
                       " INQUIRIES=" WS-REQ-INQUIRIES (RQ-IDX)
                       " SEARCHES=" WS-REQ-SEARCHES (RQ-IDX)
                       " PROFILES=" WS-REQ-PROFILES (RQ-IDX)
                       " NOT FOUND=" WS-REQ-NOT-FOUND (RQ-IDX)
                   DELIMITED BY SIZE INTO ACCESS-REPORT-REC
               WRITE ACCESS-REPORT-REC
                                       " " AL-TIME
                                       " BY " AL-REQUESTER
                                       " FOUND=" AL-FOUND
                                       " KIND=" AL-KIND
                                   DELIMITED BY SIZE
                                   INTO BY-CUSTOMER-REC
                               WRITE BY-CUSTOMER-REC
