       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRPT01.
      ***************************************************************
      *  EXTRPT01 - analyst-defined extract and report writer.  A
      *  list the business asks for is a set of request cards on
      *  data/analyst_extract_requests.dat, not a new program.  A
      *  FILE card opens each request and names the file it reads;
      *  the cards after it, up to the next FILE card, say what to
      *  take from it:
      *    FILE  cols 6-13 request id, 15-22 file - CUSTOMER,
      *          ACCOUNT, HOLDINGS or JOURNAL - col 24 form (R a
      *          formatted report, D a delimited file for a
      *          spreadsheet), col 26 the delimiter for form D
      *          (comma when blank), 28-35 the analyst the list
      *          is for, 37-76 a title
      *    FLD   cols 6-20 a field to list, in listing order
      *    SEL   cols 6-20 field, 22-23 EQ NE LT LE GT GE, 25-64
      *          the value; every SEL card must hold
      *    BRK   cols 6-20 a control-break field, outermost first,
      *          col 22 D to run it descending
      *    SORT  cols 6-20 a sort field under the breaks, col 22 D
      *          to run it descending
      *    TOT   cols 6-20 a numeric field totalled at every break
      *          and for the whole list
      *  A card starting * is a comment.  Fields are named as the
      *  WSFLDMAP field maps name them - the customer master map
      *  is the one ADRCHG01, CUSCHG01 and CUSMRG01 audit-compare
      *  by, and the account master, holdings and posting journal
      *  maps below follow the same naming.  Breaks and sort keys
      *  together take at most five fields; records in the same
      *  sort place keep their order on the file.
      *
      *  Every report request and the outcome of every delimited
      *  one goes to data/analyst_extract_report.dat; a delimited
      *  request writes data/extract_<request id>.csv with a
      *  heading row of field names and no totals.  A request with
      *  a card in error - a field not on its file, a bad operator,
      *  a value that is not a number for a numeric field, a total
      *  on a text field, a report wider than the page - is
      *  rejected whole with the reason, and the run carries on to
      *  the next one.
      *
      *  A list that shows a customer's name, address, zip or
      *  taxpayer number writes one line per customer listed to
      *  the inquiry access log in the CUSINQ01 layout with kind X,
      *  for the analyst on the FILE card - or, when the card names
      *  nobody, the operator named on the command line.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-CARD-FILE
               ASSIGN TO "data/analyst_extract_requests.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT EXTRACT-REPORT-FILE
               ASSIGN TO "data/analyst_extract_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT DELIMITED-FILE
               ASSIGN TO WS-DELIMITED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELIMITED-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "data/cust_master_new.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT ACCOUNT-MASTER-FILE
               ASSIGN TO "data/account_master.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT HOLDINGS-FILE
               ASSIGN TO "data/product_holdings.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT POSTING-JOURNAL-FILE
               ASSIGN TO "data/posting_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT ACCESS-LOG-FILE
               ASSIGN TO "data/inquiry_access_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCESS-FILE-STATUS.
           SELECT EXTRACT-SORT
               ASSIGN TO "data/analyst_extract_sortwk.dat".

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-CARD-FILE.
       01  REQUEST-CARD.
           02 RC-CARD-TYPE               PIC X(4).
           02 FILLER                     PIC X(1).
           02 RC-BODY                    PIC X(75).
           02 RC-FILE-BODY REDEFINES RC-BODY.
               03 RC-REQUEST-ID          PIC X(8).
               03 FILLER                 PIC X(1).
               03 RC-FILE-NAME           PIC X(8).
               03 FILLER                 PIC X(1).
               03 RC-FORM                PIC X(1).
               03 FILLER                 PIC X(1).
               03 RC-DELIMITER           PIC X(1).
               03 FILLER                 PIC X(1).
               03 RC-ANALYST             PIC X(8).
               03 FILLER                 PIC X(1).
               03 RC-TITLE               PIC X(40).
               03 FILLER                 PIC X(4).
           02 RC-FIELD-BODY REDEFINES RC-BODY.
               03 RC-FIELD-NAME          PIC X(15).
               03 FILLER                 PIC X(1).
               03 RC-OPERATOR            PIC X(2).
                   88 RC-OPERATOR-VALID  VALUE "EQ" "NE" "LT" "LE"
                                               "GT" "GE".
               03 FILLER                 PIC X(1).
               03 RC-VALUE               PIC X(40).
               03 FILLER                 PIC X(16).
           02 RC-ORDER-BODY REDEFINES RC-BODY.
               03 FILLER                 PIC X(16).
               03 RC-ORDER               PIC X(1).
               03 FILLER                 PIC X(58).

       FD  EXTRACT-REPORT-FILE.
       01  EXTRACT-REPORT-REC            PIC X(132).

       FD  DELIMITED-FILE.
       01  DELIMITED-REC                 PIC X(1100).

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-REC           PIC X(229).

       FD  ACCOUNT-MASTER-FILE.
       01  ACCOUNT-MASTER-REC            PIC X(103).

       FD  HOLDINGS-FILE.
       01  HOLDINGS-REC                  PIC X(13).

       FD  POSTING-JOURNAL-FILE.
       01  POSTING-JOURNAL-REC           PIC X(90).

       FD  ACCESS-LOG-FILE.
       01  ACCESS-LOG-REC                PIC X(40).

       SD  EXTRACT-SORT.
       01  EXTRACT-SORT-REC.
           05 SR-KEY-1                   PIC X(40).
           05 SR-KEY-2                   PIC X(40).
           05 SR-KEY-3                   PIC X(40).
           05 SR-KEY-4                   PIC X(40).
           05 SR-KEY-5                   PIC X(40).
           05 SR-FILE-SEQ                PIC 9(9).
           05 SR-RECORD                  PIC X(229).

       WORKING-STORAGE SECTION.
       01 WS-CARD-FILE-STATUS            PIC XX.
       01 WS-REPORT-FILE-STATUS          PIC XX.
       01 WS-DELIMITED-FILE-STATUS       PIC XX.
       01 WS-SOURCE-FILE-STATUS          PIC XX.
       01 WS-ACCESS-FILE-STATUS          PIC XX.
       01 WS-SORT-RETURN                 PIC XX.
       01 WS-DELIMITED-FILE-NAME         PIC X(40).
       01 WS-PARM-REQUESTER              PIC X(8).
       01 WS-REQUESTER-ID                PIC X(8).
       01 WS-ACCESS-TIME                 PIC 9(8).
       01 WS-REQUESTS-READ               PIC 9(5) VALUE 0.
       01 WS-REQUESTS-RUN                PIC 9(5) VALUE 0.
       01 WS-REQUESTS-REJECTED           PIC 9(5) VALUE 0.
       01 WS-REQUEST-PENDING             PIC X(1) VALUE "N".
       01 WS-SOURCE-EOF                  PIC X(1).
       01 WS-SOURCE-READ                 PIC 9(9).
       01 WS-RECORDS-LISTED              PIC 9(9).
       01 WS-ACCESS-LOGGED               PIC 9(9).
      *
      *  The request being gathered from its cards.  Each field a
      *  card names is held as its slot in the field map.
      *
       01 WS-REQUEST.
           05 RQ-ID                      PIC X(8).
           05 RQ-FILE                    PIC X(8).
               88 RQ-CUSTOMER-FILE       VALUE "CUSTOMER".
               88 RQ-ACCOUNT-FILE        VALUE "ACCOUNT".
               88 RQ-HOLDINGS-FILE       VALUE "HOLDINGS".
               88 RQ-JOURNAL-FILE        VALUE "JOURNAL".
           05 RQ-FORM                    PIC X(1).
               88 RQ-REPORT-FORM         VALUE "R".
               88 RQ-DELIMITED-FORM      VALUE "D".
           05 RQ-DELIMITER               PIC X(1).
           05 RQ-ANALYST                 PIC X(8).
           05 RQ-TITLE                   PIC X(40).
           05 RQ-ERROR                   PIC X(60).
           05 RQ-PRIVATE-LISTED          PIC X(1).
           05 RQ-FIELD-COUNT             PIC 9(2).
           05 RQ-FIELD OCCURS 20 TIMES.
               10 RQ-FLD-SLOT            PIC 9(2).
               10 RQ-FLD-WIDTH           PIC 9(3).
               10 RQ-FLD-COLUMN          PIC 9(3).
           05 RQ-SEL-COUNT               PIC 9(2).
           05 RQ-SEL OCCURS 10 TIMES.
               10 RQ-SEL-SLOT            PIC 9(2).
               10 RQ-SEL-OPERATOR        PIC X(2).
               10 RQ-SEL-VALUE           PIC X(40).
               10 RQ-SEL-NUMBER          PIC S9(12)V9(6).
           05 RQ-BREAK-COUNT             PIC 9(1).
           05 RQ-BREAK OCCURS 5 TIMES.
               10 RQ-BRK-SLOT            PIC 9(2).
               10 RQ-BRK-ORDER           PIC X(1).
           05 RQ-SORT-COUNT              PIC 9(1).
           05 RQ-SORT OCCURS 5 TIMES.
               10 RQ-SRT-SLOT            PIC 9(2).
               10 RQ-SRT-ORDER           PIC X(1).
           05 RQ-TOTAL-COUNT             PIC 9(2).
           05 RQ-TOTAL OCCURS 10 TIMES.
               10 RQ-TOT-SLOT            PIC 9(2).
      *
      *  Sort keys are the breaks then the sort fields, in order.
      *
       01 WS-KEY-COUNT                   PIC 9(1).
       01 WS-KEY-TABLE.
           05 WS-KEY OCCURS 5 TIMES.
               10 WS-KEY-SLOT            PIC 9(2).
               10 WS-KEY-ORDER           PIC X(1).
      *
      *  Field maps.  The map for the file a request names is laid
      *  into WS-FIELD-MAP-TABLE; alongside each slot goes how the
      *  field is held - X text, N unsigned zoned, P packed signed
      *  (the S9(9)V99 COMP-3 balances), E an edited signed amount
      *  as the posting journal prints it - its decimal places, and
      *  whether it is a name, address or taxpayer field whose
      *  listing is logged.
      *
       COPY WSFLDMAP.
       01 WS-FIELD-FORMAT-TABLE.
           05 WS-FIELD-FORMAT OCCURS 25 TIMES.
               10 FF-TYPE                PIC X(1).
                   88 FF-TEXT            VALUE "X".
                   88 FF-ZONED           VALUE "N".
                   88 FF-PACKED          VALUE "P".
                   88 FF-EDITED          VALUE "E".
               10 FF-DECIMALS            PIC 9(1).
               10 FF-PRIVATE             PIC X(1).
       01 WS-SOURCE-LENGTH               PIC 9(4).
       01 WS-MAP-SOURCE.
           05 MS-NAME                    PIC X(15).
           05 MS-OFFSET                  PIC 9(4).
           05 MS-LENGTH                  PIC 9(4).
           05 MS-TYPE                    PIC X(1).
           05 MS-DECIMALS                PIC 9(1).
           05 MS-PRIVATE                 PIC X(1).
       01 WS-CUSTOMER-MAP-VALUES.
           05 FILLER PIC X(26) VALUE "CN-CUST-NO     00010009N0N".
           05 FILLER PIC X(26) VALUE "CN-CUST-NAME   00100020X0Y".
           05 FILLER PIC X(26) VALUE "CN-ADDRESS     00300040X0Y".
           05 FILLER PIC X(26) VALUE "CN-ZIP         00700009N0Y".
           05 FILLER PIC X(26) VALUE "CN-BALANCE     00790006P2N".
           05 FILLER PIC X(26) VALUE "CN-MAIL-HOLD   00850001X0N".
           05 FILLER PIC X(26) VALUE "CN-MHOLD-DATE  00860007N0N".
           05 FILLER PIC X(26) VALUE "CN-CUST-STATUS 00930010X0N".
           05 FILLER PIC X(26) VALUE "CN-LAST-ACT    01030007N0N".
           05 FILLER PIC X(26) VALUE "CN-OD-LIMIT    01100009N2N".
           05 FILLER PIC X(26) VALUE "CN-TAX-STATUS  01190001X0N".
           05 FILLER PIC X(26) VALUE "CN-WHOLD-RATE  01200005N4N".
           05 FILLER PIC X(26) VALUE "CN-CYCLE-CODE  01250002N0N".
           05 FILLER PIC X(26) VALUE "CN-REGION      01270002X0N".
           05 FILLER PIC X(26) VALUE "CN-RISK-RATING 01290001X0N".
           05 FILLER PIC X(26) VALUE "CN-LAST-REVIEW 01300007N0N".
           05 FILLER PIC X(26) VALUE "CN-REVIEW-DUE  01370007N0N".
           05 FILLER PIC X(26) VALUE "CN-ID-EXPIRY   01440007N0N".
           05 FILLER PIC X(26) VALUE "CN-LANGUAGE    01510002X0N".
           05 FILLER PIC X(26) VALUE "CN-PHONE-NO    01530015X0N".
           05 FILLER PIC X(26) VALUE "CN-EMAIL       01680050X0N".
           05 FILLER PIC X(26) VALUE "CN-TAXPAYER-ID 02180009X0Y".
           05 FILLER PIC X(26) VALUE "CN-DO-NOT-MAIL 02270001X0N".
           05 FILLER PIC X(26) VALUE "CN-DO-NOT-CALL 02280001X0N".
           05 FILLER PIC X(26) VALUE "CN-DO-NOT-EMAIL02290001X0N".
       01 WS-CUSTOMER-MAP REDEFINES WS-CUSTOMER-MAP-VALUES.
           05 WS-CUSTOMER-MAP-ENTRY OCCURS 25 TIMES PIC X(26).
       01 WS-ACCOUNT-MAP-VALUES.
           05 FILLER PIC X(26) VALUE "AM-ACCT-NO     00010010N0N".
           05 FILLER PIC X(26) VALUE "AM-CUST-NO     00110009N0N".
           05 FILLER PIC X(26) VALUE "AM-PRODUCT-CODE00200002X0N".
           05 FILLER PIC X(26) VALUE "AM-BALANCE     00220006P2N".
           05 FILLER PIC X(26) VALUE "AM-OPEN-DATE   00280007N0N".
           05 FILLER PIC X(26) VALUE "AM-CLOSED-DATE 00350007N0N".
           05 FILLER PIC X(26) VALUE "AM-TERM-MONTHS 00420003N0N".
           05 FILLER PIC X(26) VALUE "AM-MATURE-DATE 00450007N0N".
           05 FILLER PIC X(26) VALUE "AM-FIXED-RATE  00520007N6N".
           05 FILLER PIC X(26) VALUE "AM-MATURE-INSTR00590001X0N".
           05 FILLER PIC X(26) VALUE "AM-NOTICE-DATE 00600007N0N".
           05 FILLER PIC X(26) VALUE "AM-ACCT-CLASS  00670001X0N".
           05 FILLER PIC X(26) VALUE "AM-LOAN-PAYMENT00680009N2N".
           05 FILLER PIC X(26) VALUE "AM-LOAN-INT-DUE00770009N2N".
           05 FILLER PIC X(26) VALUE "AM-LOAN-ACCR-TO00860007N0N".
           05 FILLER PIC X(26) VALUE "AM-BRANCH      00930004X0N".
           05 FILLER PIC X(26) VALUE "AM-BRANCH-DATE 00970007N0N".
       01 WS-ACCOUNT-MAP REDEFINES WS-ACCOUNT-MAP-VALUES.
           05 WS-ACCOUNT-MAP-ENTRY OCCURS 17 TIMES PIC X(26).
       01 WS-HOLDINGS-MAP-VALUES.
           05 FILLER PIC X(26) VALUE "PH-CUST-NO     00010009N0N".
           05 FILLER PIC X(26) VALUE "PH-PROD-KEY    00100004N0N".
       01 WS-HOLDINGS-MAP REDEFINES WS-HOLDINGS-MAP-VALUES.
           05 WS-HOLDINGS-MAP-ENTRY OCCURS 2 TIMES PIC X(26).
       01 WS-JOURNAL-MAP-VALUES.
           05 FILLER PIC X(26) VALUE "PJ-RUN-DATE    00010007N0N".
           05 FILLER PIC X(26) VALUE "PJ-CUST-NO     00090009N0N".
           05 FILLER PIC X(26) VALUE "PJ-AMOUNT      00260011E2N".
           05 FILLER PIC X(26) VALUE "PJ-ENTRY-SEQ   00420006N0N".
           05 FILLER PIC X(26) VALUE "PJ-TRACE-ID    00510013X0N".
           05 FILLER PIC X(26) VALUE "PJ-ENTRY-KIND  00650008X0N".
           05 FILLER PIC X(26) VALUE "PJ-CURRENCY    00850003X0N".
           05 FILLER PIC X(26) VALUE "PJ-TXN-TYPE    00890002X0N".
       01 WS-JOURNAL-MAP REDEFINES WS-JOURNAL-MAP-VALUES.
           05 WS-JOURNAL-MAP-ENTRY OCCURS 8 TIMES PIC X(26).
       01 WS-MAP-ENTRY-COUNT             PIC 9(2).
       01 WS-SLOT                        PIC 9(2).
       01 WS-FIND-NAME                   PIC X(15).
       01 WS-SUB                         PIC 9(2).
       01 WS-LEVEL                       PIC 9(1).
       01 WS-CHANGED-LEVEL               PIC 9(1).
      *
      *  One field taken off the record: its text as it stands, its
      *  value when it is a number, and its listing form.
      *
       01 WS-SOURCE-RECORD               PIC X(229).
       01 WS-FILE-SEQ                    PIC 9(9).
       01 WS-FIELD-RAW                   PIC X(50).
       01 WS-FIELD-NUMBER                PIC S9(12)V9(6).
       01 WS-ZONED-DIGITS                PIC X(18).
       01 WS-ZONED-V0 REDEFINES WS-ZONED-DIGITS PIC 9(18).
       01 WS-ZONED-V2 REDEFINES WS-ZONED-DIGITS PIC 9(16)V99.
       01 WS-ZONED-V4 REDEFINES WS-ZONED-DIGITS PIC 9(14)V9(4).
       01 WS-ZONED-V6 REDEFINES WS-ZONED-DIGITS PIC 9(12)V9(6).
       01 WS-PACKED-BYTES                PIC X(6).
       01 WS-PACKED-AMOUNT REDEFINES WS-PACKED-BYTES
                                         PIC S9(9)V99 COMP-3.
       01 WS-DISPLAY-TEXT                PIC X(50).
       01 WS-DISPLAY-WIDTH               PIC 9(3).
       01 WS-EDIT-2                      PIC -(9)9.99.
       01 WS-EDIT-4                      PIC -(3)9.9(4).
       01 WS-EDIT-6                      PIC -(3)9.9(6).
       01 WS-TOTAL-EDIT-0                PIC -(17)9.
       01 WS-TOTAL-EDIT-2                PIC -(15)9.99.
       01 WS-TOTAL-EDIT-4                PIC -(13)9.9(4).
       01 WS-TOTAL-EDIT-6                PIC -(11)9.9(6).
       01 WS-NAME-LENGTH                 PIC 9(3).
       01 WS-COMPARE-RESULT              PIC X(1).
       01 WS-RECORD-SELECTED             PIC X(1).
       01 WS-NEXT-COLUMN                 PIC 9(3).
       01 WS-PLACE-COLUMN                PIC 9(3).
       01 WS-COUNT-DISPLAY               PIC Z(8)9.
       01 WS-DELIM-POINTER               PIC 9(4).
       01 WS-DELIM-HITS                  PIC 9(3).
      *
      *  Descending keys: every character of a text key is mapped
      *  through the same alphabet run backwards, and a number is
      *  taken from the top of its range instead of added to the
      *  bottom, so one ascending SORT serves either order.
      *
       01 WS-ASCENDING-CHARS.
           05 FILLER PIC X(43)
               VALUE " &'-./0123456789@ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           05 FILLER PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
       01 WS-DESCENDING-CHARS.
           05 FILLER PIC X(26) VALUE "zyxwvutsrqponmlkjihgfedcba".
           05 FILLER PIC X(43)
               VALUE "ZYXWVUTSRQPONMLKJIHGFEDCBA@9876543210/.-'& ".
       01 WS-KEY-NUMBER                  PIC 9(13)V9(6).
       01 WS-KEY-DIGITS REDEFINES WS-KEY-NUMBER PIC X(19).
       01 WS-SORT-WORK.
           05 WS-SORT-KEY OCCURS 5 TIMES PIC X(40).
           05 WS-SORT-FILE-SEQ           PIC 9(9).
           05 WS-SORT-RECORD             PIC X(229).
      *
      *  Control breaks: the value each break level last held, and
      *  a record count and a sum for every TOT field at each
      *  level; level 6 is the whole list.
      *
       01 WS-BREAK-VALUES.
           05 WS-BREAK-VALUE OCCURS 5 TIMES PIC X(50).
       01 WS-NEW-BREAK-VALUES.
           05 WS-NEW-BREAK-VALUE OCCURS 5 TIMES PIC X(50).
       01 WS-LEVEL-TOTALS.
           05 WS-LEVEL-ENTRY OCCURS 6 TIMES.
               10 WS-LEVEL-COUNT         PIC 9(9).
               10 WS-LEVEL-SUM OCCURS 10 TIMES
                                         PIC S9(15)V9(6).
       01 WS-FOOT-LEVEL                  PIC 9(1).
       01 WS-TOTAL-FIELD                 PIC 9(2).
       COPY WSLAYCHK.
       COPY WSLAYVER.
       COPY WSRUNCTL.
       COPY WSAUDTRL.

       PROCEDURE DIVISION.
       EXTRPT01-MAIN.
           CALL "RUNDATE01" USING WS-RUN-CONTROL.
           MOVE "EXTRPT01" TO AT-JOB-NAME.
           MOVE WS-RUN-CCYYDDD TO AT-RUN-DATE.
           SET AT-MODE-HEADER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           PERFORM CHECK-FILE-LAYOUTS.
           IF LC-REFUSED-COUNT > 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           ACCEPT WS-PARM-REQUESTER FROM COMMAND-LINE.
           IF WS-PARM-REQUESTER = SPACES
               MOVE "UNKNOWN" TO WS-PARM-REQUESTER
           END-IF.

           OPEN OUTPUT EXTRACT-REPORT-FILE.
           OPEN INPUT REQUEST-CARD-FILE.
           IF WS-CARD-FILE-STATUS = "00"
               PERFORM UNTIL WS-CARD-FILE-STATUS = "10"
                   READ REQUEST-CARD-FILE
                       AT END
                           MOVE "10" TO WS-CARD-FILE-STATUS
                       NOT AT END
                           PERFORM TAKE-ONE-CARD
                   END-READ
               END-PERFORM
               CLOSE REQUEST-CARD-FILE
           END-IF.
           IF WS-REQUEST-PENDING = "Y"
               PERFORM RUN-ONE-REQUEST
           END-IF.
           CLOSE EXTRACT-REPORT-FILE.

           DISPLAY "EXTRPT01: REQUESTS=" WS-REQUESTS-READ
               " RUN=" WS-REQUESTS-RUN
               " REJECTED=" WS-REQUESTS-REJECTED.

           MOVE WS-REQUESTS-RUN TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.
           GOBACK.

      ***************************************************************
      *  A FILE card runs the request before it and starts a new
      *  one; any other card adds to the request it follows.  The
      *  first card in error is the reason the request is refused.
      ***************************************************************
       TAKE-ONE-CARD.
           IF RC-CARD-TYPE (1:1) = "*" OR REQUEST-CARD = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF RC-CARD-TYPE = "FILE"
               IF WS-REQUEST-PENDING = "Y"
                   PERFORM RUN-ONE-REQUEST
               END-IF
               PERFORM START-REQUEST
               EXIT PARAGRAPH
           END-IF.
           IF WS-REQUEST-PENDING NOT = "Y"
               DISPLAY "EXTRPT01: CARD BEFORE ANY FILE CARD IGNORED "
                   REQUEST-CARD (1:40)
               EXIT PARAGRAPH
           END-IF.
           IF RQ-ERROR NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           EVALUATE RC-CARD-TYPE
               WHEN "FLD "
                   PERFORM TAKE-FIELD-CARD
               WHEN "SEL "
                   PERFORM TAKE-SELECTION-CARD
               WHEN "BRK "
                   PERFORM TAKE-BREAK-CARD
               WHEN "SORT"
                   PERFORM TAKE-SORT-CARD
               WHEN "TOT "
                   PERFORM TAKE-TOTAL-CARD
               WHEN OTHER
                   STRING "UNKNOWN CARD " RC-CARD-TYPE
                       DELIMITED BY SIZE INTO RQ-ERROR
           END-EVALUATE.

       START-REQUEST.
           ADD 1 TO WS-REQUESTS-READ.
           MOVE "Y" TO WS-REQUEST-PENDING.
           INITIALIZE WS-REQUEST.
           MOVE RC-REQUEST-ID TO RQ-ID.
           MOVE RC-FILE-NAME TO RQ-FILE.
           MOVE RC-FORM TO RQ-FORM.
           MOVE RC-DELIMITER TO RQ-DELIMITER.
           IF RQ-DELIMITER = SPACE
               MOVE "," TO RQ-DELIMITER
           END-IF.
           MOVE RC-ANALYST TO RQ-ANALYST.
           MOVE RC-TITLE TO RQ-TITLE.
           MOVE "N" TO RQ-PRIVATE-LISTED.
           PERFORM LOAD-FIELD-MAP.
           EVALUATE TRUE
               WHEN RQ-ID = SPACES
                   MOVE "NO REQUEST ID" TO RQ-ERROR
               WHEN FM-FIELD-COUNT = 0
                   STRING "NO SUCH FILE " RQ-FILE
                       DELIMITED BY SIZE INTO RQ-ERROR
               WHEN NOT RQ-REPORT-FORM AND NOT RQ-DELIMITED-FORM
                   MOVE "FORM MUST BE R OR D" TO RQ-ERROR
           END-EVALUATE.

       LOAD-FIELD-MAP.
           MOVE 0 TO FM-FIELD-COUNT.
           EVALUATE TRUE
               WHEN RQ-CUSTOMER-FILE
                   MOVE 25 TO WS-MAP-ENTRY-COUNT
                   MOVE 229 TO WS-SOURCE-LENGTH
               WHEN RQ-ACCOUNT-FILE
                   MOVE 17 TO WS-MAP-ENTRY-COUNT
                   MOVE 103 TO WS-SOURCE-LENGTH
               WHEN RQ-HOLDINGS-FILE
                   MOVE 2 TO WS-MAP-ENTRY-COUNT
                   MOVE 13 TO WS-SOURCE-LENGTH
               WHEN RQ-JOURNAL-FILE
                   MOVE 8 TO WS-MAP-ENTRY-COUNT
                   MOVE 90 TO WS-SOURCE-LENGTH
               WHEN OTHER
                   MOVE 0 TO WS-MAP-ENTRY-COUNT
           END-EVALUATE.
           PERFORM VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > WS-MAP-ENTRY-COUNT
               EVALUATE TRUE
                   WHEN RQ-CUSTOMER-FILE
                       MOVE WS-CUSTOMER-MAP-ENTRY (WS-SLOT)
                           TO WS-MAP-SOURCE
                   WHEN RQ-ACCOUNT-FILE
                       MOVE WS-ACCOUNT-MAP-ENTRY (WS-SLOT)
                           TO WS-MAP-SOURCE
                   WHEN RQ-HOLDINGS-FILE
                       MOVE WS-HOLDINGS-MAP-ENTRY (WS-SLOT)
                           TO WS-MAP-SOURCE
                   WHEN RQ-JOURNAL-FILE
                       MOVE WS-JOURNAL-MAP-ENTRY (WS-SLOT)
                           TO WS-MAP-SOURCE
               END-EVALUATE
               MOVE MS-NAME TO FM-FIELD-NAME (WS-SLOT)
               MOVE MS-OFFSET TO FM-OFFSET (WS-SLOT)
               MOVE MS-LENGTH TO FM-LENGTH (WS-SLOT)
               MOVE MS-TYPE TO FF-TYPE (WS-SLOT)
               MOVE MS-DECIMALS TO FF-DECIMALS (WS-SLOT)
               MOVE MS-PRIVATE TO FF-PRIVATE (WS-SLOT)
           END-PERFORM.
           MOVE WS-MAP-ENTRY-COUNT TO FM-FIELD-COUNT.

      *    The slot of the field a card names on the request's
      *    file, zero when the file has no field by that name.
       FIND-FIELD-SLOT.
           MOVE RC-FIELD-NAME TO WS-FIND-NAME.
           MOVE 0 TO WS-SLOT.
           PERFORM VARYING FM-IDX FROM 1 BY 1
                   UNTIL FM-IDX > FM-FIELD-COUNT OR WS-SLOT > 0
               IF FM-FIELD-NAME (FM-IDX) = WS-FIND-NAME
                   SET WS-SLOT TO FM-IDX
               END-IF
           END-PERFORM.
           IF WS-SLOT = 0
               STRING "NO FIELD " DELIMITED BY SIZE
                       WS-FIND-NAME DELIMITED BY SPACE
                       " ON " RQ-FILE DELIMITED BY SIZE
                   INTO RQ-ERROR
           END-IF.

       TAKE-FIELD-CARD.
           PERFORM FIND-FIELD-SLOT.
           IF WS-SLOT = 0
               EXIT PARAGRAPH
           END-IF.
           IF RQ-FIELD-COUNT = 20
               MOVE "MORE THAN 20 FLD CARDS" TO RQ-ERROR
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO RQ-FIELD-COUNT.
           MOVE WS-SLOT TO RQ-FLD-SLOT (RQ-FIELD-COUNT).
           IF FF-PRIVATE (WS-SLOT) = "Y"
               MOVE "Y" TO RQ-PRIVATE-LISTED
           END-IF.

       TAKE-SELECTION-CARD.
           PERFORM FIND-FIELD-SLOT.
           IF WS-SLOT = 0
               EXIT PARAGRAPH
           END-IF.
           IF NOT RC-OPERATOR-VALID
               STRING "BAD OPERATOR " RC-OPERATOR " ON " WS-FIND-NAME
                   DELIMITED BY SIZE INTO RQ-ERROR
               EXIT PARAGRAPH
           END-IF.
           IF RQ-SEL-COUNT = 10
               MOVE "MORE THAN 10 SEL CARDS" TO RQ-ERROR
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO RQ-SEL-COUNT.
           MOVE WS-SLOT TO RQ-SEL-SLOT (RQ-SEL-COUNT).
           MOVE RC-OPERATOR TO RQ-SEL-OPERATOR (RQ-SEL-COUNT).
           MOVE RC-VALUE TO RQ-SEL-VALUE (RQ-SEL-COUNT).
           MOVE 0 TO RQ-SEL-NUMBER (RQ-SEL-COUNT).
           IF NOT FF-TEXT (WS-SLOT)
               IF RC-VALUE = SPACES
                       OR FUNCTION TEST-NUMVAL (RC-VALUE) NOT = 0
                   STRING "VALUE NOT A NUMBER FOR " WS-FIND-NAME
                       DELIMITED BY SIZE INTO RQ-ERROR
                   EXIT PARAGRAPH
               END-IF
               COMPUTE RQ-SEL-NUMBER (RQ-SEL-COUNT) =
                   FUNCTION NUMVAL (RC-VALUE)
           END-IF.

       TAKE-BREAK-CARD.
           PERFORM FIND-FIELD-SLOT.
           IF WS-SLOT = 0
               EXIT PARAGRAPH
           END-IF.
           IF RQ-BREAK-COUNT + RQ-SORT-COUNT = 5
               MOVE "MORE THAN 5 BRK AND SORT CARDS" TO RQ-ERROR
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO RQ-BREAK-COUNT.
           MOVE WS-SLOT TO RQ-BRK-SLOT (RQ-BREAK-COUNT).
           MOVE RC-ORDER TO RQ-BRK-ORDER (RQ-BREAK-COUNT).

       TAKE-SORT-CARD.
           PERFORM FIND-FIELD-SLOT.
           IF WS-SLOT = 0
               EXIT PARAGRAPH
           END-IF.
           IF RQ-BREAK-COUNT + RQ-SORT-COUNT = 5
               MOVE "MORE THAN 5 BRK AND SORT CARDS" TO RQ-ERROR
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO RQ-SORT-COUNT.
           MOVE WS-SLOT TO RQ-SRT-SLOT (RQ-SORT-COUNT).
           MOVE RC-ORDER TO RQ-SRT-ORDER (RQ-SORT-COUNT).

       TAKE-TOTAL-CARD.
           PERFORM FIND-FIELD-SLOT.
           IF WS-SLOT = 0
               EXIT PARAGRAPH
           END-IF.
           IF FF-TEXT (WS-SLOT)
               STRING "CANNOT TOTAL TEXT FIELD " WS-FIND-NAME
                   DELIMITED BY SIZE INTO RQ-ERROR
               EXIT PARAGRAPH
           END-IF.
           IF RQ-TOTAL-COUNT = 10
               MOVE "MORE THAN 10 TOT CARDS" TO RQ-ERROR
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO RQ-TOTAL-COUNT.
           MOVE WS-SLOT TO RQ-TOT-SLOT (RQ-TOTAL-COUNT).

      ***************************************************************
      *  A request with all its cards good is laid out, sorted and
      *  listed; one with a card in error gets its reason on the
      *  report and nothing else.
      ***************************************************************
       RUN-ONE-REQUEST.
           MOVE "N" TO WS-REQUEST-PENDING.
           IF RQ-ERROR = SPACES AND RQ-FIELD-COUNT = 0
               MOVE "NO FLD CARDS" TO RQ-ERROR
           END-IF.
           IF RQ-ERROR = SPACES
               PERFORM LAY-OUT-COLUMNS
           END-IF.
           IF RQ-ERROR NOT = SPACES
               ADD 1 TO WS-REQUESTS-REJECTED
               MOVE SPACES TO EXTRACT-REPORT-REC
               STRING "REQUEST " RQ-ID " REJECTED - " RQ-ERROR
                   DELIMITED BY SIZE INTO EXTRACT-REPORT-REC
               WRITE EXTRACT-REPORT-REC
               MOVE SPACES TO EXTRACT-REPORT-REC
               WRITE EXTRACT-REPORT-REC
               DISPLAY "EXTRPT01: REQUEST " RQ-ID " REJECTED - "
                   FUNCTION TRIM (RQ-ERROR)
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-REQUESTS-RUN.
           IF RQ-ANALYST NOT = SPACES
               MOVE RQ-ANALYST TO WS-REQUESTER-ID
           ELSE
               MOVE WS-PARM-REQUESTER TO WS-REQUESTER-ID
           END-IF.

           MOVE 0 TO WS-KEY-COUNT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > RQ-BREAK-COUNT
               ADD 1 TO WS-KEY-COUNT
               MOVE RQ-BRK-SLOT (WS-SUB) TO WS-KEY-SLOT (WS-KEY-COUNT)
               MOVE RQ-BRK-ORDER (WS-SUB)
                   TO WS-KEY-ORDER (WS-KEY-COUNT)
           END-PERFORM.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > RQ-SORT-COUNT
               ADD 1 TO WS-KEY-COUNT
               MOVE RQ-SRT-SLOT (WS-SUB) TO WS-KEY-SLOT (WS-KEY-COUNT)
               MOVE RQ-SRT-ORDER (WS-SUB)
                   TO WS-KEY-ORDER (WS-KEY-COUNT)
           END-PERFORM.

           MOVE 0 TO WS-SOURCE-READ.
           MOVE 0 TO WS-RECORDS-LISTED.
           MOVE 0 TO WS-ACCESS-LOGGED.
           INITIALIZE WS-LEVEL-TOTALS.
           SORT EXTRACT-SORT
               ON ASCENDING KEY SR-KEY-1 SR-KEY-2 SR-KEY-3
                                SR-KEY-4 SR-KEY-5 SR-FILE-SEQ
               INPUT PROCEDURE IS SELECT-SOURCE-RECORDS
               OUTPUT PROCEDURE IS LIST-SORTED-RECORDS.

           DISPLAY "EXTRPT01: REQUEST " RQ-ID " " RQ-FILE
               " READ=" WS-SOURCE-READ
               " LISTED=" WS-RECORDS-LISTED
               " ACCESS LOGGED=" WS-ACCESS-LOGGED.

      *    Each column is as wide as the wider of its heading and
      *    its listing; a report must fit the page.
       LAY-OUT-COLUMNS.
           MOVE 1 TO WS-NEXT-COLUMN.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > RQ-FIELD-COUNT
               MOVE RQ-FLD-SLOT (WS-SUB) TO WS-SLOT
               PERFORM FIND-DISPLAY-WIDTH
               COMPUTE WS-NAME-LENGTH = FUNCTION LENGTH
                   (FUNCTION TRIM (FM-FIELD-NAME (WS-SLOT)))
               IF WS-NAME-LENGTH > WS-DISPLAY-WIDTH
                   MOVE WS-NAME-LENGTH TO RQ-FLD-WIDTH (WS-SUB)
               ELSE
                   MOVE WS-DISPLAY-WIDTH TO RQ-FLD-WIDTH (WS-SUB)
               END-IF
               MOVE WS-NEXT-COLUMN TO RQ-FLD-COLUMN (WS-SUB)
               COMPUTE WS-NEXT-COLUMN = WS-NEXT-COLUMN
                   + RQ-FLD-WIDTH (WS-SUB) + 2
           END-PERFORM.
           IF RQ-REPORT-FORM AND WS-NEXT-COLUMN > 134
               MOVE "FIELDS WIDER THAN THE PAGE - USE FORM D"
                   TO RQ-ERROR
           END-IF.

       FIND-DISPLAY-WIDTH.
           EVALUATE TRUE
               WHEN FF-TEXT (WS-SLOT)
               WHEN FF-ZONED (WS-SLOT) AND FF-DECIMALS (WS-SLOT) = 0
                   MOVE FM-LENGTH (WS-SLOT) TO WS-DISPLAY-WIDTH
               WHEN FF-DECIMALS (WS-SLOT) = 4
                   MOVE 9 TO WS-DISPLAY-WIDTH
               WHEN FF-DECIMALS (WS-SLOT) = 6
                   MOVE 11 TO WS-DISPLAY-WIDTH
               WHEN OTHER
                   MOVE 13 TO WS-DISPLAY-WIDTH
           END-EVALUATE.

      ***************************************************************
      *  Input side of the sort: every record of the file that
      *  passes every SEL card goes in behind its keys and its
      *  place on the file.  Posting-journal lines that are not
      *  postings - no date and customer where a posting has them
      *  - are passed over as every journal reader passes them.
      ***************************************************************
       SELECT-SOURCE-RECORDS.
           MOVE 0 TO WS-FILE-SEQ.
           PERFORM OPEN-SOURCE-FILE.
           IF WS-SOURCE-FILE-STATUS NOT = "00"
               DISPLAY "EXTRPT01: " RQ-FILE " NOT OPENED STATUS="
                   WS-SOURCE-FILE-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-SOURCE-EOF.
           PERFORM UNTIL WS-SOURCE-EOF = "Y"
               PERFORM READ-SOURCE-RECORD
               IF WS-SOURCE-EOF NOT = "Y"
                   ADD 1 TO WS-SOURCE-READ
                   ADD 1 TO WS-FILE-SEQ
                   PERFORM JUDGE-SOURCE-RECORD
               END-IF
           END-PERFORM.
           PERFORM CLOSE-SOURCE-FILE.

       OPEN-SOURCE-FILE.
           EVALUATE TRUE
               WHEN RQ-CUSTOMER-FILE
                   OPEN INPUT CUSTOMER-MASTER-FILE
                   PERFORM SKIP-CUSTOMER-HEADER
               WHEN RQ-ACCOUNT-FILE
                   OPEN INPUT ACCOUNT-MASTER-FILE
                   PERFORM SKIP-ACCOUNT-HEADER
               WHEN RQ-HOLDINGS-FILE
                   OPEN INPUT HOLDINGS-FILE
               WHEN RQ-JOURNAL-FILE
                   OPEN INPUT POSTING-JOURNAL-FILE
                   PERFORM SKIP-POSTING-HEADER
           END-EVALUATE.

       READ-SOURCE-RECORD.
           MOVE SPACES TO WS-SOURCE-RECORD.
           EVALUATE TRUE
               WHEN RQ-CUSTOMER-FILE
                   READ CUSTOMER-MASTER-FILE INTO WS-SOURCE-RECORD
                       AT END MOVE "Y" TO WS-SOURCE-EOF
                   END-READ
               WHEN RQ-ACCOUNT-FILE
                   READ ACCOUNT-MASTER-FILE INTO WS-SOURCE-RECORD
                       AT END MOVE "Y" TO WS-SOURCE-EOF
                   END-READ
               WHEN RQ-HOLDINGS-FILE
                   READ HOLDINGS-FILE INTO WS-SOURCE-RECORD
                       AT END MOVE "Y" TO WS-SOURCE-EOF
                   END-READ
               WHEN RQ-JOURNAL-FILE
                   READ POSTING-JOURNAL-FILE INTO WS-SOURCE-RECORD
                       AT END MOVE "Y" TO WS-SOURCE-EOF
                   END-READ
           END-EVALUATE.

       CLOSE-SOURCE-FILE.
           EVALUATE TRUE
               WHEN RQ-CUSTOMER-FILE
                   CLOSE CUSTOMER-MASTER-FILE
               WHEN RQ-ACCOUNT-FILE
                   CLOSE ACCOUNT-MASTER-FILE
               WHEN RQ-HOLDINGS-FILE
                   CLOSE HOLDINGS-FILE
               WHEN RQ-JOURNAL-FILE
                   CLOSE POSTING-JOURNAL-FILE
           END-EVALUATE.

       JUDGE-SOURCE-RECORD.
           IF RQ-JOURNAL-FILE
               IF WS-SOURCE-RECORD (1:7) IS NOT NUMERIC
                       OR WS-SOURCE-RECORD (9:9) IS NOT NUMERIC
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE "Y" TO WS-RECORD-SELECTED.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > RQ-SEL-COUNT
                       OR WS-RECORD-SELECTED = "N"
               PERFORM TEST-ONE-SELECTION
           END-PERFORM.
           IF WS-RECORD-SELECTED = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-SORT-WORK.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-KEY-COUNT
               PERFORM BUILD-ONE-SORT-KEY
           END-PERFORM.
           MOVE WS-FILE-SEQ TO WS-SORT-FILE-SEQ.
           MOVE WS-SOURCE-RECORD TO WS-SORT-RECORD.
           RELEASE EXTRACT-SORT-REC FROM WS-SORT-WORK.

      *    Text is compared as it stands, padded with spaces; a
      *    number is compared as a number.
       TEST-ONE-SELECTION.
           MOVE RQ-SEL-SLOT (WS-SUB) TO WS-SLOT.
           PERFORM GET-FIELD-VALUE.
           IF FF-TEXT (WS-SLOT)
               EVALUATE TRUE
                   WHEN WS-FIELD-RAW < RQ-SEL-VALUE (WS-SUB)
                       MOVE "<" TO WS-COMPARE-RESULT
                   WHEN WS-FIELD-RAW > RQ-SEL-VALUE (WS-SUB)
                       MOVE ">" TO WS-COMPARE-RESULT
                   WHEN OTHER
                       MOVE "=" TO WS-COMPARE-RESULT
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN WS-FIELD-NUMBER < RQ-SEL-NUMBER (WS-SUB)
                       MOVE "<" TO WS-COMPARE-RESULT
                   WHEN WS-FIELD-NUMBER > RQ-SEL-NUMBER (WS-SUB)
                       MOVE ">" TO WS-COMPARE-RESULT
                   WHEN OTHER
                       MOVE "=" TO WS-COMPARE-RESULT
               END-EVALUATE
           END-IF.
           EVALUATE RQ-SEL-OPERATOR (WS-SUB)
               WHEN "EQ"
                   IF WS-COMPARE-RESULT NOT = "="
                       MOVE "N" TO WS-RECORD-SELECTED
                   END-IF
               WHEN "NE"
                   IF WS-COMPARE-RESULT = "="
                       MOVE "N" TO WS-RECORD-SELECTED
                   END-IF
               WHEN "LT"
                   IF WS-COMPARE-RESULT NOT = "<"
                       MOVE "N" TO WS-RECORD-SELECTED
                   END-IF
               WHEN "LE"
                   IF WS-COMPARE-RESULT = ">"
                       MOVE "N" TO WS-RECORD-SELECTED
                   END-IF
               WHEN "GT"
                   IF WS-COMPARE-RESULT NOT = ">"
                       MOVE "N" TO WS-RECORD-SELECTED
                   END-IF
               WHEN "GE"
                   IF WS-COMPARE-RESULT = "<"
                       MOVE "N" TO WS-RECORD-SELECTED
                   END-IF
           END-EVALUATE.

      *    A number is keyed as its value lifted clear of zero, so
      *    negative balances sort below positive ones.
       BUILD-ONE-SORT-KEY.
           MOVE WS-KEY-SLOT (WS-SUB) TO WS-SLOT.
           PERFORM GET-FIELD-VALUE.
           IF FF-TEXT (WS-SLOT)
               MOVE WS-FIELD-RAW TO WS-SORT-KEY (WS-SUB)
               IF WS-KEY-ORDER (WS-SUB) = "D"
                   INSPECT WS-SORT-KEY (WS-SUB)
                       CONVERTING WS-ASCENDING-CHARS
                               TO WS-DESCENDING-CHARS
               END-IF
           ELSE
               IF WS-KEY-ORDER (WS-SUB) = "D"
                   COMPUTE WS-KEY-NUMBER =
                       1000000000000 - WS-FIELD-NUMBER
               ELSE
                   COMPUTE WS-KEY-NUMBER =
                       1000000000000 + WS-FIELD-NUMBER
               END-IF
               MOVE WS-KEY-DIGITS TO WS-SORT-KEY (WS-SUB)
           END-IF.

      ***************************************************************
      *  The field in WS-SLOT off the record in WS-SOURCE-RECORD:
      *  its text, and for a number its value.  A number field
      *  that does not hold a number counts as zero.
      ***************************************************************
       GET-FIELD-VALUE.
           MOVE SPACES TO WS-FIELD-RAW.
           MOVE WS-SOURCE-RECORD (FM-OFFSET (WS-SLOT):
                                  FM-LENGTH (WS-SLOT))
               TO WS-FIELD-RAW.
           MOVE 0 TO WS-FIELD-NUMBER.
           EVALUATE TRUE
               WHEN FF-ZONED (WS-SLOT)
                   IF WS-FIELD-RAW (1:FM-LENGTH (WS-SLOT)) IS NUMERIC
                       MOVE ZEROS TO WS-ZONED-DIGITS
                       MOVE WS-FIELD-RAW (1:FM-LENGTH (WS-SLOT))
                           TO WS-ZONED-DIGITS
                               (19 - FM-LENGTH (WS-SLOT):
                                FM-LENGTH (WS-SLOT))
                       EVALUATE FF-DECIMALS (WS-SLOT)
                           WHEN 2
                               MOVE WS-ZONED-V2 TO WS-FIELD-NUMBER
                           WHEN 4
                               MOVE WS-ZONED-V4 TO WS-FIELD-NUMBER
                           WHEN 6
                               MOVE WS-ZONED-V6 TO WS-FIELD-NUMBER
                           WHEN OTHER
                               MOVE WS-ZONED-V0 TO WS-FIELD-NUMBER
                       END-EVALUATE
                   END-IF
               WHEN FF-PACKED (WS-SLOT)
                   MOVE WS-FIELD-RAW (1:6) TO WS-PACKED-BYTES
                   IF WS-PACKED-AMOUNT IS NUMERIC
                       MOVE WS-PACKED-AMOUNT TO WS-FIELD-NUMBER
                   END-IF
               WHEN FF-EDITED (WS-SLOT)
                   IF WS-FIELD-RAW NOT = SPACES
                           AND FUNCTION TEST-NUMVAL (WS-FIELD-RAW) = 0
                       COMPUTE WS-FIELD-NUMBER =
                           FUNCTION NUMVAL (WS-FIELD-RAW)
                   END-IF
           END-EVALUATE.

      *    The listing form: text and whole numbers as they stand,
      *    amounts and rates edited with their sign and point.
       GET-FIELD-DISPLAY.
           PERFORM GET-FIELD-VALUE.
           PERFORM FIND-DISPLAY-WIDTH.
           MOVE SPACES TO WS-DISPLAY-TEXT.
           EVALUATE TRUE
               WHEN FF-TEXT (WS-SLOT)
               WHEN FF-ZONED (WS-SLOT) AND FF-DECIMALS (WS-SLOT) = 0
                   MOVE WS-FIELD-RAW TO WS-DISPLAY-TEXT
               WHEN FF-DECIMALS (WS-SLOT) = 4
                   MOVE WS-FIELD-NUMBER TO WS-EDIT-4
                   MOVE WS-EDIT-4 TO WS-DISPLAY-TEXT
               WHEN FF-DECIMALS (WS-SLOT) = 6
                   MOVE WS-FIELD-NUMBER TO WS-EDIT-6
                   MOVE WS-EDIT-6 TO WS-DISPLAY-TEXT
               WHEN OTHER
                   MOVE WS-FIELD-NUMBER TO WS-EDIT-2
                   MOVE WS-EDIT-2 TO WS-DISPLAY-TEXT
           END-EVALUATE.

      ***************************************************************
      *  Output side of the sort.
      ***************************************************************
       LIST-SORTED-RECORDS.
           IF RQ-REPORT-FORM
               PERFORM WRITE-REPORT-HEADING
           ELSE
               PERFORM OPEN-DELIMITED-FILE
           END-IF.
           IF RQ-PRIVATE-LISTED = "Y" AND RQ-CUSTOMER-FILE
               OPEN EXTEND ACCESS-LOG-FILE
               IF WS-ACCESS-FILE-STATUS NOT = "00"
                   OPEN OUTPUT ACCESS-LOG-FILE
               END-IF
           END-IF.
           MOVE "00" TO WS-SORT-RETURN.
           PERFORM UNTIL WS-SORT-RETURN = "10"
               RETURN EXTRACT-SORT INTO WS-SORT-WORK
                   AT END
                       MOVE "10" TO WS-SORT-RETURN
                   NOT AT END
                       PERFORM LIST-ONE-RECORD
               END-RETURN
           END-PERFORM.
           IF RQ-PRIVATE-LISTED = "Y" AND RQ-CUSTOMER-FILE
               CLOSE ACCESS-LOG-FILE
           END-IF.
           IF RQ-REPORT-FORM
               IF WS-RECORDS-LISTED > 0
                   PERFORM VARYING WS-FOOT-LEVEL FROM RQ-BREAK-COUNT
                           BY -1 UNTIL WS-FOOT-LEVEL < 1
                       PERFORM WRITE-BREAK-FOOTING
                   END-PERFORM
               END-IF
               MOVE 6 TO WS-FOOT-LEVEL
               PERFORM WRITE-BREAK-FOOTING
               MOVE SPACES TO EXTRACT-REPORT-REC
               WRITE EXTRACT-REPORT-REC
           ELSE
               CLOSE DELIMITED-FILE
               MOVE WS-RECORDS-LISTED TO WS-COUNT-DISPLAY
               MOVE SPACES TO EXTRACT-REPORT-REC
               STRING "REQUEST " RQ-ID " " FUNCTION TRIM (RQ-TITLE)
                       " WRITTEN TO "
                       FUNCTION TRIM (WS-DELIMITED-FILE-NAME)
                       " RECORDS=" WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO EXTRACT-REPORT-REC
               WRITE EXTRACT-REPORT-REC
               MOVE SPACES TO EXTRACT-REPORT-REC
               WRITE EXTRACT-REPORT-REC
           END-IF.

       LIST-ONE-RECORD.
           MOVE WS-SORT-RECORD TO WS-SOURCE-RECORD.
           ADD 1 TO WS-RECORDS-LISTED.
           IF RQ-REPORT-FORM
               PERFORM CHECK-CONTROL-BREAKS
               PERFORM WRITE-DETAIL-LINE
               PERFORM ADD-TO-TOTALS
           ELSE
               PERFORM WRITE-DELIMITED-LINE
           END-IF.
           IF RQ-PRIVATE-LISTED = "Y" AND RQ-CUSTOMER-FILE
               PERFORM LOG-ONE-ACCESS
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO EXTRACT-REPORT-REC.
           STRING "ANALYST EXTRACT " RQ-ID " - " RQ-TITLE
                   "  RUN " WS-RUN-CCYYDDD
                   "  FOR " WS-REQUESTER-ID
               DELIMITED BY SIZE INTO EXTRACT-REPORT-REC.
           WRITE EXTRACT-REPORT-REC.
           MOVE SPACES TO EXTRACT-REPORT-REC.
           STRING "FILE " RQ-FILE
               DELIMITED BY SIZE INTO EXTRACT-REPORT-REC.
           WRITE EXTRACT-REPORT-REC.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > RQ-SEL-COUNT
               MOVE RQ-SEL-SLOT (WS-SUB) TO WS-SLOT
               MOVE SPACES TO EXTRACT-REPORT-REC
               STRING "  WHERE " FM-FIELD-NAME (WS-SLOT) " "
                       RQ-SEL-OPERATOR (WS-SUB) " "
                       RQ-SEL-VALUE (WS-SUB)
                   DELIMITED BY SIZE INTO EXTRACT-REPORT-REC
               WRITE EXTRACT-REPORT-REC
           END-PERFORM.
           MOVE SPACES TO EXTRACT-REPORT-REC.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > RQ-FIELD-COUNT
               MOVE RQ-FLD-SLOT (WS-SUB) TO WS-SLOT
               MOVE FM-FIELD-NAME (WS-SLOT)
                   TO EXTRACT-REPORT-REC (RQ-FLD-COLUMN (WS-SUB):
                                          RQ-FLD-WIDTH (WS-SUB))
           END-PERFORM.
           WRITE EXTRACT-REPORT-REC.

      *    Text sits at the left of its column, edited numbers at
      *    the right, under a heading that may be the wider.
       WRITE-DETAIL-LINE.
           MOVE SPACES TO EXTRACT-REPORT-REC.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > RQ-FIELD-COUNT
               MOVE RQ-FLD-SLOT (WS-SUB) TO WS-SLOT
               PERFORM GET-FIELD-DISPLAY
               MOVE RQ-FLD-COLUMN (WS-SUB) TO WS-PLACE-COLUMN
               IF NOT FF-TEXT (WS-SLOT)
                   COMPUTE WS-PLACE-COLUMN = WS-PLACE-COLUMN
                       + RQ-FLD-WIDTH (WS-SUB) - WS-DISPLAY-WIDTH
               END-IF
               MOVE WS-DISPLAY-TEXT (1:WS-DISPLAY-WIDTH)
                   TO EXTRACT-REPORT-REC (WS-PLACE-COLUMN:
                                          WS-DISPLAY-WIDTH)
           END-PERFORM.
           WRITE EXTRACT-REPORT-REC.

      ***************************************************************
      *  The outermost break level whose value changed closes its
      *  own group and every group inside it, innermost first.
      ***************************************************************
       CHECK-CONTROL-BREAKS.
           IF RQ-BREAK-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-LEVEL FROM 1 BY 1
                   UNTIL WS-LEVEL > RQ-BREAK-COUNT
               MOVE RQ-BRK-SLOT (WS-LEVEL) TO WS-SLOT
               PERFORM GET-FIELD-DISPLAY
               MOVE WS-DISPLAY-TEXT TO WS-NEW-BREAK-VALUE (WS-LEVEL)
           END-PERFORM.
           IF WS-RECORDS-LISTED > 1
               MOVE 0 TO WS-CHANGED-LEVEL
               PERFORM VARYING WS-LEVEL FROM 1 BY 1
                       UNTIL WS-LEVEL > RQ-BREAK-COUNT
                           OR WS-CHANGED-LEVEL > 0
                   IF WS-NEW-BREAK-VALUE (WS-LEVEL)
                           NOT = WS-BREAK-VALUE (WS-LEVEL)
                       MOVE WS-LEVEL TO WS-CHANGED-LEVEL
                   END-IF
               END-PERFORM
               IF WS-CHANGED-LEVEL > 0
                   PERFORM VARYING WS-FOOT-LEVEL FROM RQ-BREAK-COUNT
                           BY -1 UNTIL WS-FOOT-LEVEL < WS-CHANGED-LEVEL
                       PERFORM WRITE-BREAK-FOOTING
                   END-PERFORM
               END-IF
           END-IF.
           MOVE WS-NEW-BREAK-VALUES TO WS-BREAK-VALUES.

       ADD-TO-TOTALS.
           PERFORM VARYING WS-LEVEL FROM 1 BY 1 UNTIL WS-LEVEL > 6
               IF WS-LEVEL <= RQ-BREAK-COUNT OR WS-LEVEL = 6
                   ADD 1 TO WS-LEVEL-COUNT (WS-LEVEL)
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-TOTAL-FIELD FROM 1 BY 1
                   UNTIL WS-TOTAL-FIELD > RQ-TOTAL-COUNT
               MOVE RQ-TOT-SLOT (WS-TOTAL-FIELD) TO WS-SLOT
               PERFORM GET-FIELD-VALUE
               PERFORM VARYING WS-LEVEL FROM 1 BY 1
                       UNTIL WS-LEVEL > 6
                   IF WS-LEVEL <= RQ-BREAK-COUNT OR WS-LEVEL = 6
                       ADD WS-FIELD-NUMBER
                           TO WS-LEVEL-SUM (WS-LEVEL WS-TOTAL-FIELD)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *    A footing names the group it closes, counts its records
      *    and gives the sum of every TOT field, then starts the
      *    level's count and sums again.
       WRITE-BREAK-FOOTING.
           MOVE WS-LEVEL-COUNT (WS-FOOT-LEVEL) TO WS-COUNT-DISPLAY.
           MOVE SPACES TO EXTRACT-REPORT-REC.
           IF WS-FOOT-LEVEL = 6
               STRING "  TOTAL FOR REQUEST " RQ-ID
                       "  RECORDS=" WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO EXTRACT-REPORT-REC
           ELSE
               MOVE RQ-BRK-SLOT (WS-FOOT-LEVEL) TO WS-SLOT
               STRING "  TOTAL FOR "
                       FUNCTION TRIM (FM-FIELD-NAME (WS-SLOT))
                       "=" FUNCTION TRIM
                           (WS-BREAK-VALUE (WS-FOOT-LEVEL))
                       "  RECORDS=" WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO EXTRACT-REPORT-REC
           END-IF.
           WRITE EXTRACT-REPORT-REC.
           PERFORM VARYING WS-TOTAL-FIELD FROM 1 BY 1
                   UNTIL WS-TOTAL-FIELD > RQ-TOTAL-COUNT
               PERFORM WRITE-ONE-SUM-LINE
           END-PERFORM.
           MOVE 0 TO WS-LEVEL-COUNT (WS-FOOT-LEVEL).
           PERFORM VARYING WS-TOTAL-FIELD FROM 1 BY 1
                   UNTIL WS-TOTAL-FIELD > 10
               MOVE 0 TO WS-LEVEL-SUM (WS-FOOT-LEVEL WS-TOTAL-FIELD)
           END-PERFORM.

       WRITE-ONE-SUM-LINE.
           MOVE RQ-TOT-SLOT (WS-TOTAL-FIELD) TO WS-SLOT.
           MOVE SPACES TO WS-DISPLAY-TEXT.
           EVALUATE TRUE
               WHEN FF-ZONED (WS-SLOT) AND FF-DECIMALS (WS-SLOT) = 0
                   MOVE WS-LEVEL-SUM (WS-FOOT-LEVEL WS-TOTAL-FIELD)
                       TO WS-TOTAL-EDIT-0
                   MOVE WS-TOTAL-EDIT-0 TO WS-DISPLAY-TEXT
               WHEN FF-DECIMALS (WS-SLOT) = 4
                   MOVE WS-LEVEL-SUM (WS-FOOT-LEVEL WS-TOTAL-FIELD)
                       TO WS-TOTAL-EDIT-4
                   MOVE WS-TOTAL-EDIT-4 TO WS-DISPLAY-TEXT
               WHEN FF-DECIMALS (WS-SLOT) = 6
                   MOVE WS-LEVEL-SUM (WS-FOOT-LEVEL WS-TOTAL-FIELD)
                       TO WS-TOTAL-EDIT-6
                   MOVE WS-TOTAL-EDIT-6 TO WS-DISPLAY-TEXT
               WHEN OTHER
                   MOVE WS-LEVEL-SUM (WS-FOOT-LEVEL WS-TOTAL-FIELD)
                       TO WS-TOTAL-EDIT-2
                   MOVE WS-TOTAL-EDIT-2 TO WS-DISPLAY-TEXT
           END-EVALUATE.
           MOVE SPACES TO EXTRACT-REPORT-REC.
           STRING "      SUM OF " FM-FIELD-NAME (WS-SLOT)
                   WS-DISPLAY-TEXT (1:20)
               DELIMITED BY SIZE INTO EXTRACT-REPORT-REC.
           WRITE EXTRACT-REPORT-REC.

      ***************************************************************
      *  Delimited form: a heading row of field names, then one row
      *  per record with each value stripped of its padding.  A
      *  value holding the delimiter is quoted.
      ***************************************************************
       OPEN-DELIMITED-FILE.
           MOVE SPACES TO WS-DELIMITED-FILE-NAME.
           STRING "data/extract_" DELIMITED BY SIZE
                   RQ-ID DELIMITED BY SPACE
                   ".csv" DELIMITED BY SIZE
               INTO WS-DELIMITED-FILE-NAME.
           OPEN OUTPUT DELIMITED-FILE.
           MOVE SPACES TO DELIMITED-REC.
           MOVE 1 TO WS-DELIM-POINTER.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > RQ-FIELD-COUNT
               IF WS-SUB > 1
                   STRING RQ-DELIMITER DELIMITED BY SIZE
                       INTO DELIMITED-REC
                       WITH POINTER WS-DELIM-POINTER
               END-IF
               MOVE RQ-FLD-SLOT (WS-SUB) TO WS-SLOT
               STRING FM-FIELD-NAME (WS-SLOT) DELIMITED BY SPACE
                   INTO DELIMITED-REC
                   WITH POINTER WS-DELIM-POINTER
           END-PERFORM.
           WRITE DELIMITED-REC.

       WRITE-DELIMITED-LINE.
           MOVE SPACES TO DELIMITED-REC.
           MOVE 1 TO WS-DELIM-POINTER.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > RQ-FIELD-COUNT
               IF WS-SUB > 1
                   STRING RQ-DELIMITER DELIMITED BY SIZE
                       INTO DELIMITED-REC
                       WITH POINTER WS-DELIM-POINTER
               END-IF
               MOVE RQ-FLD-SLOT (WS-SUB) TO WS-SLOT
               PERFORM GET-FIELD-DISPLAY
               MOVE 0 TO WS-DELIM-HITS
               INSPECT WS-DISPLAY-TEXT TALLYING WS-DELIM-HITS
                   FOR ALL RQ-DELIMITER
               IF WS-DISPLAY-TEXT NOT = SPACES
                   IF WS-DELIM-HITS > 0
                       STRING '"' FUNCTION TRIM (WS-DISPLAY-TEXT) '"'
                           DELIMITED BY SIZE
                           INTO DELIMITED-REC
                           WITH POINTER WS-DELIM-POINTER
                   ELSE
                       STRING FUNCTION TRIM (WS-DISPLAY-TEXT)
                           DELIMITED BY SIZE
                           INTO DELIMITED-REC
                           WITH POINTER WS-DELIM-POINTER
                   END-IF
               END-IF
           END-PERFORM.
           WRITE DELIMITED-REC.

      ***************************************************************
      *  Same access line CUSINQ01 writes, kind X for an extract:
      *  one per customer listed with a name, address or taxpayer
      *  field on the list.
      ***************************************************************
       LOG-ONE-ACCESS.
           ACCEPT WS-ACCESS-TIME FROM TIME.
           ADD 1 TO WS-ACCESS-LOGGED.
           MOVE SPACES TO ACCESS-LOG-REC.
           MOVE WS-RUN-CCYYDDD TO ACCESS-LOG-REC (1:7).
           MOVE WS-REQUESTER-ID TO ACCESS-LOG-REC (9:8).
           MOVE WS-SOURCE-RECORD (1:9) TO ACCESS-LOG-REC (18:9).
           MOVE WS-ACCESS-TIME (1:6) TO ACCESS-LOG-REC (28:6).
           MOVE "X" TO ACCESS-LOG-REC (35:1).
           MOVE "Y" TO ACCESS-LOG-REC (37:1).
           WRITE ACCESS-LOG-REC.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "EXTRPT01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           SET LC-ACTION-CHECK TO TRUE.
           MOVE LV-CUSNEW-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           MOVE LV-ACCTM-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           MOVE LV-POSTJRNL-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.

       SKIP-CUSTOMER-HEADER.
           IF WS-SOURCE-FILE-STATUS = "00"
               READ CUSTOMER-MASTER-FILE
                   AT END
                       CONTINUE
               END-READ
           END-IF.

       SKIP-ACCOUNT-HEADER.
           IF WS-SOURCE-FILE-STATUS = "00"
               READ ACCOUNT-MASTER-FILE
                   AT END
                       CONTINUE
               END-READ
           END-IF.

       SKIP-POSTING-HEADER.
           IF WS-SOURCE-FILE-STATUS = "00"
               READ POSTING-JOURNAL-FILE
                   AT END
                       CONTINUE
               END-READ
           END-IF.
       END PROGRAM EXTRPT01.
