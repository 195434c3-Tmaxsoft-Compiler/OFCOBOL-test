      ***************************************************************
      *  WSCORTPL - request/reply record for CORTPL01, the
      *  correspondence template service.  Every fixed phrase a
      *  customer reads - statement captions, notice and letter
      *  wording - lives on the template file keyed by document,
      *  line number and language instead of in the programs.  The
      *  caller names the document and line, passes the customer's
      *  language and up to five values, and gets back the finished
      *  print line: each &1 - &5 in the template text is replaced
      *  by the matching value with its trailing spaces dropped.  A
      *  line with no translation in the customer's language comes
      *  back in English (flagged E); a line missing even in English
      *  comes back blank (flagged M) and is logged to the exception
      *  file once per run.
      ***************************************************************
       01 WS-CORR-TEMPLATE-REQUEST.
           05 TP-SOURCE-PROGRAM          PIC X(8).
           05 TP-DOCUMENT                PIC X(8).
           05 TP-LINE-NO                 PIC 9(3).
           05 TP-LANGUAGE                PIC X(2).
           05 TP-VALUE OCCURS 5 TIMES    PIC X(30).
           05 TP-TEXT-LINE               PIC X(90).
           05 TP-RESULT-FLAG             PIC X(1).
               88 TP-FOUND-IN-LANGUAGE   VALUE "L".
               88 TP-FOUND-IN-ENGLISH    VALUE "E".
               88 TP-TEMPLATE-MISSING    VALUE "M".
