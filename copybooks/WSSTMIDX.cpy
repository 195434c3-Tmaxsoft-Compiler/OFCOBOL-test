      ***************************************************************
      *  WSSTMIDX - statement mail index record.  STMT01 writes one
      *  per statement it puts on the print file, in print order:
      *  the customer, the ZIP the piece is actually mailed to (the
      *  executor's or care-of party's when the page is addressed
      *  in care of someone), where the statement starts on the
      *  print file and how many lines and sheets it runs to, and
      *  the absolute closing balance that joins the control hash.
      *  STMSRT01 presorts the print stream from it without having
      *  to read any wording off the page.
      ***************************************************************
       01 WS-STMT-INDEX-RECORD.
           05 SX-CUST-NO                 PIC 9(9).
           05 SX-MAIL-ZIP                PIC 9(9).
           05 SX-MAIL-ZIP-R REDEFINES SX-MAIL-ZIP.
               10 SX-MAIL-ZIP3           PIC 9(3).
               10 SX-MAIL-ZIP-REST       PIC 9(6).
           05 SX-FIRST-LINE              PIC 9(7).
           05 SX-LINE-COUNT              PIC 9(5).
           05 SX-SHEET-COUNT             PIC 9(3).
           05 SX-BALANCE                 PIC 9(9)V99.
