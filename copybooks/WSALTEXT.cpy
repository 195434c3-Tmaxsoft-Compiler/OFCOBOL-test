      ***************************************************************
      *  WSALTEXT - alert notification record for the SMS and email
      *  delivery vendor, one per alert per channel.  The vendor
      *  sends AX-MESSAGE as it stands to AX-DESTINATION - a mobile
      *  number for channel S, an email address for channel E - so
      *  the wording is finished here, in the customer's language,
      *  from the ALERTS document on the correspondence template
      *  file.  The amount rides separately, signed, for vendors
      *  that format it themselves.  The file closes with a
      *  trailer record (type TR) carrying the record count.
      ***************************************************************
       01 WS-ALERT-EXTRACT-RECORD.
           05 AX-RECORD-TYPE              PIC X(2).
               88 AX-ALERT-DETAIL         VALUE "AL".
               88 AX-TRAILER              VALUE "TR".
           05 AX-RUN-DATE                 PIC 9(7).
           05 AX-CUST-NO                  PIC 9(9).
           05 AX-ALERT-TYPE               PIC X(2).
           05 AX-CHANNEL                  PIC X(1).
           05 AX-DESTINATION              PIC X(50).
           05 AX-LANGUAGE                 PIC X(2).
           05 AX-AMOUNT                   PIC +9(9).99.
           05 AX-MESSAGE                  PIC X(90).
       01 WS-ALERT-EXTRACT-TRAILER REDEFINES WS-ALERT-EXTRACT-RECORD.
           05 FILLER                      PIC X(2).
           05 AX-TRL-RUN-DATE             PIC 9(7).
           05 AX-TRL-RECORD-COUNT         PIC 9(9).
           05 FILLER                      PIC X(158).
