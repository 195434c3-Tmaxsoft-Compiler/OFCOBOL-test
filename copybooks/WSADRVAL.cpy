      ***************************************************************
      *  WSADRVAL - request/reply record for ADRVAL01, the postal
      *  address validation service.  The caller passes the address
      *  line and ZIP it is about to put on the master; ADRVAL01
      *  looks the five-digit ZIP up on the postal reference file
      *  and checks that the city the reference gives for it (or
      *  one of its alternate city names) appears in the address.
      *  The reply says whether the address is deliverable and, when
      *  it is not, the reason code the caller rejects or holds
      *  with: ZIPX for a ZIP the post office does not have, CITY for
      *  an address whose city does not belong to its ZIP.  The
      *  reference city and state come back for the caller's review
      *  or reject line.  With no reference file on hand nothing
      *  can be proved either way; the address passes as not checked
      *  and the missing file is logged to the exception file.
      ***************************************************************
       01 WS-ADDRESS-VALIDATION-REQUEST.
           05 AV-SOURCE-PROGRAM          PIC X(8).
           05 AV-ADDRESS                 PIC X(40).
           05 AV-ZIP                     PIC 9(9).
           05 AV-RESULT                  PIC X(1).
               88 AV-ADDRESS-VALID       VALUE "V".
               88 AV-NOT-CHECKED         VALUE "N".
               88 AV-ZIP-NOT-FOUND       VALUE "Z".
               88 AV-CITY-MISMATCH       VALUE "C".
               88 AV-ADDRESS-FAILED      VALUE "Z" "C".
           05 AV-REASON-CODE             PIC X(4).
           05 AV-REFERENCE-CITY          PIC X(25).
           05 AV-REFERENCE-STATE         PIC X(2).
