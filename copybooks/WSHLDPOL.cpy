      ***************************************************************
      *  WSHLDPOL - uncollected-funds hold policy.  One row per
      *  band: a credit to an open deposit account of the product,
      *  of the transaction type, within the amount band, to an
      *  account whose age in days since opening falls within the
      *  age band, has the part of it above the exempt amount held
      *  - at the hold percentage - for so many business days.  A
      *  blank product or type matches any.  Rows are judged in
      *  file order and the first that matches decides; a credit
      *  no row matches is available at once.  POSTAP01 places the
      *  holds, HLDREL01 releases them when they expire.
      ***************************************************************
       01 WS-HOLD-POLICY-RECORD.
           05 HP-PRODUCT-CODE             PIC X(2).
           05 HP-TYPE-CODE                PIC X(2).
           05 HP-AMOUNT-LOW               PIC 9(7)V99.
           05 HP-AMOUNT-HIGH              PIC 9(7)V99.
           05 HP-AGE-MIN-DAYS             PIC 9(5).
           05 HP-AGE-MAX-DAYS             PIC 9(5).
           05 HP-EXEMPT-AMOUNT            PIC 9(7)V99.
           05 HP-HOLD-PERCENT             PIC 9(3).
           05 HP-HOLD-DAYS                PIC 9(2).
