           05 AC-RECORD-LENGTH           PIC 9(4).
           05 AC-MISMATCH-COUNT          PIC 9(4).
               88 AC-RECORDS-MATCH       VALUE 0.
           05 AC-MISMATCH-LIST OCCURS 25 TIMES INDEXED BY AC-IDX.
               10 AC-MISMATCH-FIELD-NAME PIC X(15).
