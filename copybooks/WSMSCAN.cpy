               88 MS-PHASE-CLOSE          VALUE "C".
           05 MS-RUN-DATE                 PIC 9(7).
           05 MS-RECORD-NUMBER            PIC 9(7).
           05 MS-CUSTOMER-IMAGE           PIC X(229).
