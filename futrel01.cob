           02 WH-SIGN                    PIC X(1).
           02 WH-AMOUNT                  PIC X(9).
           02 WH-VALUE-DATE              PIC X(7).
           02 FILLER                     PIC X(48).

       FD  WAREHOUSE-OUT.
       01  WAREHOUSE-OUT-REC             PIC X(76).

       FD  WAREHOUSE-REWRITE.
       01  WAREHOUSE-REWRITE-REC         PIC X(76).

       FD  WAREHOUSE-COPY-IN.
       01  WAREHOUSE-COPY-REC            PIC X(76).

       FD  BALANCE-TXN-FILE.
       01  BALANCE-TXN-REC               PIC X(76).

       FD  INVENTORY-REPORT-FILE.
       01  INVENTORY-REPORT-REC          PIC X(60).
