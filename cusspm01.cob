           ==CN-ZIP== BY ==R4-ZIP==
           ==CN-BALANCE== BY ==R4-BALANCE==.
       FD  COMBINED-MASTER-FILE.
       01  COMBINED-MASTER-REC           PIC X(229).
       FD  SPLIT-TOTALS-FILE.
       01  SPLIT-TOTALS-REC.
           02 ST-LINE-TYPE               PIC X(2).
