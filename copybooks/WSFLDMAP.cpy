      ***************************************************************
       01 WS-FIELD-MAP-TABLE.
           05 FM-FIELD-COUNT             PIC 9(4).
           05 WS-FIELD-MAP OCCURS 25 TIMES INDEXED BY FM-IDX.
               10 FM-FIELD-NAME          PIC X(15).
               10 FM-OFFSET              PIC 9(4).
               10 FM-LENGTH              PIC 9(4).
