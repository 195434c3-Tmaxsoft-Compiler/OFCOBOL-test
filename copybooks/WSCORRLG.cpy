      *  run date, delivery channel) so the service desk can answer
      *  "what did we actually send" from the system instead of
      *  shrugging.  Channel P is print, E electronic, H held on
      *  the held-correspondence file, X printed and sent to the
      *  executor of a deceased customer's estate, S suppressed -
      *  composed but never sent because the customer has died.
      ***************************************************************
       01 WS-CORRESPONDENCE-LOG-REQUEST.
           05 CO-CUST-NO                  PIC 9(9).
               88 CO-CHANNEL-PRINT        VALUE "P".
               88 CO-CHANNEL-ELECTRONIC   VALUE "E".
               88 CO-CHANNEL-HELD         VALUE "H".
               88 CO-CHANNEL-EXECUTOR     VALUE "X".
               88 CO-CHANNEL-SUPPRESSED   VALUE "S".
