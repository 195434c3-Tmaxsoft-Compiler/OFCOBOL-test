      ***************************************************************
      *  WSOFFRSP - offer response record, as the response house
      *  returns it on data/offer_responses.dat and as OFFRSP01
      *  keeps it on the response history once it has matched the
      *  response to an offer the customer was sent.  One response
      *  per customer per offer counts; the history carries the
      *  date of the offer it answered and the night it was
      *  matched, both blank on the response house's file.
      ***************************************************************
       01 WS-OFFER-RESPONSE.
           05 RP-RESPONSE-DATE            PIC 9(7).
           05 RP-OFFER-ID                 PIC X(8).
           05 RP-CUST-NO                  PIC 9(9).
           05 RP-RESPONSE-CODE            PIC X(1).
               88 RP-ACCEPTED             VALUE "A".
               88 RP-ENQUIRED             VALUE "E".
               88 RP-DECLINED             VALUE "D".
               88 RP-RESPONSE-VALID       VALUE "A" "E" "D".
           05 RP-SELECTED-DATE            PIC 9(7).
           05 RP-MATCHED-DATE             PIC 9(7).
