      *  surfaces on the exception report instead of defaulting.
      *
           05 CN-REGION-CODE              PIC X(2).
      *
      *  Know-your-customer profile.  RSKRAT01 recomputes the
      *  composite risk rating nightly from the watch list, the
      *  velocity hold queue, overdraft history and legal holds, and
      *  keeps the review-due date in step with it: a completed
      *  review restarts the clock at the rating's interval, and a
      *  customer newly rated high is due for review at once.  The
      *  identity-document expiry is captured at onboarding and
      *  renewed at review.  ACCMNT01 refuses a new account for a
      *  high-risk customer whose review is due.
      *
           05 CN-RISK-RATING              PIC X(1).
               88 CN-RISK-LOW             VALUE "L".
               88 CN-RISK-MEDIUM          VALUE "M".
               88 CN-RISK-HIGH            VALUE "H".
               88 CN-RISK-NOT-RATED       VALUE SPACE.
           05 CN-LAST-REVIEW-DATE         PIC 9(7).
           05 CN-REVIEW-DUE-DATE          PIC 9(7).
           05 CN-ID-EXPIRY-DATE           PIC 9(7).
      *
      *  Correspondence language: statements and customer letters
      *  are composed from the correspondence template file in this
      *  language, English standing in for any line not yet
      *  translated.  Set through CUSMNT01 (and so ONBRD01); spaces
      *  mean English.
      *
           05 CN-LANGUAGE-CODE            PIC X(2).
               88 CN-LANGUAGE-ENGLISH     VALUE "EN" SPACES.
               88 CN-LANGUAGE-KOREAN      VALUE "KO".
      *
      *  Contact points for the customer alert service: the mobile
      *  number text alerts go to (digits, optionally led by +) and
      *  the email address.  Set through CUSMNT01; a customer can
      *  only subscribe an alert to a channel whose contact point
      *  is on file.  Spaces mean none given.
      *
           05 CN-PHONE-NO                 PIC X(15).
           05 CN-EMAIL-ADDRESS            PIC X(50).
      *
      *  Taxpayer identification number as the tax authority holds
      *  it, nine digits, reported on the annual interest
      *  information return TAXRTN01 files.  Set through CUSMNT01
      *  under dual control and masked by MASKEX01 on every extract
      *  that leaves the bank.  Spaces mean not yet supplied.
      *
           05 CN-TAXPAYER-ID              PIC X(9).
      *
      *  Marketing contact preferences: Y when the customer has
      *  asked not to be solicited by mail, by telephone, or by
      *  email.  Set through CUSMNT01 (N on an add unless the
      *  customer says otherwise); OFFSEL01 leaves an opted-out
      *  customer off every offer extract for that channel.  Only
      *  marketing is affected - statements, notices and alerts
      *  the customer is owed still go out.
      *
           05 CN-MARKETING-PREFS.
               10 CN-DO-NOT-MAIL          PIC X(1).
                   88 CN-NO-MARKETING-MAIL  VALUE "Y".
               10 CN-DO-NOT-CALL          PIC X(1).
                   88 CN-NO-MARKETING-CALL  VALUE "Y".
               10 CN-DO-NOT-EMAIL         PIC X(1).
                   88 CN-NO-MARKETING-EMAIL VALUE "Y".
