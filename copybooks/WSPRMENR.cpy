      ***************************************************************
      *  WSPRMENR - one account's enrollment in a promotional
      *  campaign (data/promo_enrollments.dat).  PRMENR01 writes it
      *  when the account qualifies, with the bonus rate fixed as
      *  the campaign stood that night and the expiry date the
      *  campaign's term in months on from enrollment (MATDAT01).
      *  The bonus earns from the enrollment date up to the day
      *  before expiry.  INTACC01 adds each month's bonus paid and
      *  stamps the date it paid, so a rerun the same night does
      *  not pay it twice.  An enrollment is active until PRMENR01
      *  marks it expired (the expiry date has come) or ended (the
      *  account closed); the notice date is when the expiry
      *  notice went out, zero until then.
      ***************************************************************
       01 WS-PROMO-ENROLLMENT-RECORD.
           05 EN-ACCT-NO                  PIC 9(10).
           05 EN-CUST-NO                  PIC 9(9).
           05 EN-CAMPAIGN-CODE            PIC X(8).
           05 EN-BONUS-RATE               PIC 9V9(6).
           05 EN-ENROLL-DATE              PIC 9(7).
           05 EN-EXPIRY-DATE              PIC 9(7).
           05 EN-STATUS                   PIC X(1).
               88 EN-ENROLLMENT-ACTIVE    VALUE "A".
               88 EN-ENROLLMENT-EXPIRED   VALUE "E".
               88 EN-ENROLLMENT-ENDED     VALUE "C".
           05 EN-NOTICE-SENT-DATE         PIC 9(7).
           05 EN-BONUS-PAID               PIC 9(7)V99.
           05 EN-LAST-PAID-DATE           PIC 9(7).
