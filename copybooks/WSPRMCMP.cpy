      ***************************************************************
      *  WSPRMCMP - promotional bonus-rate campaign, one record per
      *  offer on data/promo_campaigns.dat, kept by marketing.  A
      *  campaign pays CP-BONUS-RATE (annual, on top of the balance-
      *  tier rate) for CP-TERM-MONTHS to each account PRMENR01
      *  enrolls in it.  An account qualifies when it was opened
      *  inside the open-date window and matches every criterion
      *  the campaign names - product code, region code, and
      *  WSAGEBND age band (INFANT, BABY, CHILD, TEENAGER, ADULT,
      *  SENIOR); a criterion left blank matches any account.  The
      *  budget cap is the most bonus interest the campaign will
      *  ever pay: INTACC01 stops paying once the bonus paid to
      *  its enrollments reaches it, and PRMENR01 stops enrolling.
      *  The expiry notice goes out the notice lead days before an
      *  enrollment ends; zero means thirty days.
      ***************************************************************
       01 WS-PROMO-CAMPAIGN-RECORD.
           05 CP-CAMPAIGN-CODE            PIC X(8).
           05 CP-DESCRIPTION              PIC X(30).
           05 CP-BONUS-RATE               PIC 9V9(6).
           05 CP-PRODUCT-CODE             PIC X(2).
           05 CP-REGION-CODE              PIC X(2).
           05 CP-AGE-BAND                 PIC X(8).
           05 CP-OPEN-FROM-DATE           PIC 9(7).
           05 CP-OPEN-TO-DATE             PIC 9(7).
           05 CP-TERM-MONTHS              PIC 9(3).
           05 CP-BUDGET-CAP               PIC 9(9)V99.
           05 CP-NOTICE-LEAD-DAYS         PIC 9(3).
