      * CAMPMST - campaign master record layout (campaign.dat,
      * one campaign per line, keyed by hand).  A campaign used
      * to be a fixed word each mailing program wrote into
      * CT-CAMPAIGN; now every drop has its own code, drop date,
      * list-pull criteria and postage rates.  campsel01 pulls
      * the list from the criteria, label01/house01/bday01 stamp
      * the code on contact-history.dat, and campcst01 prices
      * the drop against CM-BUDGET.
      * Criteria left blank (or zero) don't restrict the pull:
      *   CM-STATES       up to ten 2-letter states
      *   CM-GENDER       M or F
      *   CM-AGE-LOW/HIGH age band on the drop date (HIGH 000
      *                   = no age test)
      *   CM-STATUS-LIST  up to three Cust-Status codes (A D C)
      *   CM-RECENCY-DAYS last activity within N days of the
      *                   drop date
      * Rates are dollars per piece with three implied decimals
      * (0573 = $0.573); budget has two (000150000 = $1,500.00).
      *
      * Modification History:
      * 10/15/2026 - BB - Created.
           05 CM-CAMPAIGN         pic x(10).
           05 Filler              pic x(2).
           05 CM-DROP-DATE        pic 9(8).
           05 Filler              pic x(2).
           05 CM-DESCRIPTION      pic x(30).
           05 Filler              pic x(2).
           05 CM-STATES           pic x(20).
           05 CM-STATE-LIST REDEFINES CM-STATES.
              10 CM-STATE         pic x(2) OCCURS 10 TIMES.
           05 Filler              pic x(2).
           05 CM-GENDER           pic x(1).
           05 Filler              pic x(2).
           05 CM-AGE-LOW          pic 9(3).
           05 Filler              pic x(2).
           05 CM-AGE-HIGH         pic 9(3).
           05 Filler              pic x(2).
           05 CM-STATUS-LIST      pic x(3).
           05 Filler              pic x(2).
           05 CM-RECENCY-DAYS     pic 9(4).
           05 Filler              pic x(2).
           05 CM-PIECE-RATE       pic 9(1)v9(3).
           05 Filler              pic x(2).
           05 CM-PRESORT-RATE     pic 9(1)v9(3).
           05 Filler              pic x(2).
           05 CM-BUDGET           pic 9(7)v9(2).
