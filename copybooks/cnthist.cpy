      * 09/02/2026 - BB - Created; once a piece printed,
      *              nothing recorded that the customer was
      *              mailed.
      * 10/15/2026 - BB - CT-CAMPAIGN now carries the campaign
      *              code from campaign.dat (campmst.cpy) when
      *              the mailing program is given one; the old
      *              fixed words remain the default.
           05 CT-ACCOUNT          pic x(18).
           05 Filler              pic x(2).
           05 CT-MAIL-DATE        pic 9(8).
