      * RTNHIST - returned-mail history record layout
      * (returned-mail.dat).  One record per returned piece
      * taken in by rtnmail01, appended so the return-rate
      * report covers every campaign's returns to date, not
      * just today's bundle.  The ZIP3 and the branch that last
      * touched the account on the journals are captured at
      * intake, while the master still holds the bad address.
      * The account's running return count after this piece
      * rides along for the audit trail.
      *
      * Modification History:
      * 10/15/2026 - BB - Created.
           05 RN-ACCOUNT          pic x(18).
           05 Filler              pic x(2).
           05 RN-CAMPAIGN         pic x(10).
           05 Filler              pic x(2).
           05 RN-RETURN-DATE      pic 9(8).
           05 Filler              pic x(2).
           05 RN-USPS-REASON      pic x(3).
           05 Filler              pic x(2).
           05 RN-INTAKE-DATE      pic 9(8).
           05 Filler              pic x(2).
           05 RN-ZIP3             pic x(3).
           05 Filler              pic x(2).
           05 RN-BRANCH-ID        pic x(8).
           05 Filler              pic x(2).
           05 RN-RETURN-COUNT     pic 9(3).
