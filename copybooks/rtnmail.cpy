      * RTNMAIL - returned-mail piece record layout
      * (returned-mail.txt, one returned piece per line, keyed
      * from the pieces the post office sends back off a
      * label01 or house01 drop).  Read by rtnmail01.
      * USPS return reasons (endorsement codes): ANK attempted
      * not known, NSN no such number, NSS no such street,
      * VAC vacant, IA insufficient address, UTF unable to
      * forward, REF refused, DEC deceased, OTH anything else.
      *
      * Modification History:
      * 10/15/2026 - BB - Created.
           05 RM-ACCOUNT          pic x(18).
           05 Filler              pic x(2).
           05 RM-CAMPAIGN         pic x(10).
           05 Filler              pic x(2).
           05 RM-RETURN-DATE      pic 9(8).
           05 Filler              pic x(2).
           05 RM-USPS-REASON      pic x(3).
