      * FEEDCTL - customer change feed control record layout
      * (customer-feed-control.dat), one line per feed sent.
      * Rewritten by chgfeed01 as it builds or resends a feed
      * and by feedack01 as receivers acknowledge them.
      *
      * FC-FEED-DATE is the day whose journal and purges the
      * feed carries; the next feed must be for the day after,
      * so no day is fed twice or skipped.  FC-JOURNAL-ENTRIES
      * and FC-PURGE-ENTRIES are how many of that day's journal
      * entries and archive-catalog.dat purges went out, so a
      * resend reads exactly the same ones.  Entries added to
      * the previous feed's day after it was built (mstupd01 or
      * purge01 run again that day) are carried on the next
      * feed: FC-LATE-DATE is that day and the FROM/THRU pairs
      * the entries carried, zero when there were none.
      *
      * Each receiver the feed went to has a slot.  FC-ACK-STATUS
      * is AWAITING, ACKED, REJECTED (the receiver could not load
      * it) or MISMATCH (the ack's date or count is not what was
      * sent); FC-ACK-DATE is the day it was set.
      *
      * Modification History:
      * 10/15/2026 - BB - Created.
           05 FC-FEED-SEQ         pic 9(6).
           05 Filler              pic x(2).
           05 FC-FEED-DATE        pic 9(8).
           05 Filler              pic x(2).
           05 FC-CREATED-DATE     pic 9(8).
           05 Filler              pic x(2).
           05 FC-CREATED-TIME     pic 9(6).
           05 Filler              pic x(2).
           05 FC-JOURNAL-ENTRIES  pic 9(7).
           05 Filler              pic x(2).
           05 FC-PURGE-ENTRIES    pic 9(7).
           05 Filler              pic x(2).
           05 FC-LATE-DATE        pic 9(8).
           05 Filler              pic x(2).
           05 FC-LATE-JRN-FROM    pic 9(7).
           05 Filler              pic x(2).
           05 FC-LATE-JRN-THRU    pic 9(7).
           05 Filler              pic x(2).
           05 FC-LATE-PRG-FROM    pic 9(7).
           05 Filler              pic x(2).
           05 FC-LATE-PRG-THRU    pic 9(7).
           05 Filler              pic x(2).
           05 FC-RECORD-COUNT     pic 9(7).
           05 Filler              pic x(2).
           05 FC-RESEND-COUNT     pic 9(3).
           05 Filler              pic x(2).
           05 FC-LAST-SENT-DATE   pic 9(8).
           05 FC-RECEIVER-SLOT OCCURS 5 TIMES.
             10 Filler            pic x(2).
             10 FC-RECEIVER       pic x(8).
             10 Filler            pic x(1).
             10 FC-ACK-STATUS     pic x(8).
             10 Filler            pic x(1).
             10 FC-ACK-DATE       pic 9(8).
