      * FEEDACK - customer change feed acknowledgment record
      * layout (customer-feed-ack.<receiver>).  Each receiver
      * named on customer-feed.ctl returns one line per feed
      * it has loaded or refused; feedack01 reconciles the
      * lines against customer-feed-control.dat.  The file may
      * hold every ack the receiver ever sent - a line already
      * reconciled changes nothing.
      *
      * FA-ACK-DATE is the day the receiver loaded or refused
      * the feed; an ack dated before the feed was last sent is
      * for an earlier send and is not counted.  FA-STATUS is
      * LOADED or REJECTED; FA-NOTE is the receiver's own reason
      * for a rejection.
      *
      * Modification History:
      * 10/15/2026 - BB - Created.
           05 FA-RECEIVER         pic x(8).
           05 Filler              pic x(2).
           05 FA-FEED-SEQ         pic 9(6).
           05 Filler              pic x(2).
           05 FA-FEED-DATE        pic 9(8).
           05 Filler              pic x(2).
           05 FA-RECORD-COUNT     pic 9(7).
           05 Filler              pic x(2).
           05 FA-ACK-DATE         pic 9(8).
           05 Filler              pic x(2).
           05 FA-STATUS           pic x(8).
           05 Filler              pic x(2).
           05 FA-NOTE             pic x(40).
