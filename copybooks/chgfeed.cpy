      * CHGFEED - outbound customer change feed layouts
      * (customer-feed.nnnnnn, nnnnnn the feed sequence number).
      * Written by chgfeed01 from a day's customer journal and
      * the purges purge01 cataloged that day, for the systems
      * downstream that keep their own copy of the customer
      * file and used to reload the whole customer.srt to pick
      * up a handful of changes.
      *
      * One header, one CHG record per add, change, delete,
      * merge or purge, and one trailer.  The first three bytes
      * tell them apart, as on the branch extracts.
      *
      * FR-ACTION is ADD, CHANGE, DELETE, MERGE or PURGE.  On a
      * MERGE FR-ACCOUNT is the surviving account and
      * FR-MERGED-FROM the account merged into it and deleted.
      * FR-IMAGE is the record as it stands after the action
      * (the mstrec.cpy layout) - spaces on a DELETE or PURGE.
      * FR-CHANGED-FIELDS holds a Y or N per field, in record
      * order: gender, first, middle, last, birthday, address,
      * city, state, ZIP, status, last activity.  Every flag is
      * Y on an ADD; the flags are spaces on a DELETE or PURGE.
      *
      * A customer erased by privreq01 has gender through ZIP
      * (image positions 21-133) blanked in every feed already
      * sent and in every resend: spaces, except that on a
      * CHANGE or MERGE each of those fields flagged Y holds
      * asterisks.  The flags, actions and counts are as sent.
      *
      * Modification History:
      * 10/15/2026 - BB - Created.
      * 10/15/2026 - BB - How an erased customer's records look.
         01 FEED-HEADER-REC.
           05 FH-TAG              pic x(3).
           05 Filler              pic x(2).
           05 FH-FEED-SEQ         pic 9(6).
           05 Filler              pic x(2).
           05 FH-FEED-DATE        pic 9(8).
           05 Filler              pic x(2).
           05 FH-CREATED-DATE     pic 9(8).
           05 Filler              pic x(2).
           05 FH-SOURCE           pic x(8).
         01 FEED-DETAIL-REC.
           05 FR-TAG              pic x(3).
           05 Filler              pic x(2).
           05 FR-RECORD-NO        pic 9(7).
           05 Filler              pic x(2).
           05 FR-ACTION           pic x(6).
           05 Filler              pic x(2).
           05 FR-ACCOUNT          pic x(18).
           05 Filler              pic x(2).
           05 FR-MERGED-FROM      pic x(18).
           05 Filler              pic x(2).
           05 FR-BRANCH-ID        pic x(8).
           05 Filler              pic x(2).
           05 FR-EVENT-DATE       pic 9(8).
           05 Filler              pic x(2).
           05 FR-EVENT-TIME       pic 9(6).
           05 Filler              pic x(2).
           05 FR-CHANGED-FIELDS   pic x(11).
           05 FR-CHANGED-FLAGS REDEFINES FR-CHANGED-FIELDS.
             10 FR-CHG-FLAG       pic x(1) OCCURS 11 TIMES.
           05 Filler              pic x(2).
           05 FR-IMAGE            pic x(144).
         01 FEED-TRAILER-REC.
           05 FT-TAG              pic x(3).
           05 Filler              pic x(2).
           05 FT-RECORD-COUNT     pic 9(7).
           05 Filler              pic x(2).
           05 FT-ADDS             pic 9(7).
           05 Filler              pic x(2).
           05 FT-CHANGES          pic 9(7).
           05 Filler              pic x(2).
           05 FT-DELETES          pic 9(7).
           05 Filler              pic x(2).
           05 FT-MERGES           pic 9(7).
           05 Filler              pic x(2).
           05 FT-PURGES           pic 9(7).
