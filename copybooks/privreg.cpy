      * PRIVREG - privacy register record layout
      * (privacy-register.dat).  Appended by privreq01 for every
      * customer access or erasure request and every action
      * taken on one, and by mstupd01 when it applies an
      * erasure's delete, so compliance can show what was asked,
      * where the customer was found and what was done about
      * it.  A request is identified by its date and time.
      *
      * PV-ACTION is one of:
      *   REQUEST   the request as made; PV-NOTE says how the
      *             customer was identified (never the name or
      *             birthday themselves);
      *   FOUND     PV-COUNT appearances in file PV-FILE;
      *   BLANKED   PV-COUNT records in PV-FILE had the
      *             personal fields blanked;
      *   DELETE    a D transaction for mstupd01 was written to
      *             PV-FILE (customer-txns.txt);
      *   SUPPRESS  the account was added to suppress.dat;
      *   REFUSED   the request was not carried out - PV-NOTE
      *             says why;
      *   FAILED    an erase step did not complete (from
      *             mstupd01, the delete was rejected - PV-NOTE
      *             has the reason);
      *   PENDING   the erase finished but for the master
      *             record, whose delete waits for the next
      *             mstupd01 run; PV-COUNT appearances in all;
      *   DELETED   written by mstupd01 - the delete was
      *             applied to customer.mst;
      *   COMPLETE  the request finished, PV-COUNT appearances
      *             in all.
      *
      * Modification History:
      * 10/15/2026 - BB - Created.
      * 10/15/2026 - BB - PENDING, and DELETED from mstupd01,
      *              now that the delete goes through the day's
      *              customer-txns.txt.
           05 PV-REQUEST-DATE     pic 9(8).
           05 Filler              pic x(2).
           05 PV-REQUEST-TIME     pic 9(6).
           05 Filler              pic x(2).
           05 PV-MODE             pic x(6).
           05 Filler              pic x(2).
           05 PV-ACCOUNT          pic x(18).
           05 Filler              pic x(2).
           05 PV-ACTION           pic x(8).
           05 Filler              pic x(2).
           05 PV-FILE             pic x(40).
           05 Filler              pic x(2).
           05 PV-COUNT            pic 9(7).
           05 Filler              pic x(2).
           05 PV-NOTE             pic x(40).
