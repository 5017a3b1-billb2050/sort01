      * GENCAT - generation catalog record layout
      * (generation-catalog.dat).  Rewritten by genmgr01 after
      * each publish: one line per managed file - the dated
      * customer.srt generations it copies off, the dated
      * customer-master.ext.yyyymmdd unloads mstext01 keeps (the
      * master backups rollfwd01 rebuilds from), and the
      * journals, archives, txn-ack.<branch> files and rolled
      * customer-txns.txt.yyyymmdd files it ages off by
      * retention period.  delta01 and sort01 read it to
      * find the previous customer.srt generation.
      *
      * GC-FILE-TYPE is SRT, EXTRACT, JOURNAL, ARCHIVE, ACK or
      * TXNS.
      * GC-FILE-DATE is the generation date (the ack's header
      * extract date for an ACK).  GC-STATUS is KEPT, or HELD
      * for a file past its retention period that something
      * still needs - GC-REASON says what.
      *
      * Modification History:
      * 10/15/2026 - BB - Created.
      * 10/15/2026 - BB - TXNS type for the dated transaction
      *              files mstupd01 rolls off.
           05 GC-FILE-TYPE        pic x(8).
           05 Filler              pic x(2).
           05 GC-FILE-DATE        pic 9(8).
           05 Filler              pic x(2).
           05 GC-FILE-NAME        pic x(40).
           05 Filler              pic x(2).
           05 GC-RECORD-COUNT     pic 9(7).
           05 Filler              pic x(2).
           05 GC-CATALOG-DATE     pic 9(8).
           05 Filler              pic x(2).
           05 GC-STATUS           pic x(8).
           05 Filler              pic x(2).
           05 GC-REASON           pic x(40).
