      *              reinst01 can bring a purged customer back
      *              without anyone searching the archive
      *              files by eye.
      * 10/15/2026 - BB - Cust-Status U (undeliverable address)
      *              ages off on the dormant cutoff the same as
      *              D.
      *
       Environment Division.
       Input-Output Section.
                   MOVE "CLOSED" TO ARCHIVE-REASON
                   ADD 1 TO CLOSED-ARCHIVED
               WHEN "D"
               WHEN "U"
                   PERFORM CHECK-DORMANT-RTN
                       THRU CHECK-DORMANT-EXIT
               WHEN OTHER
