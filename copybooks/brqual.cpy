      * BRQUAL - branch data-quality event record layout
      * (branch-quality.dat).  Appended to by every program that
      * can pin a piece of bad data on the branch that sent it,
      * the same way run-history.dat collects run records, so
      * the nightly reports can be overwritten as before and
      * brqual01 can still build the monthly branch scorecard.
      *
      * BQ-EVENT is one of:
      *   RECORDS  sort01 - extract records read (BQ-COUNT)
      *   TXNS     mstupd01 - transactions submitted (BQ-COUNT)
      *   REJECT   sort01 record / mstupd01 transaction reject,
      *            BQ-REASON is the reject reason
      *   OUTBAL   sort01 - extract out of balance or with no
      *            trailer, BQ-REASON says which
      *   CORRECT  recfix01 - correction applied to a recycled
      *            record, BQ-REASON is the field corrected
      *   DUPACCT  dupchk01 - account number sent twice
      *   SAMEPERS samechk01 - same-person pair; BQ-ACCOUNT and
      *            BQ-OTHER-ACCOUNT are the two accounts.  The
      *            master extract has no branch, so the branch
      *            is left blank and brqual01 charges the branch
      *            that opened the account from the journals.
      *
      * BQ-RUN-TIME is the HHMMSS the writing run started, the
      * same for every event one run logs.  A program rerun the
      * same day (nightly01 RESTART) logs its events again under
      * a later time, and brqual01 counts only the latest run per
      * program, branch and event date.
      *
      * Modification History:
      * 10/15/2026 - BB - Created.
      * 10/15/2026 - BB - Added BQ-RUN-TIME so same-day reruns can
      *              be told apart.
           05 BQ-EVENT-DATE       pic 9(8).
           05 Filler              pic x(2).
           05 BQ-PROGRAM          pic x(10).
           05 Filler              pic x(2).
           05 BQ-BRANCH-ID        pic x(8).
           05 Filler              pic x(2).
           05 BQ-EVENT            pic x(8).
           05 Filler              pic x(2).
           05 BQ-ACCOUNT          pic x(18).
           05 Filler              pic x(2).
           05 BQ-COUNT            pic 9(7).
           05 Filler              pic x(2).
           05 BQ-REASON           pic x(40).
           05 BQ-SAMEPERS-DETAIL REDEFINES BQ-REASON.
             10 BQ-OTHER-ACCOUNT  pic x(18).
             10 Filler            pic x(22).
           05 Filler              pic x(2).
           05 BQ-RUN-TIME         pic 9(6).
