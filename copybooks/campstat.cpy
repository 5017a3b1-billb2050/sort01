      * CAMPSTAT - campaign statistics record layout
      * (campaign-stats.dat).  One record per program run per
      * campaign, appended at end of run by campsel01 (pieces
      * selected by the list pull) and by label01, house01 and
      * bday01 (pieces in, suppressed, capped, mailed, and -
      * house01 only - pieces saved by householding).  campcst01
      * reads it back for the post-drop cost report; a rerun's
      * record stands in for the earlier one.
      *
      * Modification History:
      * 10/15/2026 - BB - Created.
           05 CP-CAMPAIGN         pic x(10).
           05 Filler              pic x(2).
           05 CP-PROGRAM          pic x(10).
           05 Filler              pic x(2).
           05 CP-RUN-DATE         pic 9(8).
           05 Filler              pic x(2).
           05 CP-SELECTED         pic 9(7).
           05 Filler              pic x(2).
           05 CP-SUPPRESSED       pic 9(7).
           05 Filler              pic x(2).
           05 CP-CAPPED           pic 9(7).
           05 Filler              pic x(2).
           05 CP-MAILED           pic 9(7).
           05 Filler              pic x(2).
           05 CP-SAVED            pic 9(7).
