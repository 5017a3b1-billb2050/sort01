       IDENTIFICATION DIVISION.
       PROGRAM-ID. campcst01.
      * A GnuCOBOL program
      * On: 10/15/2026
      * By: Bill Blasingim
      *
      * Post-drop campaign cost report.  Reads the campaign
      * master campaign.dat (campmst.cpy) for each campaign's
      * drop date, postage rates and budget, and the shared
      * campaign-stats.dat (campstat.cpy) that campsel01,
      * label01, house01 and bday01 append to, and prints
      * campaign-cost.rpt: for every campaign the pieces
      * selected by the list pull, then per mailing program the
      * pieces suppressed, capped and mailed, the household
      * savings, and the postage spent against budget.
      *
      * label01 output goes out presorted (ZIP bundles), so it
      * is priced at the campaign's presort rate; house01 and
      * bday01 pieces, and the pieces householding saved, are
      * priced at the single-piece rate.  When a program was
      * rerun for a campaign its later record stands, so a
      * rerun drop isn't costed twice.
      *
      * An optional PARM of a campaign code limits the report
      * to that campaign; no PARM reports every campaign on the
      * master plus any stats carrying a code the master doesn't
      * know.
      *
       Environment Division.
       Input-Output Section.
       File-Control.
       Select CampFile Assign to
         "./campaign.dat"
         Line Sequential
         File Status CAMP-STATUS.
       Select StatsFile Assign to
         "./campaign-stats.dat"
         Line Sequential
         File Status STATS-STATUS.
       Select CostRptFile Assign to
         "./campaign-cost.rpt"
         Line Sequential.
       Select RunHistFile Assign to
         "./run-history.dat"
         Line Sequential
         File Status RUNHIST-STATUS.
       Data Division.
       File Section.
       FD CampFile.
         01 CampRec.
           COPY "copybooks/campmst.cpy".

       FD StatsFile.
         01 StatsRec.
           COPY "copybooks/campstat.cpy".

       FD CostRptFile.
         01 CostRptRec    pic x(132).

       FD RunHistFile.
         01 RunHistRec.
           COPY "copybooks/runhist.cpy".

       Working-Storage Section.
         01 Misc.
           05        Pic X
             Value "N".
           88 EOF     Value "Y".
           05 CAMP-EOF-SW     Pic X Value "N".
           88 CAMP-EOF  Value "Y".

         01 FILE-STATUSES.
           05 CAMP-STATUS               PIC X(02).
           05 STATS-STATUS              PIC X(02).
           05 RUNHIST-STATUS            PIC X(02).

         01 PARM-LINE                   PIC X(80).
         01 CAMPAIGN-PARM               PIC X(10).

      * The mailing programs that append drop counts, in the
      * order they print; the subscript is the CE-MAILER slot.
         01 MAILER-NAMES.
           05 Filler                    PIC X(10) VALUE "LABEL01".
           05 Filler                    PIC X(10) VALUE "HOUSE01".
           05 Filler                    PIC X(10) VALUE "BDAY01".
         01 MAILER-NAME-TBL REDEFINES MAILER-NAMES.
           05 MAILER-NAME               PIC X(10) OCCURS 3 TIMES.
         01 MAILER-SUB                  PIC 9(01).

         01 CAMPAIGN-TABLE.
           05 CAMP-COUNT                PIC 9(03) VALUE ZERO.
           05 CAMP-ENTRY OCCURS 200 TIMES
                         INDEXED BY CAMP-IDX.
             10 CE-CAMPAIGN             PIC X(10).
             10 CE-DESCRIPTION          PIC X(30).
             10 CE-DROP-DATE            PIC 9(08).
             10 CE-PIECE-RATE           PIC 9(01)V9(03).
             10 CE-PRESORT-RATE         PIC 9(01)V9(03).
             10 CE-BUDGET               PIC 9(07)V9(02).
             10 CE-MASTER-SW            PIC X(01).
                88 CE-ON-MASTER                   VALUE 'Y'.
             10 CE-PULL-SW              PIC X(01).
                88 CE-LIST-PULLED                 VALUE 'Y'.
             10 CE-PULL-SELECTED        PIC 9(07).
             10 CE-MAILER OCCURS 3 TIMES.
               15 CE-RUN-DATE           PIC 9(08).
               15 CE-SELECTED           PIC 9(07).
               15 CE-SUPPRESSED         PIC 9(07).
               15 CE-CAPPED             PIC 9(07).
               15 CE-MAILED             PIC 9(07).
               15 CE-SAVED              PIC 9(07).

         01 CAMPAIGN-WORK.
           05 PIECE-RATE                PIC 9(01)V9(03).
           05 MAILER-POSTAGE            PIC 9(09)V9(02).
           05 TOT-SELECTED              PIC 9(07).
           05 TOT-SUPPRESSED            PIC 9(07).
           05 TOT-CAPPED                PIC 9(07).
           05 TOT-MAILED                PIC 9(07).
           05 TOT-SAVED                 PIC 9(07).
           05 TOT-POSTAGE               PIC 9(09)V9(02).
           05 TOT-SAVINGS               PIC 9(09)V9(02).
           05 BUDGET-VARIANCE           PIC S9(09)V9(02).

         01 COST-TOTALS.
           05 STATS-READ                PIC 9(07) VALUE ZERO.
           05 CAMPAIGNS-REPORTED        PIC 9(07) VALUE ZERO.
           05 GRAND-MAILED              PIC 9(07) VALUE ZERO.
           05 GRAND-POSTAGE             PIC 9(09)V9(02) VALUE ZERO.
           05 GRAND-BUDGET              PIC 9(09)V9(02) VALUE ZERO.

         01 DETAIL-LINE.
           05 Filler                    PIC X(02) VALUE SPACES.
           05 DL-PROGRAM                PIC X(10).
           05 Filler                    PIC X(02) VALUE SPACES.
           05 DL-RUN-DATE               PIC X(08).
           05 Filler                    PIC X(02) VALUE SPACES.
           05 DL-SELECTED               PIC ZZZ,ZZ9.
           05 Filler                    PIC X(02) VALUE SPACES.
           05 DL-SUPPRESSED             PIC ZZZ,ZZ9.
           05 Filler                    PIC X(02) VALUE SPACES.
           05 DL-CAPPED                 PIC ZZZ,ZZ9.
           05 Filler                    PIC X(02) VALUE SPACES.
           05 DL-MAILED                 PIC ZZZ,ZZ9.
           05 Filler                    PIC X(02) VALUE SPACES.
           05 DL-SAVED                  PIC ZZZ,ZZ9.
           05 Filler                    PIC X(02) VALUE SPACES.
           05 DL-RATE                   PIC 9.999.
           05 Filler                    PIC X(02) VALUE SPACES.
           05 DL-POSTAGE                PIC ZZZ,ZZZ,ZZ9.99.

         01 SUMMARY-LINE.
           05 Filler                    PIC X(02) VALUE SPACES.
           05 SL-LABEL                  PIC X(28).
           05 SL-COUNT                  PIC ZZZ,ZZ9.
           05 Filler                    PIC X(03) VALUE SPACES.
           05 SL-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99-.
           05 Filler                    PIC X(02) VALUE SPACES.
           05 SL-FLAG                   PIC X(20).

         01 RUN-STAMP.
            05 RUN-DATE                  PIC 9(08).
            05 RUN-TIME-FULL             PIC 9(08).
            05 RUN-TIME REDEFINES RUN-TIME-FULL.
               10 RUN-TIME-HHMMSS        PIC 9(06).
               10 Filler                 PIC 9(02).

       PROCEDURE DIVISION.

           ACCEPT PARM-LINE FROM COMMAND-LINE.
           MOVE SPACES TO CAMPAIGN-PARM.
           UNSTRING PARM-LINE DELIMITED BY ALL SPACES
               INTO CAMPAIGN-PARM.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

           PERFORM LOAD-CAMPAIGNS-RTN THRU LOAD-CAMPAIGNS-EXIT.
           PERFORM LOAD-STATS-RTN THRU LOAD-STATS-EXIT.

           OPEN OUTPUT CostRptFile.
           PERFORM WRITE-HEADING-RTN THRU WRITE-HEADING-EXIT.

           PERFORM REPORT-CAMPAIGN-RTN THRU REPORT-CAMPAIGN-EXIT
               VARYING CAMP-IDX FROM 1 BY 1
               UNTIL CAMP-IDX > CAMP-COUNT.

           PERFORM WRITE-GRAND-TOTAL-RTN THRU WRITE-GRAND-TOTAL-EXIT.

           CLOSE CostRptFile.

           DISPLAY "CAMPCST01 CONTROL TOTALS".
           DISPLAY "  STATS RECORDS READ : " STATS-READ.
           DISPLAY "  CAMPAIGNS REPORTED : " CAMPAIGNS-REPORTED.
           DISPLAY "  PIECES MAILED .....: " GRAND-MAILED.

           PERFORM WRITE-RUN-HISTORY-RTN THRU WRITE-RUN-HISTORY-EXIT.

           STOP RUN.

      * LOAD-CAMPAIGNS-RTN - one table slot per campaign on the
      * master (or just the PARM campaign).  No master is
      * allowed - the stats still report, unpriced - but it is
      * said so.
       LOAD-CAMPAIGNS-RTN.
           OPEN INPUT CampFile.
           IF CAMP-STATUS NOT = "00"
               DISPLAY "CAMPCST01: NO CAMPAIGN.DAT (STATUS "
                   CAMP-STATUS ") - POSTAGE CAN'T BE PRICED"
               GO TO LOAD-CAMPAIGNS-EXIT
           END-IF.

           PERFORM READ-CAMP-RTN THRU READ-CAMP-EXIT.
           PERFORM STORE-CAMP-RTN THRU STORE-CAMP-EXIT
               UNTIL CAMP-EOF.

           CLOSE CampFile.
       LOAD-CAMPAIGNS-EXIT.
           EXIT.

       READ-CAMP-RTN.
           Read CampFile
             At End
               Set CAMP-EOF to True
           End-Read.
       READ-CAMP-EXIT.
           EXIT.

       STORE-CAMP-RTN.
           IF CM-CAMPAIGN = SPACES
               OR (CAMPAIGN-PARM NOT = SPACES
               AND CM-CAMPAIGN NOT = CAMPAIGN-PARM)
               GO TO STORE-CAMP-NEXT
           END-IF.

           MOVE CM-CAMPAIGN TO CP-CAMPAIGN.
           PERFORM ADD-CAMP-RTN THRU ADD-CAMP-EXIT.
           IF CAMP-IDX > CAMP-COUNT
               GO TO STORE-CAMP-NEXT
           END-IF.

           SET CE-ON-MASTER (CAMP-IDX) TO TRUE.
           MOVE CM-DESCRIPTION TO CE-DESCRIPTION (CAMP-IDX).
           IF CM-DROP-DATE NUMERIC
               MOVE CM-DROP-DATE TO CE-DROP-DATE (CAMP-IDX)
           END-IF.
           IF CM-PIECE-RATE NUMERIC
               MOVE CM-PIECE-RATE TO CE-PIECE-RATE (CAMP-IDX)
           END-IF.
           IF CM-PRESORT-RATE NUMERIC
               MOVE CM-PRESORT-RATE TO CE-PRESORT-RATE (CAMP-IDX)
           END-IF.
           IF CM-BUDGET NUMERIC
               MOVE CM-BUDGET TO CE-BUDGET (CAMP-IDX)
           END-IF.

       STORE-CAMP-NEXT.
           PERFORM READ-CAMP-RTN THRU READ-CAMP-EXIT.
       STORE-CAMP-EXIT.
           EXIT.

      * ADD-CAMP-RTN - new zeroed slot for CP-CAMPAIGN; leaves
      * CAMP-IDX past CAMP-COUNT when the table is full.
       ADD-CAMP-RTN.
           IF CAMP-COUNT < 200
               ADD 1 TO CAMP-COUNT
               SET CAMP-IDX TO CAMP-COUNT
               INITIALIZE CAMP-ENTRY (CAMP-IDX)
               MOVE CP-CAMPAIGN TO CE-CAMPAIGN (CAMP-IDX)
               MOVE 'N' TO CE-MASTER-SW (CAMP-IDX)
               MOVE 'N' TO CE-PULL-SW (CAMP-IDX)
           ELSE
               DISPLAY "CAMPCST01: CAMPAIGN TABLE FULL (200); "
                   CP-CAMPAIGN " NOT REPORTED"
               SET CAMP-IDX TO 201
           END-IF.
       ADD-CAMP-EXIT.
           EXIT.

      * LOAD-STATS-RTN - post every stats record to its
      * campaign's slot; the file is in run order, so a later
      * record for the same program simply overwrites.
       LOAD-STATS-RTN.
           OPEN INPUT StatsFile.
           IF STATS-STATUS NOT = "00"
               DISPLAY "CAMPCST01: NO CAMPAIGN-STATS.DAT (STATUS "
                   STATS-STATUS ") - NO DROPS TO REPORT"
               GO TO LOAD-STATS-EXIT
           END-IF.

           PERFORM READ-STATS-RTN THRU READ-STATS-EXIT.
           PERFORM POST-STATS-RTN THRU POST-STATS-EXIT
               UNTIL EOF.

           CLOSE StatsFile.
       LOAD-STATS-EXIT.
           EXIT.

       READ-STATS-RTN.
           Read StatsFile
             At End
               Set EOF to True
           End-Read.
       READ-STATS-EXIT.
           EXIT.

       POST-STATS-RTN.
           IF CAMPAIGN-PARM NOT = SPACES
               AND CP-CAMPAIGN NOT = CAMPAIGN-PARM
               GO TO POST-STATS-NEXT
           END-IF.

           ADD 1 TO STATS-READ.

           SET CAMP-IDX TO 1.
           SEARCH CAMP-ENTRY
               AT END
                   PERFORM ADD-CAMP-RTN THRU ADD-CAMP-EXIT
               WHEN CAMP-IDX > CAMP-COUNT
                   PERFORM ADD-CAMP-RTN THRU ADD-CAMP-EXIT
               WHEN CE-CAMPAIGN (CAMP-IDX) = CP-CAMPAIGN
                   CONTINUE
           END-SEARCH.
           IF CAMP-IDX > CAMP-COUNT
               GO TO POST-STATS-NEXT
           END-IF.

           IF CP-PROGRAM = "CAMPSEL01"
               SET CE-LIST-PULLED (CAMP-IDX) TO TRUE
               MOVE CP-SELECTED TO CE-PULL-SELECTED (CAMP-IDX)
               GO TO POST-STATS-NEXT
           END-IF.

           MOVE ZERO TO MAILER-SUB.
           PERFORM FIND-MAILER-RTN THRU FIND-MAILER-EXIT
               VARYING MAILER-SUB FROM 1 BY 1
               UNTIL MAILER-SUB > 3
               OR MAILER-NAME (MAILER-SUB) = CP-PROGRAM.
           IF MAILER-SUB > 3
               DISPLAY "CAMPCST01: UNKNOWN PROGRAM " CP-PROGRAM
                   " ON CAMPAIGN-STATS.DAT - SKIPPED"
               GO TO POST-STATS-NEXT
           END-IF.

           MOVE CP-RUN-DATE TO CE-RUN-DATE (CAMP-IDX, MAILER-SUB).
           MOVE CP-SELECTED TO CE-SELECTED (CAMP-IDX, MAILER-SUB).
           MOVE CP-SUPPRESSED
               TO CE-SUPPRESSED (CAMP-IDX, MAILER-SUB).
           MOVE CP-CAPPED TO CE-CAPPED (CAMP-IDX, MAILER-SUB).
           MOVE CP-MAILED TO CE-MAILED (CAMP-IDX, MAILER-SUB).
           MOVE CP-SAVED TO CE-SAVED (CAMP-IDX, MAILER-SUB).

       POST-STATS-NEXT.
           PERFORM READ-STATS-RTN THRU READ-STATS-EXIT.
       POST-STATS-EXIT.
           EXIT.

       FIND-MAILER-RTN.
           CONTINUE.
       FIND-MAILER-EXIT.
           EXIT.

      * REPORT-CAMPAIGN-RTN - one block per campaign: a line per
      * mailing program that dropped it, then the campaign's
      * totals and postage against budget.
       REPORT-CAMPAIGN-RTN.
           ADD 1 TO CAMPAIGNS-REPORTED.
           MOVE ZERO TO TOT-SELECTED, TOT-SUPPRESSED, TOT-CAPPED,
               TOT-MAILED, TOT-SAVED, TOT-POSTAGE, TOT-SAVINGS.

           MOVE SPACES TO CostRptRec.
           WRITE CostRptRec.
           MOVE SPACES TO CostRptRec.
           STRING "CAMPAIGN " CE-CAMPAIGN (CAMP-IDX)
               "  " CE-DESCRIPTION (CAMP-IDX)
               "  DROP DATE " CE-DROP-DATE (CAMP-IDX)
               DELIMITED BY SIZE
               INTO CostRptRec.
           IF NOT CE-ON-MASTER (CAMP-IDX)
               MOVE "*** NOT ON CAMPAIGN MASTER - UNPRICED ***"
                   TO CostRptRec (45:41)
           END-IF.
           WRITE CostRptRec.

           PERFORM REPORT-MAILER-RTN THRU REPORT-MAILER-EXIT
               VARYING MAILER-SUB FROM 1 BY 1
               UNTIL MAILER-SUB > 3.

           IF CE-LIST-PULLED (CAMP-IDX)
               MOVE CE-PULL-SELECTED (CAMP-IDX) TO TOT-SELECTED
           END-IF.

           COMPUTE TOT-SAVINGS ROUNDED =
               TOT-SAVED * CE-PIECE-RATE (CAMP-IDX).

           IF TOT-MAILED = ZERO AND NOT CE-LIST-PULLED (CAMP-IDX)
               MOVE SPACES TO CostRptRec
               MOVE "  NOT YET PULLED OR DROPPED" TO CostRptRec
               WRITE CostRptRec
           END-IF.

           MOVE SPACES TO SUMMARY-LINE.
           MOVE "PIECES SELECTED" TO SL-LABEL.
           MOVE TOT-SELECTED TO SL-COUNT.
           IF CE-LIST-PULLED (CAMP-IDX)
               MOVE "(LIST PULL)" TO SL-FLAG
           ELSE
               MOVE "(MAILER INPUT)" TO SL-FLAG
           END-IF.
           PERFORM WRITE-SUMMARY-RTN THRU WRITE-SUMMARY-EXIT.

           MOVE SPACES TO SUMMARY-LINE.
           MOVE "PIECES SUPPRESSED" TO SL-LABEL.
           MOVE TOT-SUPPRESSED TO SL-COUNT.
           PERFORM WRITE-SUMMARY-RTN THRU WRITE-SUMMARY-EXIT.

           MOVE SPACES TO SUMMARY-LINE.
           MOVE "PIECES CAPPED" TO SL-LABEL.
           MOVE TOT-CAPPED TO SL-COUNT.
           PERFORM WRITE-SUMMARY-RTN THRU WRITE-SUMMARY-EXIT.

           MOVE SPACES TO SUMMARY-LINE.
           MOVE "PIECES MAILED / POSTAGE" TO SL-LABEL.
           MOVE TOT-MAILED TO SL-COUNT.
           MOVE TOT-POSTAGE TO SL-AMOUNT.
           PERFORM WRITE-SUMMARY-RTN THRU WRITE-SUMMARY-EXIT.

           MOVE SPACES TO SUMMARY-LINE.
           MOVE "HOUSEHOLD SAVINGS" TO SL-LABEL.
           MOVE TOT-SAVED TO SL-COUNT.
           MOVE TOT-SAVINGS TO SL-AMOUNT.
           PERFORM WRITE-SUMMARY-RTN THRU WRITE-SUMMARY-EXIT.

           MOVE SPACES TO SUMMARY-LINE.
           MOVE "BUDGET" TO SL-LABEL.
           MOVE CE-BUDGET (CAMP-IDX) TO SL-AMOUNT.
           PERFORM WRITE-SUMMARY-RTN THRU WRITE-SUMMARY-EXIT.

           COMPUTE BUDGET-VARIANCE =
               CE-BUDGET (CAMP-IDX) - TOT-POSTAGE.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE "UNDER (OVER) BUDGET" TO SL-LABEL.
           MOVE BUDGET-VARIANCE TO SL-AMOUNT.
           IF BUDGET-VARIANCE < ZERO
               MOVE "*** OVER BUDGET ***" TO SL-FLAG
           END-IF.
           PERFORM WRITE-SUMMARY-RTN THRU WRITE-SUMMARY-EXIT.

           ADD TOT-MAILED TO GRAND-MAILED.
           ADD TOT-POSTAGE TO GRAND-POSTAGE.
           ADD CE-BUDGET (CAMP-IDX) TO GRAND-BUDGET.
       REPORT-CAMPAIGN-EXIT.
           EXIT.

      * REPORT-MAILER-RTN - price one program's drop: label01
      * at the presort rate (falling back to single-piece when
      * no presort rate is keyed), everything else single-piece.
       REPORT-MAILER-RTN.
           IF CE-RUN-DATE (CAMP-IDX, MAILER-SUB) = ZERO
               GO TO REPORT-MAILER-EXIT
           END-IF.

           MOVE CE-PIECE-RATE (CAMP-IDX) TO PIECE-RATE.
           IF MAILER-SUB = 1
               AND CE-PRESORT-RATE (CAMP-IDX) > ZERO
               MOVE CE-PRESORT-RATE (CAMP-IDX) TO PIECE-RATE
           END-IF.

           COMPUTE MAILER-POSTAGE ROUNDED =
               CE-MAILED (CAMP-IDX, MAILER-SUB) * PIECE-RATE.

           ADD CE-SELECTED (CAMP-IDX, MAILER-SUB) TO TOT-SELECTED.
           ADD CE-SUPPRESSED (CAMP-IDX, MAILER-SUB)
               TO TOT-SUPPRESSED.
           ADD CE-CAPPED (CAMP-IDX, MAILER-SUB) TO TOT-CAPPED.
           ADD CE-MAILED (CAMP-IDX, MAILER-SUB) TO TOT-MAILED.
           ADD CE-SAVED (CAMP-IDX, MAILER-SUB) TO TOT-SAVED.
           ADD MAILER-POSTAGE TO TOT-POSTAGE.

           MOVE SPACES TO DETAIL-LINE.
           MOVE MAILER-NAME (MAILER-SUB) TO DL-PROGRAM.
           MOVE CE-RUN-DATE (CAMP-IDX, MAILER-SUB) TO DL-RUN-DATE.
           MOVE CE-SELECTED (CAMP-IDX, MAILER-SUB) TO DL-SELECTED.
           MOVE CE-SUPPRESSED (CAMP-IDX, MAILER-SUB)
               TO DL-SUPPRESSED.
           MOVE CE-CAPPED (CAMP-IDX, MAILER-SUB) TO DL-CAPPED.
           MOVE CE-MAILED (CAMP-IDX, MAILER-SUB) TO DL-MAILED.
           MOVE CE-SAVED (CAMP-IDX, MAILER-SUB) TO DL-SAVED.
           MOVE PIECE-RATE TO DL-RATE.
           MOVE MAILER-POSTAGE TO DL-POSTAGE.
           MOVE DETAIL-LINE TO CostRptRec.
           WRITE CostRptRec.
       REPORT-MAILER-EXIT.
           EXIT.

       WRITE-SUMMARY-RTN.
           MOVE SUMMARY-LINE TO CostRptRec.
           WRITE CostRptRec.
       WRITE-SUMMARY-EXIT.
           EXIT.

       WRITE-HEADING-RTN.
           MOVE SPACES TO CostRptRec.
           STRING "CAMPAIGN POSTAGE COST REPORT - RUN " RUN-DATE
               DELIMITED BY SIZE
               INTO CostRptRec.
           WRITE CostRptRec.
           MOVE SPACES TO CostRptRec.
           MOVE "  PROGRAM     RUN DATE   PIECES IN  SUPPRESS"
               TO CostRptRec (1:46).
           MOVE "   CAPPED   MAILED    SAVED   RATE         POSTAGE"
               TO CostRptRec (47:51).
           WRITE CostRptRec.
       WRITE-HEADING-EXIT.
           EXIT.

       WRITE-GRAND-TOTAL-RTN.
           MOVE SPACES TO CostRptRec.
           WRITE CostRptRec.
           MOVE "ALL CAMPAIGNS" TO CostRptRec.
           WRITE CostRptRec.

           MOVE SPACES TO SUMMARY-LINE.
           MOVE "PIECES MAILED / POSTAGE" TO SL-LABEL.
           MOVE GRAND-MAILED TO SL-COUNT.
           MOVE GRAND-POSTAGE TO SL-AMOUNT.
           PERFORM WRITE-SUMMARY-RTN THRU WRITE-SUMMARY-EXIT.

           MOVE SPACES TO SUMMARY-LINE.
           MOVE "BUDGET" TO SL-LABEL.
           MOVE GRAND-BUDGET TO SL-AMOUNT.
           PERFORM WRITE-SUMMARY-RTN THRU WRITE-SUMMARY-EXIT.
       WRITE-GRAND-TOTAL-EXIT.
           EXIT.

      * WRITE-RUN-HISTORY-RTN - append this run's record to the
      * shared run-history file.  EXTEND creates the file on
      * first use via the OUTPUT fallback.
       WRITE-RUN-HISTORY-RTN.
           OPEN EXTEND RunHistFile.
           IF RUNHIST-STATUS NOT = "00"
               OPEN OUTPUT RunHistFile
           END-IF.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME-FULL FROM TIME.

           MOVE SPACES TO RunHistRec.
           MOVE "CAMPCST01" TO RH-PROGRAM.
           MOVE RUN-DATE TO RH-RUN-DATE.
           MOVE RUN-TIME-HHMMSS TO RH-RUN-TIME.
           MOVE "./campaign-stats.dat" TO RH-INPUT-FILE.
           MOVE STATS-READ TO RH-RECORDS-READ.
           MOVE CAMPAIGNS-REPORTED TO RH-RECORDS-WRITTEN.
           MOVE ZERO TO RH-RECORDS-REJECTED.
           MOVE "COMPLETE" TO RH-RUN-STATUS.
           WRITE RunHistRec.

           CLOSE RunHistFile.
       WRITE-RUN-HISTORY-EXIT.
           EXIT.
