       IDENTIFICATION DIVISION.
       PROGRAM-ID. brqual01.
      * A GnuCOBOL program
      * On: 10/15/2026
      * By: Bill Blasingim
      *
      * Monthly branch data-quality scorecard for the branch
      * managers' review.  The nightly evidence - sort01's
      * exceptions and branch reconciliation, mstupd01's
      * txn-ack.<branch> rejects, recfix01's correction register
      * and the dupchk01/samechk01 findings - is overwritten
      * every night, so each of those programs also appends
      * what it found, by branch, to branch-quality.dat
      * (brqual.cpy).  This program totals that file by branch
      * for the month and writes branch-scorecard.rpt:
      *   records and transactions submitted, record and
      *   transaction rejects, out-of-balance extracts,
      *   corrections recfix01 had to apply, duplicate account
      *   numbers sent and same-person accounts opened, then an
      *   error rate, a rank (1 = cleanest) and the movement
      *   against the month before; then every branch's rejects
      *   broken down by reason.
      *
      * Error rate = (record rejects + transaction rejects +
      * duplicate accounts + same-person accounts) * 100 /
      * (records + transactions).  Out-of-balance extracts and
      * corrections are shown but not rated - a correction is
      * the repair of a reject already counted, and an
      * out-of-balance extract is one file, not one record.
      *
      * A same-person pair is charged to the branch that opened
      * the later of the two accounts, taken from the journal
      * add, and only in the month the account was opened.  A
      * pair with neither account opened in the two months is
      * counted on the control totals, not charged.
      *
      * The automated sources (MASTER, RECYCLE, CAMPSEL,
      * REINSTAT, RTNMAIL and PRIVACY) are not branches and are
      * left out; NOBRANCH and *NO HDR* work that can't be
      * pinned on a branch is listed but not ranked.
      *
      * A program rerun the same day (nightly01 RESTART) logs
      * its events a second time under a later BQ-RUN-TIME.  A
      * first pass over the file notes the latest run of each
      * program for each branch and day, and only that run's
      * events are scored; the earlier runs' events are counted
      * on the control totals as superseded.
      *
      * PARM: the month as yyyymm; no PARM scores the month
      * before the current one.
      *
       Environment Division.
       Input-Output Section.
       File-Control.
       Select BranchQualFile Assign to
         "./branch-quality.dat"
         Line Sequential
         File Status BRQUAL-STATUS.
       Select JrnFile Assign to Dynamic JOURNAL-NAME
         Line Sequential
         File Status JRN-STATUS.
       Select ScoreFile Assign to
         "./branch-scorecard.rpt"
         Line Sequential.
       Select RunHistFile Assign to
         "./run-history.dat"
         Line Sequential
         File Status RUNHIST-STATUS.
       Data Division.
       File Section.
       FD BranchQualFile.
         01 BranchQualRec.
           COPY "copybooks/brqual.cpy".

       FD JrnFile.
         01 JrnRec.
           COPY "copybooks/jrnlrec.cpy".

       FD ScoreFile.
         01 ScoreRec            pic x(132).

       FD RunHistFile.
         01 RunHistRec.
           COPY "copybooks/runhist.cpy".

       Working-Storage Section.
         01 Misc.
           05        Pic X
             Value "N".
           88 EOF     Value "Y" When Set To False Is "N".

         01 FILE-STATUSES.
           05 BRQUAL-STATUS             PIC X(02).
           05 JRN-STATUS                PIC X(02).
           05 RUNHIST-STATUS            PIC X(02).

         01 PARM-LINE                   PIC X(80).
         01 PARM-MONTH                  PIC X(06).
         01 PARM-MONTH-N REDEFINES PARM-MONTH
                                        PIC 9(06).

      * The month being scored and the month before it, yyyymm.
         01 CUR-MONTH.
           05 CUR-YYYY                  PIC 9(04).
           05 CUR-MM                    PIC 9(02).
         01 CUR-MONTH-N REDEFINES CUR-MONTH PIC 9(06).
         01 PRIOR-MONTH.
           05 PRIOR-YYYY                PIC 9(04).
           05 PRIOR-MM                  PIC 9(02).
         01 PRIOR-MONTH-N REDEFINES PRIOR-MONTH PIC 9(06).
         01 EVENT-MONTH                 PIC 9(06).

         01 MONTH-HEADING.
           05 MH-YYYY                   PIC 9(04).
           05 Filler                    PIC X(01) VALUE "/".
           05 MH-MM                     PIC 9(02).
         01 CUR-MONTH-TEXT              PIC X(07).
         01 PRIOR-MONTH-TEXT            PIC X(07).

         01 TODAY-DATE                  PIC 9(08).
         01 TODAY-DATE-X REDEFINES TODAY-DATE
                                        PIC X(08).

      * The journal date being read, walked forward a day at a
      * time over the two months.
         01 SCAN-DATE.
           05 SCAN-YYYY                 PIC 9(04).
           05 SCAN-MM                   PIC 9(02).
           05 SCAN-DD                   PIC 9(02).
         01 SCAN-DATE-X REDEFINES SCAN-DATE PIC X(08).
         01 SCAN-DATE-N REDEFINES SCAN-DATE PIC 9(08).
         01 SCAN-END-DATE               PIC 9(08).

         01 MAX-DAY                     PIC 9(02).
         01 DIV-QUOT                    PIC 9(04).
         01 DIV-REMAIN                  PIC 9(04).
         01 LEAP-SW                     PIC X(01).
            88 LEAP-YEAR                          VALUE 'Y'.

         01 JOURNAL-NAME                PIC X(80).

      * One entry per branch; BT-MONTH (1) is the month being
      * scored, BT-MONTH (2) the month before.
         01 BRANCH-TABLE.
           05 BRANCH-COUNT              PIC 9(03) VALUE ZERO.
           05 BRANCH-ENTRY OCCURS 100 TIMES
                           INDEXED BY BR-IDX.
             10 BT-BRANCH-ID            PIC X(08).
             10 BT-MONTH OCCURS 2 TIMES.
               15 BT-RECORDS            PIC 9(07).
               15 BT-TXNS               PIC 9(07).
               15 BT-REC-REJECTS        PIC 9(07).
               15 BT-TXN-REJECTS        PIC 9(07).
               15 BT-OUTBAL             PIC 9(07).
               15 BT-CORRECTIONS        PIC 9(07).
               15 BT-DUPS               PIC 9(07).
               15 BT-SAMEPERS           PIC 9(07).
               15 BT-SUBMITTED          PIC 9(07).
               15 BT-ERRORS             PIC 9(07).
               15 BT-RATE               PIC 9(03)V99.
               15 BT-RANK               PIC 9(03).
               15 BT-RANKED-SW          PIC X(01).
                  88 BT-RANKED                    VALUE 'Y'.
         01 FIND-BRANCH-ID              PIC X(08).
            88 NOT-A-BRANCH     VALUES "MASTER" "RECYCLE"
                                       "CAMPSEL" "REINSTAT"
                                       "RTNMAIL" "PRIVACY".
            88 UNIDENTIFIED     VALUES "NOBRANCH" "*NO HDR*".
         01 BR-SUB                      PIC 9(03) COMP.
         01 OTHER-SUB                   PIC 9(03) COMP.
         01 MONTH-SUB                   PIC 9(01) COMP.
         01 RANK-SUB                    PIC 9(03) COMP.

      * Print order - ranked branches first, best to worst,
      * then those not ranked - shared by both report sections.
         01 ORDER-TABLE.
           05 ORDER-COUNT               PIC 9(03) VALUE ZERO.
           05 ORDER-ENTRY OCCURS 100 TIMES.
             10 OR-BRANCH-SUB           PIC 9(03) COMP.
         01 ORDER-SUB                   PIC 9(03) COMP.

         01 REASON-TABLE.
           05 REASON-COUNT              PIC 9(04) VALUE ZERO.
           05 REASON-ENTRY OCCURS 500 TIMES
                           INDEXED BY RS-IDX.
             10 RS-BRANCH-ID            PIC X(08).
             10 RS-SOURCE               PIC X(08).
             10 RS-REASON               PIC X(40).
             10 RS-COUNT                PIC 9(07).
         01 FIND-SOURCE                 PIC X(08).
         01 REASON-SUB                  PIC 9(04) COMP.

      * Duplicate accounts already counted, so a duplicate
      * dupchk01 finds every night counts once a month.
         01 SEEN-TABLE.
           05 SEEN-COUNT                PIC 9(04) VALUE ZERO.
           05 SEEN-ENTRY OCCURS 1000 TIMES
                         INDEXED BY SN-IDX.
             10 SN-MONTH-SUB            PIC 9(01).
             10 SN-BRANCH-ID            PIC X(08).
             10 SN-ACCOUNT              PIC X(18).
         01 SEEN-SW                     PIC X(01).
            88 ALREADY-SEEN                       VALUE 'Y'.

      * Same-person accounts from samechk01, with the date and
      * branch of the journal add that opened each one.
         01 OPENED-TABLE.
           05 OPENED-COUNT              PIC 9(04) VALUE ZERO.
           05 OPENED-ENTRY OCCURS 1000 TIMES
                           INDEXED BY OP-IDX.
             10 OP-ACCOUNT              PIC X(18).
             10 OP-OTHER-ACCOUNT        PIC X(18).
             10 OP-OPEN-DATE            PIC 9(08).
             10 OP-BRANCH-ID            PIC X(08).
             10 OP-CHARGED-SW           PIC X(01).
                88 OP-CHARGED                     VALUE 'Y'.
         01 FIND-ACCOUNT                PIC X(18).
         01 OP-SUB                      PIC 9(04) COMP.
         01 OP-OTHER-SUB                PIC 9(04) COMP.
         01 CHARGE-SUB                  PIC 9(04) COMP.

      * The latest run time logged by each program for each
      * branch and event date in the two months.
         01 LATEST-RUN-TABLE.
           05 LATEST-COUNT              PIC 9(05) VALUE ZERO.
           05 LATEST-ENTRY OCCURS 20000 TIMES
                           INDEXED BY LR-IDX.
             10 LR-PROGRAM              PIC X(10).
             10 LR-BRANCH-ID            PIC X(08).
             10 LR-EVENT-DATE           PIC 9(08).
             10 LR-RUN-TIME             PIC 9(06).
         01 LATEST-SUB                  PIC 9(05) COMP.
         01 EVENT-RUN-TIME              PIC 9(06).

         01 SCORE-TOTALS.
           05 EVENTS-READ               PIC 9(07) VALUE ZERO.
           05 EVENTS-USED               PIC 9(07) VALUE ZERO.
           05 EVENTS-OTHER-MONTH        PIC 9(07) VALUE ZERO.
           05 EVENTS-NOT-BRANCH         PIC 9(07) VALUE ZERO.
           05 EVENTS-SUPERSEDED         PIC 9(07) VALUE ZERO.
           05 JOURNALS-READ             PIC 9(05) VALUE ZERO.
           05 PAIRS-FOUND               PIC 9(05) VALUE ZERO.
           05 PAIRS-CHARGED             PIC 9(05) VALUE ZERO.
           05 PAIRS-NOT-CHARGED         PIC 9(05) VALUE ZERO.
           05 BRANCHES-SCORED           PIC 9(03) VALUE ZERO.

         01 GRAND-TOTALS.
           05 GT-MONTH OCCURS 2 TIMES.
             10 GT-RECORDS              PIC 9(07).
             10 GT-TXNS                 PIC 9(07).
             10 GT-REC-REJECTS          PIC 9(07).
             10 GT-TXN-REJECTS          PIC 9(07).
             10 GT-OUTBAL               PIC 9(07).
             10 GT-CORRECTIONS          PIC 9(07).
             10 GT-DUPS                 PIC 9(07).
             10 GT-SAMEPERS             PIC 9(07).
             10 GT-SUBMITTED            PIC 9(07).
             10 GT-ERRORS               PIC 9(07).
             10 GT-RATE                 PIC 9(03)V99.

         01 RATE-CHANGE                 PIC S9(03)V99.
         01 RANK-MOVE                   PIC S9(03).
         01 RANK-MOVE-EDIT              PIC ZZ9.

         01 SCORE-LINE.
           05 SL-RANK                   PIC X(04).
           05 Filler                    PIC X(2) VALUE SPACES.
           05 SL-BRANCH-ID              PIC X(08).
           05 Filler                    PIC X(2) VALUE SPACES.
           05 SL-RECORDS                PIC ZZZ,ZZ9.
           05 Filler                    PIC X(2) VALUE SPACES.
           05 SL-TXNS                   PIC ZZZ,ZZ9.
           05 Filler                    PIC X(2) VALUE SPACES.
           05 SL-REC-REJECTS            PIC ZZZ,ZZ9.
           05 Filler                    PIC X(2) VALUE SPACES.
           05 SL-TXN-REJECTS            PIC ZZZ,ZZ9.
           05 Filler                    PIC X(2) VALUE SPACES.
           05 SL-OUTBAL                 PIC ZZZ,ZZ9.
           05 Filler                    PIC X(2) VALUE SPACES.
           05 SL-CORRECTIONS            PIC ZZZ,ZZ9.
           05 Filler                    PIC X(2) VALUE SPACES.
           05 SL-DUPS                   PIC ZZZ,ZZ9.
           05 Filler                    PIC X(2) VALUE SPACES.
           05 SL-SAMEPERS               PIC ZZZ,ZZ9.
           05 Filler                    PIC X(2) VALUE SPACES.
           05 SL-RATE                   PIC ZZ9.99.
           05 Filler                    PIC X(2) VALUE SPACES.
           05 SL-PRIOR-RATE             PIC X(06).
           05 Filler                    PIC X(2) VALUE SPACES.
           05 SL-RATE-CHANGE            PIC X(07).
           05 Filler                    PIC X(2) VALUE SPACES.
           05 SL-PRIOR-RANK             PIC X(05).
           05 Filler                    PIC X(2) VALUE SPACES.
           05 SL-MOVEMENT               PIC X(11).
         01 RANK-EDIT                   PIC ZZZ9.
         01 PRIOR-RANK-EDIT             PIC ZZZZ9.
         01 PRIOR-RATE-EDIT             PIC ZZ9.99.
         01 RATE-CHANGE-EDIT            PIC +ZZ9.99.

         01 REASON-LINE.
           05 Filler                    PIC X(2) VALUE SPACES.
           05 RL-BRANCH-ID              PIC X(08).
           05 Filler                    PIC X(2) VALUE SPACES.
           05 RL-SOURCE                 PIC X(08).
           05 Filler                    PIC X(2) VALUE SPACES.
           05 RL-REASON                 PIC X(40).
           05 Filler                    PIC X(2) VALUE SPACES.
           05 RL-COUNT                  PIC ZZZ,ZZ9.
         01 BRANCH-REASON-LINES         PIC 9(04).

         01 TOTAL-LINE.
           05 TL-LABEL                  PIC X(50).
           05 TL-COUNT                  PIC ZZZ,ZZ9.

         01 RUN-STAMP.
            05 RUN-DATE                  PIC 9(08).
            05 RUN-TIME-FULL             PIC 9(08).
            05 RUN-TIME REDEFINES RUN-TIME-FULL.
               10 RUN-TIME-HHMMSS        PIC 9(06).
               10 Filler                 PIC 9(02).

       PROCEDURE DIVISION.

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           INITIALIZE GRAND-TOTALS.
           PERFORM CHECK-PARMS-RTN THRU CHECK-PARMS-EXIT.

           OPEN INPUT BranchQualFile.
           IF BRQUAL-STATUS NOT = "00"
               DISPLAY "BRQUAL01: NO BRANCH-QUALITY.DAT (STATUS "
                   BRQUAL-STATUS ") - NOTHING TO SCORE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET EOF TO FALSE.
           PERFORM READ-LATEST-RTN THRU READ-LATEST-EXIT.
           PERFORM NOTE-LATEST-RTN THRU NOTE-LATEST-EXIT
               UNTIL EOF.
           CLOSE BranchQualFile.

           OPEN INPUT BranchQualFile.
           SET EOF TO FALSE.
           PERFORM READ-EVENT-RTN THRU READ-EVENT-EXIT.
           PERFORM TALLY-EVENT-RTN THRU TALLY-EVENT-EXIT
               UNTIL EOF.
           CLOSE BranchQualFile.

           IF OPENED-COUNT > ZERO
               PERFORM SCAN-JOURNALS-RTN THRU SCAN-JOURNALS-EXIT
               PERFORM CHARGE-PAIR-RTN THRU CHARGE-PAIR-EXIT
                   VARYING OP-SUB FROM 1 BY 1
                   UNTIL OP-SUB > OPENED-COUNT
           END-IF.

           PERFORM RATE-BRANCH-RTN THRU RATE-BRANCH-EXIT
               VARYING BR-SUB FROM 1 BY 1
               UNTIL BR-SUB > BRANCH-COUNT.
           PERFORM RANK-BRANCH-RTN THRU RANK-BRANCH-EXIT
               VARYING BR-SUB FROM 1 BY 1
               UNTIL BR-SUB > BRANCH-COUNT.
           PERFORM BUILD-ORDER-RTN THRU BUILD-ORDER-EXIT.

           OPEN OUTPUT ScoreFile.
           PERFORM WRITE-REPORT-RTN THRU WRITE-REPORT-EXIT.
           CLOSE ScoreFile.

           DISPLAY "BRQUAL01 CONTROL TOTALS".
           DISPLAY "  MONTH SCORED ......: " CUR-MONTH-TEXT.
           DISPLAY "  COMPARED WITH .....: " PRIOR-MONTH-TEXT.
           DISPLAY "  EVENTS READ .......: " EVENTS-READ.
           DISPLAY "  EVENTS USED .......: " EVENTS-USED.
           DISPLAY "  OTHER MONTHS ......: " EVENTS-OTHER-MONTH.
           DISPLAY "  NOT A BRANCH ......: " EVENTS-NOT-BRANCH.
           DISPLAY "  EARLIER RERUNS ....: " EVENTS-SUPERSEDED.
           DISPLAY "  JOURNALS READ .....: " JOURNALS-READ.
           DISPLAY "  SAME-PERSON PAIRS .: " PAIRS-FOUND.
           DISPLAY "    CHARGED .........: " PAIRS-CHARGED.
           DISPLAY "    NOT CHARGED .....: " PAIRS-NOT-CHARGED.
           DISPLAY "  BRANCHES SCORED ...: " BRANCHES-SCORED.

           PERFORM WRITE-RUN-HISTORY-RTN THRU WRITE-RUN-HISTORY-EXIT.

           STOP RUN.

      * WRITE-RUN-HISTORY-RTN - append this run's record to the
      * shared run-history file: events read, branches on the
      * scorecard, and events outside the two months, from
      * automated sources or from a superseded same-day run.
      * EXTEND creates the file on first use via the OUTPUT
      * fallback.
       WRITE-RUN-HISTORY-RTN.
           OPEN EXTEND RunHistFile.
           IF RUNHIST-STATUS NOT = "00"
               OPEN OUTPUT RunHistFile
           END-IF.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME-FULL FROM TIME.

           MOVE SPACES TO RunHistRec.
           MOVE "BRQUAL01" TO RH-PROGRAM.
           MOVE RUN-DATE TO RH-RUN-DATE.
           MOVE RUN-TIME-HHMMSS TO RH-RUN-TIME.
           MOVE "./branch-quality.dat" TO RH-INPUT-FILE.
           MOVE EVENTS-READ TO RH-RECORDS-READ.
           MOVE ORDER-COUNT TO RH-RECORDS-WRITTEN.
           COMPUTE RH-RECORDS-REJECTED =
               EVENTS-OTHER-MONTH + EVENTS-NOT-BRANCH
               + EVENTS-SUPERSEDED.
           MOVE "COMPLETE" TO RH-RUN-STATUS.
           WRITE RunHistRec.

           CLOSE RunHistFile.
       WRITE-RUN-HISTORY-EXIT.
           EXIT.

      * CHECK-PARMS-RTN - the month to score, yyyymm, or the
      * month before this one when no PARM is given; the month
      * before that is the comparison month.
       CHECK-PARMS-RTN.
           ACCEPT PARM-LINE FROM COMMAND-LINE.
           MOVE SPACES TO PARM-MONTH.
           UNSTRING PARM-LINE DELIMITED BY ALL SPACES
               INTO PARM-MONTH.

           IF PARM-MONTH = SPACES
               MOVE TODAY-DATE (1:6) TO CUR-MONTH
               PERFORM STEP-BACK-MONTH-RTN THRU STEP-BACK-MONTH-EXIT
               MOVE PRIOR-MONTH TO CUR-MONTH
           ELSE
               IF PARM-MONTH NOT NUMERIC
                   DISPLAY "BRQUAL01: PARM '" PARM-MONTH
                       "' IS NOT A YYYYMM MONTH - NOTHING SCORED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PARM-MONTH-N TO CUR-MONTH-N
               IF CUR-MM < 1 OR CUR-MM > 12
                   DISPLAY "BRQUAL01: PARM '" PARM-MONTH
                       "' IS NOT A YYYYMM MONTH - NOTHING SCORED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           PERFORM STEP-BACK-MONTH-RTN THRU STEP-BACK-MONTH-EXIT.

           MOVE CUR-YYYY TO MH-YYYY.
           MOVE CUR-MM TO MH-MM.
           MOVE MONTH-HEADING TO CUR-MONTH-TEXT.
           MOVE PRIOR-YYYY TO MH-YYYY.
           MOVE PRIOR-MM TO MH-MM.
           MOVE MONTH-HEADING TO PRIOR-MONTH-TEXT.
       CHECK-PARMS-EXIT.
           EXIT.

      * STEP-BACK-MONTH-RTN - PRIOR-MONTH is the month before
      * CUR-MONTH.
       STEP-BACK-MONTH-RTN.
           MOVE CUR-MONTH TO PRIOR-MONTH.
           IF PRIOR-MM > 1
               SUBTRACT 1 FROM PRIOR-MM
           ELSE
               MOVE 12 TO PRIOR-MM
               SUBTRACT 1 FROM PRIOR-YYYY
           END-IF.
       STEP-BACK-MONTH-EXIT.
           EXIT.

      * READ-LATEST-RTN - first pass; the events are counted on
      * the second.
       READ-LATEST-RTN.
           Read BranchQualFile
             At End
               Set EOF to True
           End-Read.
       READ-LATEST-EXIT.
           EXIT.

      * NOTE-LATEST-RTN - keep the latest run time seen for the
      * event's program, branch and date.  Events before the
      * comparison month are never scored and are not kept.
       NOTE-LATEST-RTN.
           MOVE BQ-EVENT-DATE (1:6) TO EVENT-MONTH.
           IF EVENT-MONTH < PRIOR-MONTH-N
               GO TO NOTE-LATEST-NEXT
           END-IF.

           PERFORM SET-RUN-TIME-RTN THRU SET-RUN-TIME-EXIT.
           PERFORM FIND-LATEST-RTN THRU FIND-LATEST-EXIT.
           IF LATEST-SUB = ZERO
               PERFORM ADD-LATEST-RTN THRU ADD-LATEST-EXIT
           ELSE
               IF EVENT-RUN-TIME > LR-RUN-TIME (LATEST-SUB)
                   MOVE EVENT-RUN-TIME TO LR-RUN-TIME (LATEST-SUB)
               END-IF
           END-IF.

       NOTE-LATEST-NEXT.
           PERFORM READ-LATEST-RTN THRU READ-LATEST-EXIT.
       NOTE-LATEST-EXIT.
           EXIT.

      * SET-RUN-TIME-RTN - an event logged before BQ-RUN-TIME
      * was carried has no run time; it is taken as midnight,
      * so any stamped run that day supersedes it.
       SET-RUN-TIME-RTN.
           IF BQ-RUN-TIME NUMERIC
               MOVE BQ-RUN-TIME TO EVENT-RUN-TIME
           ELSE
               MOVE ZERO TO EVENT-RUN-TIME
           END-IF.
       SET-RUN-TIME-EXIT.
           EXIT.

      * FIND-LATEST-RTN - LATEST-SUB for the event's program,
      * branch and date, zero when it isn't held.
       FIND-LATEST-RTN.
           MOVE ZERO TO LATEST-SUB.
           SET LR-IDX TO 1.
           SEARCH LATEST-ENTRY
               AT END
                   CONTINUE
               WHEN LR-IDX > LATEST-COUNT
                   CONTINUE
               WHEN LR-PROGRAM (LR-IDX) = BQ-PROGRAM
                   AND LR-BRANCH-ID (LR-IDX) = BQ-BRANCH-ID
                   AND LR-EVENT-DATE (LR-IDX) = BQ-EVENT-DATE
                   SET LATEST-SUB TO LR-IDX
           END-SEARCH.
       FIND-LATEST-EXIT.
           EXIT.

      * ADD-LATEST-RTN - a full table would leave reruns
      * double-counted, so nothing is scored.
       ADD-LATEST-RTN.
           IF LATEST-COUNT NOT < 20000
               DISPLAY "BRQUAL01: RUN TABLE FULL (20000) - "
                   "NOTHING SCORED"
               CLOSE BranchQualFile
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO LATEST-COUNT.
           MOVE LATEST-COUNT TO LATEST-SUB.
           MOVE BQ-PROGRAM TO LR-PROGRAM (LATEST-SUB).
           MOVE BQ-BRANCH-ID TO LR-BRANCH-ID (LATEST-SUB).
           MOVE BQ-EVENT-DATE TO LR-EVENT-DATE (LATEST-SUB).
           MOVE EVENT-RUN-TIME TO LR-RUN-TIME (LATEST-SUB).
       ADD-LATEST-EXIT.
           EXIT.

       READ-EVENT-RTN.
           Read BranchQualFile
             At End
               Set EOF to True
             Not At End
               Add 1 To EVENTS-READ
           End-Read.
       READ-EVENT-EXIT.
           EXIT.

      * TALLY-EVENT-RTN - add one event into its branch's
      * column for the month it falls in.  Same-person pairs
      * carry no branch; they are held for the journal lookup,
      * from either month, since samechk01 may find the pair
      * after the month the account was opened.  An event from
      * an earlier run of the same program that day, for the
      * same branch, has been superseded by the rerun.
       TALLY-EVENT-RTN.
           MOVE BQ-EVENT-DATE (1:6) TO EVENT-MONTH.

           IF EVENT-MONTH NOT < PRIOR-MONTH-N
               PERFORM SET-RUN-TIME-RTN THRU SET-RUN-TIME-EXIT
               PERFORM FIND-LATEST-RTN THRU FIND-LATEST-EXIT
               IF LATEST-SUB NOT = ZERO
                   AND EVENT-RUN-TIME < LR-RUN-TIME (LATEST-SUB)
                   ADD 1 TO EVENTS-SUPERSEDED
                   GO TO TALLY-EVENT-NEXT
               END-IF
           END-IF.

           IF BQ-EVENT = "SAMEPERS"
               IF EVENT-MONTH NOT < PRIOR-MONTH-N
                   ADD 1 TO EVENTS-USED
                   PERFORM HOLD-PAIR-RTN THRU HOLD-PAIR-EXIT
               ELSE
                   ADD 1 TO EVENTS-OTHER-MONTH
               END-IF
               GO TO TALLY-EVENT-NEXT
           END-IF.

           EVALUATE EVENT-MONTH
               WHEN CUR-MONTH-N
                   MOVE 1 TO MONTH-SUB
               WHEN PRIOR-MONTH-N
                   MOVE 2 TO MONTH-SUB
               WHEN OTHER
                   ADD 1 TO EVENTS-OTHER-MONTH
                   GO TO TALLY-EVENT-NEXT
           END-EVALUATE.

           IF BQ-BRANCH-ID = SPACES
               MOVE "NOBRANCH" TO FIND-BRANCH-ID
           ELSE
               MOVE BQ-BRANCH-ID TO FIND-BRANCH-ID
           END-IF.
           IF NOT-A-BRANCH
               ADD 1 TO EVENTS-NOT-BRANCH
               GO TO TALLY-EVENT-NEXT
           END-IF.

           PERFORM FIND-BRANCH-RTN THRU FIND-BRANCH-EXIT.
           IF BR-SUB = ZERO
               GO TO TALLY-EVENT-NEXT
           END-IF.
           ADD 1 TO EVENTS-USED.

           EVALUATE BQ-EVENT
               WHEN "RECORDS"
                   ADD BQ-COUNT TO BT-RECORDS (BR-SUB, MONTH-SUB)
               WHEN "TXNS"
                   ADD BQ-COUNT TO BT-TXNS (BR-SUB, MONTH-SUB)
               WHEN "REJECT"
                   PERFORM TALLY-REJECT-RTN THRU TALLY-REJECT-EXIT
               WHEN "OUTBAL"
                   ADD 1 TO BT-OUTBAL (BR-SUB, MONTH-SUB)
               WHEN "CORRECT"
                   ADD 1 TO BT-CORRECTIONS (BR-SUB, MONTH-SUB)
               WHEN "DUPACCT"
                   PERFORM TALLY-DUP-RTN THRU TALLY-DUP-EXIT
               WHEN OTHER
                   DISPLAY "*** BRQUAL01: UNKNOWN EVENT " BQ-EVENT
                       " FROM " BQ-PROGRAM " IGNORED ***"
           END-EVALUATE.

       TALLY-EVENT-NEXT.
           PERFORM READ-EVENT-RTN THRU READ-EVENT-EXIT.
       TALLY-EVENT-EXIT.
           EXIT.

      * TALLY-REJECT-RTN - sort01 rejects are extract records,
      * anything else a keyed transaction; the scored month's
      * rejects are also broken down by reason.
       TALLY-REJECT-RTN.
           IF BQ-PROGRAM = "SORT01"
               ADD 1 TO BT-REC-REJECTS (BR-SUB, MONTH-SUB)
               MOVE "EXTRACT" TO FIND-SOURCE
           ELSE
               ADD 1 TO BT-TXN-REJECTS (BR-SUB, MONTH-SUB)
               MOVE "TXN" TO FIND-SOURCE
           END-IF.

           IF MONTH-SUB NOT = 1
               GO TO TALLY-REJECT-EXIT
           END-IF.

           SET RS-IDX TO 1.
           SEARCH REASON-ENTRY
               AT END
                   PERFORM ADD-REASON-RTN THRU ADD-REASON-EXIT
               WHEN RS-IDX > REASON-COUNT
                   PERFORM ADD-REASON-RTN THRU ADD-REASON-EXIT
               WHEN RS-BRANCH-ID (RS-IDX) = FIND-BRANCH-ID
                   AND RS-SOURCE (RS-IDX) = FIND-SOURCE
                   AND RS-REASON (RS-IDX) = BQ-REASON
                   ADD 1 TO RS-COUNT (RS-IDX)
           END-SEARCH.
       TALLY-REJECT-EXIT.
           EXIT.

       ADD-REASON-RTN.
           IF REASON-COUNT < 500
               ADD 1 TO REASON-COUNT
               MOVE FIND-BRANCH-ID TO RS-BRANCH-ID (REASON-COUNT)
               MOVE FIND-SOURCE TO RS-SOURCE (REASON-COUNT)
               MOVE BQ-REASON TO RS-REASON (REASON-COUNT)
               MOVE 1 TO RS-COUNT (REASON-COUNT)
           ELSE
               DISPLAY "BRQUAL01: REASON TABLE FULL (500); "
                   BQ-REASON " FOR " FIND-BRANCH-ID " NOT BROKEN OUT"
           END-IF.
       ADD-REASON-EXIT.
           EXIT.

      * TALLY-DUP-RTN - dupchk01 reports an uncorrected
      * duplicate every night it is still in the extract; it
      * counts once a month against the branch.
       TALLY-DUP-RTN.
           MOVE 'N' TO SEEN-SW.
           SET SN-IDX TO 1.
           SEARCH SEEN-ENTRY
               AT END
                   CONTINUE
               WHEN SN-IDX > SEEN-COUNT
                   CONTINUE
               WHEN SN-MONTH-SUB (SN-IDX) = MONTH-SUB
                   AND SN-BRANCH-ID (SN-IDX) = FIND-BRANCH-ID
                   AND SN-ACCOUNT (SN-IDX) = BQ-ACCOUNT
                   MOVE 'Y' TO SEEN-SW
           END-SEARCH.

           IF ALREADY-SEEN
               GO TO TALLY-DUP-EXIT
           END-IF.

           ADD 1 TO BT-DUPS (BR-SUB, MONTH-SUB).
           IF SEEN-COUNT < 1000
               ADD 1 TO SEEN-COUNT
               MOVE MONTH-SUB TO SN-MONTH-SUB (SEEN-COUNT)
               MOVE FIND-BRANCH-ID TO SN-BRANCH-ID (SEEN-COUNT)
               MOVE BQ-ACCOUNT TO SN-ACCOUNT (SEEN-COUNT)
           ELSE
               DISPLAY "BRQUAL01: DUPLICATE TABLE FULL (1000); "
                   BQ-ACCOUNT " MAY BE COUNTED MORE THAN ONCE"
           END-IF.
       TALLY-DUP-EXIT.
           EXIT.

      * FIND-BRANCH-RTN - BR-SUB for FIND-BRANCH-ID, adding
      * the branch on first sight; zero when the table is full.
       FIND-BRANCH-RTN.
           MOVE ZERO TO BR-SUB.
           SET BR-IDX TO 1.
           SEARCH BRANCH-ENTRY
               AT END
                   PERFORM ADD-BRANCH-RTN THRU ADD-BRANCH-EXIT
               WHEN BR-IDX > BRANCH-COUNT
                   PERFORM ADD-BRANCH-RTN THRU ADD-BRANCH-EXIT
               WHEN BT-BRANCH-ID (BR-IDX) = FIND-BRANCH-ID
                   SET BR-SUB TO BR-IDX
           END-SEARCH.
       FIND-BRANCH-EXIT.
           EXIT.

       ADD-BRANCH-RTN.
           IF BRANCH-COUNT < 100
               ADD 1 TO BRANCH-COUNT
               MOVE BRANCH-COUNT TO BR-SUB
               INITIALIZE BRANCH-ENTRY (BR-SUB)
               MOVE FIND-BRANCH-ID TO BT-BRANCH-ID (BR-SUB)
           ELSE
               DISPLAY "BRQUAL01: BRANCH TABLE FULL (100); "
                   FIND-BRANCH-ID " NOT SCORED"
           END-IF.
       ADD-BRANCH-EXIT.
           EXIT.

      * HOLD-PAIR-RTN - keep both accounts of a same-person
      * pair for the journal lookup, each once, remembering the
      * account it was paired with.
       HOLD-PAIR-RTN.
           MOVE BQ-ACCOUNT TO FIND-ACCOUNT.
           PERFORM FIND-OPENED-RTN THRU FIND-OPENED-EXIT.
           IF OP-SUB NOT = ZERO
               GO TO HOLD-PAIR-EXIT
           END-IF.

           ADD 1 TO PAIRS-FOUND.
           PERFORM ADD-OPENED-RTN THRU ADD-OPENED-EXIT.
           IF OP-SUB NOT = ZERO
               MOVE BQ-OTHER-ACCOUNT TO OP-OTHER-ACCOUNT (OP-SUB)
           END-IF.

           MOVE BQ-OTHER-ACCOUNT TO FIND-ACCOUNT.
           PERFORM FIND-OPENED-RTN THRU FIND-OPENED-EXIT.
           IF OP-SUB = ZERO
               PERFORM ADD-OPENED-RTN THRU ADD-OPENED-EXIT
               IF OP-SUB NOT = ZERO
                   MOVE BQ-ACCOUNT TO OP-OTHER-ACCOUNT (OP-SUB)
               END-IF
           END-IF.
       HOLD-PAIR-EXIT.
           EXIT.

      * FIND-OPENED-RTN - OP-SUB for FIND-ACCOUNT, zero when it
      * isn't held.
       FIND-OPENED-RTN.
           MOVE ZERO TO OP-SUB.
           SET OP-IDX TO 1.
           SEARCH OPENED-ENTRY
               AT END
                   CONTINUE
               WHEN OP-IDX > OPENED-COUNT
                   CONTINUE
               WHEN OP-ACCOUNT (OP-IDX) = FIND-ACCOUNT
                   SET OP-SUB TO OP-IDX
           END-SEARCH.
       FIND-OPENED-EXIT.
           EXIT.

       ADD-OPENED-RTN.
           MOVE ZERO TO OP-SUB.
           IF OPENED-COUNT < 1000
               ADD 1 TO OPENED-COUNT
               MOVE OPENED-COUNT TO OP-SUB
               MOVE FIND-ACCOUNT TO OP-ACCOUNT (OP-SUB)
               MOVE SPACES TO OP-OTHER-ACCOUNT (OP-SUB)
               MOVE ZERO TO OP-OPEN-DATE (OP-SUB)
               MOVE SPACES TO OP-BRANCH-ID (OP-SUB)
               MOVE 'N' TO OP-CHARGED-SW (OP-SUB)
           ELSE
               DISPLAY "BRQUAL01: SAME-PERSON TABLE FULL (1000); "
                   FIND-ACCOUNT " NOT LOOKED UP"
           END-IF.
       ADD-OPENED-EXIT.
           EXIT.

      * SCAN-JOURNALS-RTN - read every journal from the first
      * of the comparison month to the end of the scored month
      * (or today, if sooner) for the adds that opened the
      * same-person accounts.  A day with no journal had no
      * master updates.
       SCAN-JOURNALS-RTN.
           MOVE CUR-YYYY TO SCAN-YYYY.
           MOVE CUR-MM TO SCAN-MM.
           PERFORM SET-MAX-DAY-RTN THRU SET-MAX-DAY-EXIT.
           MOVE MAX-DAY TO SCAN-DD.
           MOVE SCAN-DATE-N TO SCAN-END-DATE.
           IF SCAN-END-DATE > TODAY-DATE
               MOVE TODAY-DATE TO SCAN-END-DATE
           END-IF.

           MOVE PRIOR-YYYY TO SCAN-YYYY.
           MOVE PRIOR-MM TO SCAN-MM.
           MOVE 1 TO SCAN-DD.
           PERFORM READ-JOURNAL-DAY-RTN THRU READ-JOURNAL-DAY-EXIT
               UNTIL SCAN-DATE-N > SCAN-END-DATE.
       SCAN-JOURNALS-EXIT.
           EXIT.

       READ-JOURNAL-DAY-RTN.
           MOVE SPACES TO JOURNAL-NAME.
           STRING "./customer-journal." SCAN-DATE-X
               DELIMITED BY SIZE
               INTO JOURNAL-NAME.

           OPEN INPUT JrnFile.
           IF JRN-STATUS = "00"
               ADD 1 TO JOURNALS-READ
               SET EOF TO FALSE
               PERFORM READ-JOURNAL-RTN THRU READ-JOURNAL-EXIT
               PERFORM CHECK-ADD-RTN THRU CHECK-ADD-EXIT
                   UNTIL EOF
               CLOSE JrnFile
           END-IF.

           PERFORM NEXT-DAY-RTN THRU NEXT-DAY-EXIT.
       READ-JOURNAL-DAY-EXIT.
           EXIT.

       READ-JOURNAL-RTN.
           Read JrnFile
             At End
               Set EOF to True
           End-Read.
       READ-JOURNAL-EXIT.
           EXIT.

      * CHECK-ADD-RTN - an add of a held account records who
      * opened it and when; the latest add wins, should an
      * account have been deleted and opened again.
       CHECK-ADD-RTN.
           IF JR-ACTION = "A"
               MOVE JR-ACCOUNT TO FIND-ACCOUNT
               PERFORM FIND-OPENED-RTN THRU FIND-OPENED-EXIT
               IF OP-SUB NOT = ZERO
                   MOVE JR-RUN-DATE TO OP-OPEN-DATE (OP-SUB)
                   MOVE JR-BRANCH-ID TO OP-BRANCH-ID (OP-SUB)
               END-IF
           END-IF.

           PERFORM READ-JOURNAL-RTN THRU READ-JOURNAL-EXIT.
       CHECK-ADD-EXIT.
           EXIT.

      * CHARGE-PAIR-RTN - for each held account that was the
      * first of its pair, charge whichever of the two accounts
      * was opened later (in the two months) to the branch that
      * opened it, once.
       CHARGE-PAIR-RTN.
           IF OP-OTHER-ACCOUNT (OP-SUB) = SPACES
               GO TO CHARGE-PAIR-EXIT
           END-IF.
           MOVE OP-OTHER-ACCOUNT (OP-SUB) TO FIND-ACCOUNT.
           MOVE OP-SUB TO CHARGE-SUB.
           PERFORM FIND-OPENED-RTN THRU FIND-OPENED-EXIT.
           MOVE OP-SUB TO OP-OTHER-SUB.
           MOVE CHARGE-SUB TO OP-SUB.

      *    Each pair is taken once, from the account held first.
           IF OP-OTHER-SUB NOT = ZERO
               AND OP-OTHER-SUB < OP-SUB
               AND OP-OTHER-ACCOUNT (OP-OTHER-SUB)
                   = OP-ACCOUNT (OP-SUB)
               GO TO CHARGE-PAIR-EXIT
           END-IF.

           IF OP-OTHER-SUB NOT = ZERO
               IF OP-OPEN-DATE (OP-OTHER-SUB)
                   > OP-OPEN-DATE (OP-SUB)
                   MOVE OP-OTHER-SUB TO CHARGE-SUB
               END-IF
           END-IF.

           IF OP-OPEN-DATE (CHARGE-SUB) = ZERO
               ADD 1 TO PAIRS-NOT-CHARGED
               GO TO CHARGE-PAIR-EXIT
           END-IF.
           IF OP-CHARGED (CHARGE-SUB)
               GO TO CHARGE-PAIR-EXIT
           END-IF.

           MOVE OP-OPEN-DATE (CHARGE-SUB) (1:6) TO EVENT-MONTH.
           IF EVENT-MONTH = CUR-MONTH-N
               MOVE 1 TO MONTH-SUB
           ELSE
               MOVE 2 TO MONTH-SUB
           END-IF.

           IF OP-BRANCH-ID (CHARGE-SUB) = SPACES
               MOVE "NOBRANCH" TO FIND-BRANCH-ID
           ELSE
               MOVE OP-BRANCH-ID (CHARGE-SUB) TO FIND-BRANCH-ID
           END-IF.
           IF NOT-A-BRANCH
               ADD 1 TO PAIRS-NOT-CHARGED
               GO TO CHARGE-PAIR-EXIT
           END-IF.

           PERFORM FIND-BRANCH-RTN THRU FIND-BRANCH-EXIT.
           IF BR-SUB = ZERO
               GO TO CHARGE-PAIR-EXIT
           END-IF.

           ADD 1 TO BT-SAMEPERS (BR-SUB, MONTH-SUB).
           SET OP-CHARGED (CHARGE-SUB) TO TRUE.
           ADD 1 TO PAIRS-CHARGED.
       CHARGE-PAIR-EXIT.
           EXIT.

      * RATE-BRANCH-RTN - submissions, errors and error rate
      * for both months.  Only a branch with something
      * submitted that month, and that is a real branch, is
      * ranked.
       RATE-BRANCH-RTN.
           PERFORM RATE-MONTH-RTN THRU RATE-MONTH-EXIT
               VARYING MONTH-SUB FROM 1 BY 1
               UNTIL MONTH-SUB > 2.
       RATE-BRANCH-EXIT.
           EXIT.

       RATE-MONTH-RTN.
           COMPUTE BT-SUBMITTED (BR-SUB, MONTH-SUB) =
               BT-RECORDS (BR-SUB, MONTH-SUB)
               + BT-TXNS (BR-SUB, MONTH-SUB).
           COMPUTE BT-ERRORS (BR-SUB, MONTH-SUB) =
               BT-REC-REJECTS (BR-SUB, MONTH-SUB)
               + BT-TXN-REJECTS (BR-SUB, MONTH-SUB)
               + BT-DUPS (BR-SUB, MONTH-SUB)
               + BT-SAMEPERS (BR-SUB, MONTH-SUB).
           MOVE ZERO TO BT-RATE (BR-SUB, MONTH-SUB).
           MOVE 'N' TO BT-RANKED-SW (BR-SUB, MONTH-SUB).

           ADD BT-RECORDS (BR-SUB, MONTH-SUB)
               TO GT-RECORDS (MONTH-SUB).
           ADD BT-TXNS (BR-SUB, MONTH-SUB) TO GT-TXNS (MONTH-SUB).
           ADD BT-REC-REJECTS (BR-SUB, MONTH-SUB)
               TO GT-REC-REJECTS (MONTH-SUB).
           ADD BT-TXN-REJECTS (BR-SUB, MONTH-SUB)
               TO GT-TXN-REJECTS (MONTH-SUB).
           ADD BT-OUTBAL (BR-SUB, MONTH-SUB)
               TO GT-OUTBAL (MONTH-SUB).
           ADD BT-CORRECTIONS (BR-SUB, MONTH-SUB)
               TO GT-CORRECTIONS (MONTH-SUB).
           ADD BT-DUPS (BR-SUB, MONTH-SUB) TO GT-DUPS (MONTH-SUB).
           ADD BT-SAMEPERS (BR-SUB, MONTH-SUB)
               TO GT-SAMEPERS (MONTH-SUB).
           ADD BT-SUBMITTED (BR-SUB, MONTH-SUB)
               TO GT-SUBMITTED (MONTH-SUB).
           ADD BT-ERRORS (BR-SUB, MONTH-SUB)
               TO GT-ERRORS (MONTH-SUB).

           IF BT-SUBMITTED (BR-SUB, MONTH-SUB) = ZERO
               GO TO RATE-MONTH-EXIT
           END-IF.

           COMPUTE BT-RATE (BR-SUB, MONTH-SUB) ROUNDED =
               BT-ERRORS (BR-SUB, MONTH-SUB) * 100
               / BT-SUBMITTED (BR-SUB, MONTH-SUB)
               ON SIZE ERROR
                   MOVE 999.99 TO BT-RATE (BR-SUB, MONTH-SUB)
           END-COMPUTE.

           MOVE BT-BRANCH-ID (BR-SUB) TO FIND-BRANCH-ID.
           IF NOT UNIDENTIFIED
               MOVE 'Y' TO BT-RANKED-SW (BR-SUB, MONTH-SUB)
           END-IF.
       RATE-MONTH-EXIT.
           EXIT.

      * RANK-BRANCH-RTN - rank 1 is the lowest error rate;
      * branches on the same rate share a rank.
       RANK-BRANCH-RTN.
           PERFORM RANK-MONTH-RTN THRU RANK-MONTH-EXIT
               VARYING MONTH-SUB FROM 1 BY 1
               UNTIL MONTH-SUB > 2.
       RANK-BRANCH-EXIT.
           EXIT.

       RANK-MONTH-RTN.
           MOVE ZERO TO BT-RANK (BR-SUB, MONTH-SUB).
           IF NOT BT-RANKED (BR-SUB, MONTH-SUB)
               GO TO RANK-MONTH-EXIT
           END-IF.

           MOVE 1 TO BT-RANK (BR-SUB, MONTH-SUB).
           PERFORM COUNT-BETTER-RTN THRU COUNT-BETTER-EXIT
               VARYING OTHER-SUB FROM 1 BY 1
               UNTIL OTHER-SUB > BRANCH-COUNT.
       RANK-MONTH-EXIT.
           EXIT.

       COUNT-BETTER-RTN.
           IF BT-RANKED (OTHER-SUB, MONTH-SUB)
               AND BT-RATE (OTHER-SUB, MONTH-SUB)
                   < BT-RATE (BR-SUB, MONTH-SUB)
               ADD 1 TO BT-RANK (BR-SUB, MONTH-SUB)
           END-IF.
       COUNT-BETTER-EXIT.
           EXIT.

      * BUILD-ORDER-RTN - ranked branches best to worst, then
      * the rest in the order they were first seen.
       BUILD-ORDER-RTN.
           PERFORM ORDER-RANK-RTN THRU ORDER-RANK-EXIT
               VARYING RANK-SUB FROM 1 BY 1
               UNTIL RANK-SUB > BRANCH-COUNT.
           PERFORM ORDER-UNRANKED-RTN THRU ORDER-UNRANKED-EXIT
               VARYING BR-SUB FROM 1 BY 1
               UNTIL BR-SUB > BRANCH-COUNT.
       BUILD-ORDER-EXIT.
           EXIT.

       ORDER-RANK-RTN.
           PERFORM ORDER-ONE-RTN THRU ORDER-ONE-EXIT
               VARYING BR-SUB FROM 1 BY 1
               UNTIL BR-SUB > BRANCH-COUNT.
       ORDER-RANK-EXIT.
           EXIT.

       ORDER-ONE-RTN.
           IF BT-RANKED (BR-SUB, 1)
               AND BT-RANK (BR-SUB, 1) = RANK-SUB
               ADD 1 TO ORDER-COUNT
               ADD 1 TO BRANCHES-SCORED
               MOVE BR-SUB TO OR-BRANCH-SUB (ORDER-COUNT)
           END-IF.
       ORDER-ONE-EXIT.
           EXIT.

       ORDER-UNRANKED-RTN.
           IF NOT BT-RANKED (BR-SUB, 1)
               ADD 1 TO ORDER-COUNT
               MOVE BR-SUB TO OR-BRANCH-SUB (ORDER-COUNT)
           END-IF.
       ORDER-UNRANKED-EXIT.
           EXIT.

      * WRITE-REPORT-RTN - branch-scorecard.rpt: the scorecard
      * itself, then rejects by reason for each branch in the
      * same order.
       WRITE-REPORT-RTN.
           MOVE SPACES TO ScoreRec.
           STRING "BRQUAL01 - BRANCH DATA-QUALITY SCORECARD - "
               "MONTH " CUR-MONTH-TEXT
               "  (MOVEMENT AGAINST " PRIOR-MONTH-TEXT ")"
               "   RUN " TODAY-DATE-X
               DELIMITED BY SIZE
               INTO ScoreRec.
           WRITE ScoreRec.
           MOVE SPACES TO ScoreRec.
           STRING "ERROR RATE = (RECORD REJECTS + TXN REJECTS + "
               "DUP ACCTS + SAME PERSON) * 100 / (RECORDS + TXNS)"
               DELIMITED BY SIZE
               INTO ScoreRec.
           WRITE ScoreRec.
           MOVE SPACES TO ScoreRec.
           WRITE ScoreRec.

           PERFORM WRITE-HEADING-RTN THRU WRITE-HEADING-EXIT.

           PERFORM WRITE-BRANCH-RTN THRU WRITE-BRANCH-EXIT
               VARYING ORDER-SUB FROM 1 BY 1
               UNTIL ORDER-SUB > ORDER-COUNT.

           IF ORDER-COUNT = ZERO
               MOVE "  NO BRANCH ACTIVITY LOGGED FOR THE MONTH"
                   TO ScoreRec
               WRITE ScoreRec
           END-IF.

           PERFORM WRITE-GRAND-TOTAL-RTN THRU WRITE-GRAND-TOTAL-EXIT.

           MOVE SPACES TO ScoreRec.
           WRITE ScoreRec.
           MOVE SPACES TO ScoreRec.
           STRING "REJECTS BY REASON - " CUR-MONTH-TEXT
               DELIMITED BY SIZE
               INTO ScoreRec.
           WRITE ScoreRec.
           MOVE SPACES TO ScoreRec.
           MOVE "BRANCH" TO ScoreRec (3:6).
           MOVE "SOURCE" TO ScoreRec (13:6).
           MOVE "REASON" TO ScoreRec (23:6).
           MOVE "REJECTS" TO ScoreRec (65:7).
           WRITE ScoreRec.

           PERFORM WRITE-BRANCH-REASONS-RTN
               THRU WRITE-BRANCH-REASONS-EXIT
               VARYING ORDER-SUB FROM 1 BY 1
               UNTIL ORDER-SUB > ORDER-COUNT.

           IF REASON-COUNT = ZERO
               MOVE "  NO REJECTS LOGGED FOR THE MONTH" TO ScoreRec
               WRITE ScoreRec
           END-IF.

           MOVE SPACES TO ScoreRec.
           WRITE ScoreRec.
           MOVE "TOTALS" TO ScoreRec.
           WRITE ScoreRec.
           MOVE "  BRANCHES RANKED" TO TL-LABEL.
           MOVE BRANCHES-SCORED TO TL-COUNT.
           PERFORM WRITE-TOTAL-RTN THRU WRITE-TOTAL-EXIT.
           MOVE "  SAME-PERSON PAIRS FOUND" TO TL-LABEL.
           MOVE PAIRS-FOUND TO TL-COUNT.
           PERFORM WRITE-TOTAL-RTN THRU WRITE-TOTAL-EXIT.
           MOVE "  SAME-PERSON PAIRS NOT OPENED IN EITHER MONTH"
               TO TL-LABEL.
           MOVE PAIRS-NOT-CHARGED TO TL-COUNT.
           PERFORM WRITE-TOTAL-RTN THRU WRITE-TOTAL-EXIT.
           MOVE "  EVENTS FROM AUTOMATED SOURCES (NOT SCORED)"
               TO TL-LABEL.
           MOVE EVENTS-NOT-BRANCH TO TL-COUNT.
           PERFORM WRITE-TOTAL-RTN THRU WRITE-TOTAL-EXIT.
           MOVE "  EVENTS FROM EARLIER SAME-DAY RUNS (NOT SCORED)"
               TO TL-LABEL.
           MOVE EVENTS-SUPERSEDED TO TL-COUNT.
           PERFORM WRITE-TOTAL-RTN THRU WRITE-TOTAL-EXIT.
       WRITE-REPORT-EXIT.
           EXIT.

       WRITE-TOTAL-RTN.
           MOVE TOTAL-LINE TO ScoreRec.
           WRITE ScoreRec.
       WRITE-TOTAL-EXIT.
           EXIT.

       WRITE-HEADING-RTN.
           MOVE SPACES TO ScoreRec.
           MOVE "RECORD" TO ScoreRec (36:6).
           MOVE "TXN" TO ScoreRec (48:3).
           MOVE "OUT OF" TO ScoreRec (54:6).
           MOVE "RECFIX" TO ScoreRec (63:6).
           MOVE "DUP" TO ScoreRec (75:3).
           MOVE "SAME" TO ScoreRec (83:4).
           MOVE "ERROR" TO ScoreRec (90:5).
           MOVE "PRIOR" TO ScoreRec (98:5).
           MOVE "RATE" TO ScoreRec (108:4).
           MOVE "PRIOR" TO ScoreRec (114:5).
           WRITE ScoreRec.
           MOVE SPACES TO ScoreRec.
           MOVE "RANK" TO ScoreRec (1:4).
           MOVE "BRANCH" TO ScoreRec (7:6).
           MOVE "RECORDS" TO ScoreRec (17:7).
           MOVE "TXNS" TO ScoreRec (29:4).
           MOVE "REJECTS" TO ScoreRec (35:7).
           MOVE "REJECTS" TO ScoreRec (44:7).
           MOVE "BALANCE" TO ScoreRec (53:7).
           MOVE "CORRECT" TO ScoreRec (62:7).
           MOVE "ACCTS" TO ScoreRec (73:5).
           MOVE "PERSON" TO ScoreRec (81:6).
           MOVE "RATE %" TO ScoreRec (89:6).
           MOVE "RATE %" TO ScoreRec (97:6).
           MOVE "CHANGE" TO ScoreRec (106:6).
           MOVE "RANK" TO ScoreRec (115:4).
           MOVE "MOVEMENT" TO ScoreRec (121:8).
           WRITE ScoreRec.
       WRITE-HEADING-EXIT.
           EXIT.

      * WRITE-BRANCH-RTN - one scorecard line.  Movement is by
      * rank: UP or DOWN so many places, SAME, NEW for a branch
      * not ranked the month before.
       WRITE-BRANCH-RTN.
           MOVE OR-BRANCH-SUB (ORDER-SUB) TO BR-SUB.
           MOVE SPACES TO SCORE-LINE.
           MOVE BT-BRANCH-ID (BR-SUB) TO SL-BRANCH-ID.
           MOVE BT-RECORDS (BR-SUB, 1) TO SL-RECORDS.
           MOVE BT-TXNS (BR-SUB, 1) TO SL-TXNS.
           MOVE BT-REC-REJECTS (BR-SUB, 1) TO SL-REC-REJECTS.
           MOVE BT-TXN-REJECTS (BR-SUB, 1) TO SL-TXN-REJECTS.
           MOVE BT-OUTBAL (BR-SUB, 1) TO SL-OUTBAL.
           MOVE BT-CORRECTIONS (BR-SUB, 1) TO SL-CORRECTIONS.
           MOVE BT-DUPS (BR-SUB, 1) TO SL-DUPS.
           MOVE BT-SAMEPERS (BR-SUB, 1) TO SL-SAMEPERS.
           MOVE BT-RATE (BR-SUB, 1) TO SL-RATE.

           IF BT-RANKED (BR-SUB, 1)
               MOVE BT-RANK (BR-SUB, 1) TO RANK-EDIT
               MOVE RANK-EDIT TO SL-RANK
           ELSE
               MOVE "  --" TO SL-RANK
           END-IF.

           IF BT-SUBMITTED (BR-SUB, 2) > ZERO
               MOVE BT-RATE (BR-SUB, 2) TO PRIOR-RATE-EDIT
               MOVE PRIOR-RATE-EDIT TO SL-PRIOR-RATE
               COMPUTE RATE-CHANGE =
                   BT-RATE (BR-SUB, 1) - BT-RATE (BR-SUB, 2)
               MOVE RATE-CHANGE TO RATE-CHANGE-EDIT
               MOVE RATE-CHANGE-EDIT TO SL-RATE-CHANGE
           ELSE
               MOVE "    --" TO SL-PRIOR-RATE
               MOVE "     --" TO SL-RATE-CHANGE
           END-IF.

           IF BT-RANKED (BR-SUB, 2)
               MOVE BT-RANK (BR-SUB, 2) TO PRIOR-RANK-EDIT
               MOVE PRIOR-RANK-EDIT TO SL-PRIOR-RANK
           ELSE
               MOVE "   --" TO SL-PRIOR-RANK
           END-IF.

           EVALUATE TRUE
               WHEN NOT BT-RANKED (BR-SUB, 1)
                   IF BT-SUBMITTED (BR-SUB, 1) = ZERO
                       MOVE "NO SUBMITS" TO SL-MOVEMENT
                   ELSE
                       MOVE "NOT RANKED" TO SL-MOVEMENT
                   END-IF
               WHEN NOT BT-RANKED (BR-SUB, 2)
                   MOVE "NEW" TO SL-MOVEMENT
               WHEN OTHER
                   COMPUTE RANK-MOVE =
                       BT-RANK (BR-SUB, 2) - BT-RANK (BR-SUB, 1)
                   PERFORM FORMAT-MOVE-RTN THRU FORMAT-MOVE-EXIT
           END-EVALUATE.

           MOVE SCORE-LINE TO ScoreRec.
           WRITE ScoreRec.
       WRITE-BRANCH-EXIT.
           EXIT.

       FORMAT-MOVE-RTN.
           IF RANK-MOVE = ZERO
               MOVE "SAME" TO SL-MOVEMENT
               GO TO FORMAT-MOVE-EXIT
           END-IF.

           IF RANK-MOVE > ZERO
               MOVE RANK-MOVE TO RANK-MOVE-EDIT
               STRING "UP " RANK-MOVE-EDIT
                   DELIMITED BY SIZE
                   INTO SL-MOVEMENT
           ELSE
               MULTIPLY -1 BY RANK-MOVE
               MOVE RANK-MOVE TO RANK-MOVE-EDIT
               STRING "DOWN " RANK-MOVE-EDIT
                   DELIMITED BY SIZE
                   INTO SL-MOVEMENT
           END-IF.
       FORMAT-MOVE-EXIT.
           EXIT.

      * WRITE-GRAND-TOTAL-RTN - all branches together, with the
      * month before's overall rate alongside.
       WRITE-GRAND-TOTAL-RTN.
           PERFORM RATE-TOTAL-RTN THRU RATE-TOTAL-EXIT
               VARYING MONTH-SUB FROM 1 BY 1
               UNTIL MONTH-SUB > 2.

           MOVE SPACES TO ScoreRec.
           WRITE ScoreRec.
           MOVE SPACES TO SCORE-LINE.
           MOVE "ALL" TO SL-BRANCH-ID.
           MOVE GT-RECORDS (1) TO SL-RECORDS.
           MOVE GT-TXNS (1) TO SL-TXNS.
           MOVE GT-REC-REJECTS (1) TO SL-REC-REJECTS.
           MOVE GT-TXN-REJECTS (1) TO SL-TXN-REJECTS.
           MOVE GT-OUTBAL (1) TO SL-OUTBAL.
           MOVE GT-CORRECTIONS (1) TO SL-CORRECTIONS.
           MOVE GT-DUPS (1) TO SL-DUPS.
           MOVE GT-SAMEPERS (1) TO SL-SAMEPERS.
           MOVE GT-RATE (1) TO SL-RATE.
           IF GT-SUBMITTED (2) > ZERO
               MOVE GT-RATE (2) TO PRIOR-RATE-EDIT
               MOVE PRIOR-RATE-EDIT TO SL-PRIOR-RATE
               COMPUTE RATE-CHANGE = GT-RATE (1) - GT-RATE (2)
               MOVE RATE-CHANGE TO RATE-CHANGE-EDIT
               MOVE RATE-CHANGE-EDIT TO SL-RATE-CHANGE
           ELSE
               MOVE "    --" TO SL-PRIOR-RATE
               MOVE "     --" TO SL-RATE-CHANGE
           END-IF.
           MOVE SCORE-LINE TO ScoreRec.
           WRITE ScoreRec.
       WRITE-GRAND-TOTAL-EXIT.
           EXIT.

       RATE-TOTAL-RTN.
           MOVE ZERO TO GT-RATE (MONTH-SUB).
           IF GT-SUBMITTED (MONTH-SUB) > ZERO
               COMPUTE GT-RATE (MONTH-SUB) ROUNDED =
                   GT-ERRORS (MONTH-SUB) * 100
                   / GT-SUBMITTED (MONTH-SUB)
                   ON SIZE ERROR
                       MOVE 999.99 TO GT-RATE (MONTH-SUB)
               END-COMPUTE
           END-IF.
       RATE-TOTAL-EXIT.
           EXIT.

      * WRITE-BRANCH-REASONS-RTN - the branch's rejects for the
      * month by source (EXTRACT record or keyed TXN) and
      * reason, as logged.
       WRITE-BRANCH-REASONS-RTN.
           MOVE OR-BRANCH-SUB (ORDER-SUB) TO BR-SUB.
           MOVE ZERO TO BRANCH-REASON-LINES.
           PERFORM WRITE-REASON-RTN THRU WRITE-REASON-EXIT
               VARYING REASON-SUB FROM 1 BY 1
               UNTIL REASON-SUB > REASON-COUNT.
       WRITE-BRANCH-REASONS-EXIT.
           EXIT.

       WRITE-REASON-RTN.
           IF RS-BRANCH-ID (REASON-SUB) NOT = BT-BRANCH-ID (BR-SUB)
               GO TO WRITE-REASON-EXIT
           END-IF.

           MOVE SPACES TO REASON-LINE.
           IF BRANCH-REASON-LINES = ZERO
               MOVE BT-BRANCH-ID (BR-SUB) TO RL-BRANCH-ID
           END-IF.
           ADD 1 TO BRANCH-REASON-LINES.
           MOVE RS-SOURCE (REASON-SUB) TO RL-SOURCE.
           MOVE RS-REASON (REASON-SUB) TO RL-REASON.
           MOVE RS-COUNT (REASON-SUB) TO RL-COUNT.
           MOVE REASON-LINE TO ScoreRec.
           WRITE ScoreRec.
       WRITE-REASON-EXIT.
           EXIT.

      * NEXT-DAY-RTN - step SCAN-DATE forward one calendar day.
       NEXT-DAY-RTN.
           PERFORM SET-MAX-DAY-RTN THRU SET-MAX-DAY-EXIT.
           IF SCAN-DD < MAX-DAY
               ADD 1 TO SCAN-DD
               GO TO NEXT-DAY-EXIT
           END-IF.

           MOVE 1 TO SCAN-DD.
           IF SCAN-MM < 12
               ADD 1 TO SCAN-MM
           ELSE
               MOVE 1 TO SCAN-MM
               ADD 1 TO SCAN-YYYY
           END-IF.
       NEXT-DAY-EXIT.
           EXIT.

      * SET-MAX-DAY-RTN - highest valid day for SCAN-MM in
      * SCAN-YYYY, leap years included.
       SET-MAX-DAY-RTN.
           MOVE 'N' TO LEAP-SW.
           DIVIDE SCAN-YYYY BY 4 GIVING DIV-QUOT
               REMAINDER DIV-REMAIN.
           IF DIV-REMAIN = 0
               DIVIDE SCAN-YYYY BY 100 GIVING DIV-QUOT
                   REMAINDER DIV-REMAIN
               IF DIV-REMAIN NOT = 0
                   SET LEAP-YEAR TO TRUE
               ELSE
                   DIVIDE SCAN-YYYY BY 400 GIVING DIV-QUOT
                       REMAINDER DIV-REMAIN
                   IF DIV-REMAIN = 0
                       SET LEAP-YEAR TO TRUE
                   END-IF
               END-IF
           END-IF.

           EVALUATE SCAN-MM
               WHEN 4  MOVE 30 TO MAX-DAY
               WHEN 6  MOVE 30 TO MAX-DAY
               WHEN 9  MOVE 30 TO MAX-DAY
               WHEN 11 MOVE 30 TO MAX-DAY
               WHEN 2
                   IF LEAP-YEAR
                       MOVE 29 TO MAX-DAY
                   ELSE
                       MOVE 28 TO MAX-DAY
                   END-IF
               WHEN OTHER
                   MOVE 31 TO MAX-DAY
           END-EVALUATE.
       SET-MAX-DAY-EXIT.
           EXIT.
