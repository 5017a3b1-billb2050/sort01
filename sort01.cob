      *              so a stale branch resend can't feed the
      *              sort; sort01.infiles still overrides when
      *              branch extracts need to be merged directly.
      * 10/15/2026 - BB - Cust-Status U (undeliverable address,
      *              set by rtnmail01) is a valid status.
      * 10/15/2026 - BB - The control totals now set tonight's
      *              records written against the previous
      *              customer.srt generation on genmgr01's
      *              generation-catalog.dat (the newest dated
      *              before today), so a night that lost or
      *              gained a block of customers stands out.
      * 10/15/2026 - BB - Exception lines and recycle records now
      *              carry the branch id of the extract they came
      *              from, and each extract's record count, every
      *              reject and any out-of-balance extract is
      *              logged to branch-quality.dat (brqual.cpy) for
      *              brqual01's monthly branch scorecard.
      * 10/15/2026 - BB - Branch-quality events carry the run's
      *              start time (BQ-RUN-TIME) so brqual01 counts
      *              a same-day rerun once, not twice.
      *
       Environment Division.      
       Input-Output Section.
       Select RecycleFile Assign to
         "./customer-recycle.dat"
         Line Sequential.
       Select BranchQualFile Assign to
         "./branch-quality.dat"
         Line Sequential
         File Status BRQUAL-STATUS.
       Select CsvFile Assign to
         "./customer.csv"
         Line Sequential.
       Select TotalsFile Assign to
         "./sort01.totals"
         Line Sequential.
       Select GenCatFile Assign to
         "./generation-catalog.dat"
         Line Sequential
         File Status GENCAT-STATUS.
       Select RunHistFile Assign to
         "./run-history.dat"
         Line Sequential
           05 EX-Birthday	pic x(10).
           05 Filler		pic x(2).
           05 EX-Reason		pic x(40).
           05 Filler		pic x(2).
           05 EX-Branch		pic x(8).

       FD ReconFile.
         01 ReconRec		pic x(100).

      *    The branch id rides after the custrec.cpy image so
      *    recfix01 can credit the correction to the branch.
       FD RecycleFile.
         01 RecycleRec.
           05 RY-Record		pic x(144).
           05 Filler		pic x(2).
           05 RY-Branch		pic x(8).

       FD BranchQualFile.
         01 BranchQualRec.
           COPY "copybooks/brqual.cpy".

       FD CsvFile.
         01 CsvRec	pic x(80).
           05 Filler			pic x(2).
           05 TOT-OUT			pic 9(7).

       FD GenCatFile.
         01 GenCatRec.
           COPY "copybooks/gencat.cpy".

       FD RunHistFile.
         01 RunHistRec.
           COPY "copybooks/runhist.cpy".
            05 RECORDS-OUT               PIC 9(07) VALUE ZERO.

         01 RUNHIST-STATUS               PIC X(02).
         01 GENCAT-STATUS                PIC X(02).
         01 BRQUAL-STATUS                PIC X(02).
         01 PRIOR-GENERATION.
            05 PRIOR-GEN-DATE            PIC 9(08).
            05 PRIOR-GEN-COUNT           PIC 9(07).
            05 PRIOR-GEN-CHANGE          PIC S9(07).
            05 PRIOR-GEN-CHANGE-EDIT     PIC -(6)9.
            05 TODAY-DATE                PIC 9(08).
         01 RUN-STAMP.
            05 RUN-DATE                  PIC 9(08).
            05 RUN-TIME-FULL             PIC 9(08).
            05 RUN-TIME REDEFINES RUN-TIME-FULL.
               10 RUN-TIME-HHMMSS        PIC 9(06).
               10 Filler                 PIC 9(02).
         01 QUAL-RUN-TIME                PIC 9(06).

         01 CHECKPOINT-WORK.
            05 SKIP-COUNT                PIC 9(07) VALUE ZERO.
         DISPLAY "  RECORDS RELEASED ..: " RECORDS-RELEASED.
         DISPLAY "  RECORDS REJECTED ..: " RECORDS-REJECTED.
         DISPLAY "  RECORDS WRITTEN ...: " RECORDS-OUT.
         PERFORM PRIOR-GEN-RTN THRU PRIOR-GEN-EXIT.

         PERFORM WRITE-TOTALS-FILE-RTN THRU WRITE-TOTALS-FILE-EXIT.
         PERFORM WRITE-RUN-HISTORY-RTN THRU WRITE-RUN-HISTORY-EXIT.
       WRITE-RUN-HISTORY-EXIT.
           EXIT.

      * PRIOR-GEN-RTN - tonight's records written against the
      * previous customer.srt generation genmgr01 cataloged (the
      * newest dated before today; tonight's own, on a rerun
      * after genmgr01, is skipped).
       PRIOR-GEN-RTN.
           MOVE ZERO TO PRIOR-GEN-DATE.
           MOVE ZERO TO PRIOR-GEN-COUNT.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.

           OPEN INPUT GenCatFile.
           IF GENCAT-STATUS NOT = "00"
               DISPLAY "  PRIOR GENERATION ..: NONE CATALOGED"
               GO TO PRIOR-GEN-EXIT
           END-IF.

           SET EOF TO FALSE.
           PERFORM READ-GENCAT-RTN THRU READ-GENCAT-EXIT.
           PERFORM PICK-GEN-RTN THRU PICK-GEN-EXIT
               UNTIL EOF.
           CLOSE GenCatFile.

           IF PRIOR-GEN-DATE = ZERO
               DISPLAY "  PRIOR GENERATION ..: NONE CATALOGED"
               GO TO PRIOR-GEN-EXIT
           END-IF.

           COMPUTE PRIOR-GEN-CHANGE = RECORDS-OUT - PRIOR-GEN-COUNT.
           MOVE PRIOR-GEN-CHANGE TO PRIOR-GEN-CHANGE-EDIT.
           DISPLAY "  PRIOR GENERATION ..: " PRIOR-GEN-DATE
               " (" PRIOR-GEN-COUNT " RECORDS)".
           DISPLAY "  CHANGE ............: " PRIOR-GEN-CHANGE-EDIT.
       PRIOR-GEN-EXIT.
           EXIT.

       READ-GENCAT-RTN.
           Read GenCatFile
             At End
               Set EOF to True
           End-Read.
       READ-GENCAT-EXIT.
           EXIT.

       PICK-GEN-RTN.
           IF GC-FILE-TYPE = "SRT"
               AND GC-FILE-DATE < TODAY-DATE
               AND GC-FILE-DATE > PRIOR-GEN-DATE
               MOVE GC-FILE-DATE TO PRIOR-GEN-DATE
               MOVE GC-RECORD-COUNT TO PRIOR-GEN-COUNT
           END-IF.
           PERFORM READ-GENCAT-RTN THRU READ-GENCAT-EXIT.
       PICK-GEN-EXIT.
           EXIT.

      * WRITE-TOTALS-FILE-RTN - leave the control totals in
      * sort01.totals for the nightly stream driver to check;
      * the DISPLAY above scrolls off the console, this doesn't.
           PERFORM WRITE-RECON-HEADING-RTN
               THRU WRITE-RECON-HEADING-EXIT.

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME-FULL FROM TIME.
           MOVE RUN-TIME-HHMMSS TO QUAL-RUN-TIME.
           OPEN EXTEND BranchQualFile.
           IF BRQUAL-STATUS NOT = "00"
               OPEN OUTPUT BranchQualFile
           END-IF.

           PERFORM LOAD-CHECKPOINT-RTN THRU LOAD-CHECKPOINT-EXIT.
           PERFORM OPEN-BRANCH-LIST-RTN THRU OPEN-BRANCH-LIST-EXIT.

           CLOSE ExceptionFile.
           CLOSE RecycleFile.
           CLOSE ReconFile.
           CLOSE BranchQualFile.

       END-INPUT SECTION.


           MOVE RECON-LINE TO ReconRec.
           WRITE ReconRec.

           MOVE SPACES TO BranchQualRec.
           MOVE "RECORDS" TO BQ-EVENT.
           MOVE BR-RECORDS-READ TO BQ-COUNT.
           PERFORM WRITE-BRANCH-QUAL-RTN THRU WRITE-BRANCH-QUAL-EXIT.

           IF RC-BALANCE-FLAG NOT = "IN-BALANCE"
               MOVE SPACES TO BranchQualRec
               MOVE "OUTBAL" TO BQ-EVENT
               MOVE 1 TO BQ-COUNT
               MOVE RC-BALANCE-FLAG TO BQ-REASON
               PERFORM WRITE-BRANCH-QUAL-RTN
                   THRU WRITE-BRANCH-QUAL-EXIT
           END-IF.
       WRITE-RECON-LINE-EXIT.
           EXIT.

           END-IF.

           IF Cust-Status NOT = "A" AND Cust-Status NOT = "D"
               AND Cust-Status NOT = "C" AND Cust-Status NOT = "U"
               SET RECORD-INVALID TO TRUE
               MOVE "INVALID STATUS CODE" TO REJECT-REASON
               GO TO VALIDATE-EXIT
      * WRITE-EXCEPTION-RTN - the exception report line keeps
      * its short fix-it-by-eye layout, and the complete input
      * record also goes to the recycle file so recfix01 can
      * repair and resubmit it without a branch resend.  Both
      * carry the branch id, and the reject is logged against
      * the branch for the monthly scorecard.
       WRITE-EXCEPTION-RTN.
           MOVE SPACES TO ExceptionRec.
           MOVE Account TO EX-Account.
           MOVE I-NAME TO EX-Name.
           MOVE I-Birthday TO EX-Birthday.
           MOVE REJECT-REASON TO EX-Reason.
           MOVE BR-BRANCH-ID TO EX-Branch.

           WRITE ExceptionRec.

           MOVE SPACES TO RecycleRec.
           MOVE InRec TO RY-Record.
           MOVE BR-BRANCH-ID TO RY-Branch.
           WRITE RecycleRec.

           MOVE SPACES TO BranchQualRec.
           MOVE "REJECT" TO BQ-EVENT.
           MOVE Account TO BQ-ACCOUNT.
           MOVE 1 TO BQ-COUNT.
           MOVE REJECT-REASON TO BQ-REASON.
           PERFORM WRITE-BRANCH-QUAL-RTN THRU WRITE-BRANCH-QUAL-EXIT.

       WRITE-EXCEPTION-EXIT.
           EXIT.

      * WRITE-BRANCH-QUAL-RTN - stamp and append one event for
      * the current branch extract to branch-quality.dat; the
      * caller has already filled in the event itself.
       WRITE-BRANCH-QUAL-RTN.
           MOVE TODAY-DATE TO BQ-EVENT-DATE.
           MOVE "SORT01" TO BQ-PROGRAM.
           MOVE BR-BRANCH-ID TO BQ-BRANCH-ID.
           MOVE QUAL-RUN-TIME TO BQ-RUN-TIME.
           WRITE BranchQualRec.
       WRITE-BRANCH-QUAL-EXIT.
           EXIT.

       SRT-OUTPUT-PROCEDURE SECTION.

           MOVE 'N' TO EOF-FLAG.
