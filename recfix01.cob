      *              trailer control records so sort01's
      *              reconciliation can balance it like any
      *              branch file.
      * 10/15/2026 - BB - Recycle records now carry the branch id
      *              sort01 read them under; it is kept on the
      *              carry-forward file, shown on the register,
      *              and every applied correction is logged
      *              against the branch in branch-quality.dat
      *              (brqual.cpy) for brqual01's monthly branch
      *              scorecard.
      * 10/15/2026 - BB - Branch-quality events carry the run's
      *              start time (BQ-RUN-TIME) so brqual01 counts
      *              a same-day rerun once, not twice.
      *
       Environment Division.
       Input-Output Section.
         "./run-history.dat"
         Line Sequential
         File Status RUNHIST-STATUS.
       Select BranchQualFile Assign to
         "./branch-quality.dat"
         Line Sequential
         File Status BRQUAL-STATUS.
       Data Division.
       File Section.
       FD RecycleFile.
         01 RcyRec.
           COPY "copybooks/custrec.cpy".
           05 Filler          pic x(2).
           05 RCY-BRANCH-ID   pic x(8).

       FD CorrFile.
         01 CorrRec.
         01 RepairRec        pic x(144).

       FD CarryFile.
         01 CarryRec         pic x(154).

       FD RegisterFile.
         01 RegisterRec      pic x(100).
         01 RunHistRec.
           COPY "copybooks/runhist.cpy".

       FD BranchQualFile.
         01 BranchQualRec.
           COPY "copybooks/brqual.cpy".

       Working-Storage Section.
         01 Misc.
           05        Pic X
           05 RECYCLE-STATUS            PIC X(02).
           05 CORR-STATUS               PIC X(02).
           05 RUNHIST-STATUS            PIC X(02).
           05 BRQUAL-STATUS             PIC X(02).

         01 RUN-STAMP.
            05 RUN-DATE                  PIC 9(08).
            05 RUN-TIME REDEFINES RUN-TIME-FULL.
               10 RUN-TIME-HHMMSS        PIC 9(06).
               10 Filler                 PIC 9(02).
         01 QUAL-RUN-TIME                PIC 9(06).

         01 CORRECTION-TABLE.
           05 CORR-COUNT                PIC 9(03) VALUE ZERO.
           05 RG-VALUE                  PIC X(25).
           05 Filler                    PIC X(2) VALUE SPACES.
           05 RG-DISPOSITION            PIC X(30).
           05 Filler                    PIC X(2) VALUE SPACES.
           05 RG-BRANCH                 PIC X(8).

       PROCEDURE DIVISION.

           OPEN OUTPUT RepairFile.
           OPEN OUTPUT CarryFile.
           OPEN OUTPUT RegisterFile.
           ACCEPT RUN-TIME-FULL FROM TIME.
           MOVE RUN-TIME-HHMMSS TO QUAL-RUN-TIME.
           OPEN EXTEND BranchQualFile.
           IF BRQUAL-STATUS NOT = "00"
               OPEN OUTPUT BranchQualFile
           END-IF.
           PERFORM WRITE-HEADING-RTN THRU WRITE-HEADING-EXIT.
           PERFORM WRITE-HEADER-RTN THRU WRITE-HEADER-EXIT.

               VARYING CORR-IDX FROM 1 BY 1
               UNTIL CORR-IDX > CORR-COUNT.

           CLOSE RecycleFile, RepairFile, CarryFile, RegisterFile,
               BranchQualFile.

           DISPLAY "RECFIX01 CONTROL TOTALS".
           DISPLAY "  RECYCLE RECORDS READ : " RECYCLE-READ.
           MOVE CE-FIELD (CORR-IDX) TO RG-FIELD.
           MOVE CE-VALUE (CORR-IDX) TO RG-VALUE.
           MOVE "APPLIED" TO RG-DISPOSITION.
           MOVE RCY-BRANCH-ID TO RG-BRANCH.
           MOVE REGISTER-LINE TO RegisterRec.
           WRITE RegisterRec.

           PERFORM WRITE-BRANCH-QUAL-RTN THRU WRITE-BRANCH-QUAL-EXIT.
       APPLY-CORR-EXIT.
           EXIT.

           MOVE CE-FIELD (CORR-IDX) TO RG-FIELD.
           MOVE CE-VALUE (CORR-IDX) TO RG-VALUE.
           MOVE "REJECTED - UNKNOWN FIELD NAME" TO RG-DISPOSITION.
           MOVE RCY-BRANCH-ID TO RG-BRANCH.
           MOVE REGISTER-LINE TO RegisterRec.
           WRITE RegisterRec.
       REPORT-BAD-FIELD-EXIT.
           EXIT.

      * WRITE-BRANCH-QUAL-RTN - log the applied correction
      * against the branch the recycled record came from; a
      * recycle record written before sort01 carried the branch
      * is logged under NOBRANCH, the same as mstupd01's acks.
       WRITE-BRANCH-QUAL-RTN.
           MOVE SPACES TO BranchQualRec.
           MOVE TODAY TO BQ-EVENT-DATE.
           MOVE "RECFIX01" TO BQ-PROGRAM.
           IF RCY-BRANCH-ID = SPACES
               MOVE "NOBRANCH" TO BQ-BRANCH-ID
           ELSE
               MOVE RCY-BRANCH-ID TO BQ-BRANCH-ID
           END-IF.
           MOVE "CORRECT" TO BQ-EVENT.
           MOVE CE-ACCOUNT (CORR-IDX) TO BQ-ACCOUNT.
           MOVE 1 TO BQ-COUNT.
           MOVE CE-FIELD (CORR-IDX) TO BQ-REASON.
           MOVE QUAL-RUN-TIME TO BQ-RUN-TIME.
           WRITE BranchQualRec.
       WRITE-BRANCH-QUAL-EXIT.
           EXIT.

      * REPORT-UNMATCHED-RTN - a correction whose Account never
      * showed up in the recycle file is almost always a typo in
      * the correction itself; say so on the register instead of
           MOVE SPACES TO RegisterRec.
           MOVE "ACCOUNT             FIELD       NEW VALUE"
               TO RegisterRec.
           MOVE "BRANCH" TO RegisterRec (92:6).
           WRITE RegisterRec.
       WRITE-HEADING-EXIT.
           EXIT.
