      * HDR/TRL branch control records in the extract are
      * passed over, and a blank Account is sort01's bad-data
      * case, not a merge candidate.
      *
      * Modification History:
      * 10/15/2026 - BB - Every candidate pair is also logged to
      *              branch-quality.dat (brqual.cpy) so brqual01
      *              can charge the branch that opened the second
      *              account on its monthly branch scorecard.
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
       SELECT SORT-FILE  ASSIGN TO "./samework.fil".
       Data Division.
       File Section.
         01 RunHistRec.
           COPY "copybooks/runhist.cpy".

       FD BranchQualFile.
         01 BranchQualRec.
           COPY "copybooks/brqual.cpy".

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SC-PERSON-KEY.
           05 CL-ADDR-FLAG              PIC X(15).

         01 RUNHIST-STATUS               PIC X(02).
         01 BRQUAL-STATUS                PIC X(02).
         01 TODAY-DATE                   PIC 9(08).
         01 RUN-STAMP.
            05 RUN-DATE                  PIC 9(08).
            05 RUN-TIME-FULL             PIC 9(08).
            05 RUN-TIME REDEFINES RUN-TIME-FULL.
               10 RUN-TIME-HHMMSS        PIC 9(06).
               10 Filler                 PIC 9(02).
         01 QUAL-RUN-TIME                PIC 9(06).

       PROCEDURE DIVISION.

           MOVE 'N' TO EOF-FLAG.
           SET FIRST-RECORD TO TRUE.
           OPEN OUTPUT CandRptFile.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME-FULL FROM TIME.
           MOVE RUN-TIME-HHMMSS TO QUAL-RUN-TIME.
           OPEN EXTEND BranchQualFile.
           IF BRQUAL-STATUS NOT = "00"
               OPEN OUTPUT BranchQualFile
           END-IF.
           PERFORM WRITE-HEADING-RTN THRU WRITE-HEADING-EXIT.

           RETURN SORT-FILE RECORD AT END
               UNTIL EOF2.

           CLOSE CandRptFile.
           CLOSE BranchQualFile.

       END-OUTPUT SECTION.

           END-IF.
           MOVE CANDIDATE-LINE TO CandRptRec.
           WRITE CandRptRec.

      *    The master extract says nothing about which branch
      *    opened either account; brqual01 works that out from
      *    the journals, so the branch is left blank here.
           MOVE SPACES TO BranchQualRec.
           MOVE TODAY-DATE TO BQ-EVENT-DATE.
           MOVE "SAMECHK01" TO BQ-PROGRAM.
           MOVE "SAMEPERS" TO BQ-EVENT.
           MOVE PREV-ACCOUNT TO BQ-ACCOUNT.
           MOVE 1 TO BQ-COUNT.
           MOVE SC-Account TO BQ-OTHER-ACCOUNT.
           MOVE QUAL-RUN-TIME TO BQ-RUN-TIME.
           WRITE BranchQualRec.
       WRITE-CANDIDATE-EXIT.
           EXIT.

