      *              date/time, input, counts, status) to the
      *              shared run-history.dat at end of run for
      *              the audit trail; runhist01 reports it.
      * 10/15/2026 - BB - Each record carries the branch id from
      *              the extract header it came under, and every
      *              duplicate found is logged against that
      *              branch in branch-quality.dat (brqual.cpy)
      *              for brqual01's monthly branch scorecard.
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
       SELECT SORT-FILE  ASSIGN TO "./dupwork.fil".
       Data Division.
       File Section.
         01 RunHistRec.
           COPY "copybooks/runhist.cpy".

       FD BranchQualFile.
         01 BranchQualRec.
           COPY "copybooks/brqual.cpy".

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  DS-Account		pic x(18).
             10 DS-First		pic x(15).
             10 DS-Middle	pic x(15).
             10 DS-Last		pic x(20).
           05  DS-Branch		pic x(8).

       Working-Storage Section.
         01 Misc.
         01 RECORDS-READ                 PIC 9(07) VALUE ZERO.

         01 RUNHIST-STATUS               PIC X(02).
         01 BRQUAL-STATUS                PIC X(02).
         COPY "copybooks/brnchrec.cpy".

         01 CURRENT-BRANCH               PIC X(08) VALUE "*NO HDR*".
         01 TODAY-DATE                   PIC 9(08).
         01 RUN-STAMP.
            05 RUN-DATE                  PIC 9(08).
            05 RUN-TIME-FULL             PIC 9(08).
            05 RUN-TIME REDEFINES RUN-TIME-FULL.
               10 RUN-TIME-HHMMSS        PIC 9(06).
               10 Filler                 PIC 9(02).
         01 QUAL-RUN-TIME                PIC 9(06).

       PROCEDURE DIVISION.

       READ-EXIT.
           EXIT.

      * PROCESS-RTN - a branch header sets the branch every
      * following record is charged to if it turns out to be a
      * duplicate.
       PROCESS-RTN.
           IF InRec (1:3) = "HDR"
               MOVE InRec (1:25) TO BRANCH-HEADER-REC
               MOVE BH-BRANCH-ID TO CURRENT-BRANCH
           END-IF.

           IF InRec (1:3) = "HDR" OR InRec (1:3) = "TRL"
               PERFORM READ-RTN THRU READ-EXIT
               GO TO PROCESS-EXIT

           MOVE Account TO DS-Account.
           MOVE I-NAME TO DS-Name.
           MOVE CURRENT-BRANCH TO DS-Branch.

           RELEASE SORT-RECORD.

           MOVE 'N' TO EOF-FLAG.
           SET FIRST-RECORD TO TRUE.
           OPEN OUTPUT DupRptFile.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME-FULL FROM TIME.
           MOVE RUN-TIME-HHMMSS TO QUAL-RUN-TIME.
           OPEN EXTEND BranchQualFile.
           IF BRQUAL-STATUS NOT = "00"
               OPEN OUTPUT BranchQualFile
           END-IF.

           RETURN SORT-FILE RECORD AT END
             MOVE 'Y' TO EOF-FLAG.
               UNTIL EOF2.

           CLOSE DupRptFile.
           CLOSE BranchQualFile.

       END-OUTPUT SECTION.

                   MOVE DS-First TO DR-First
                   MOVE "DUPLICATE ACCOUNT NUMBER" TO DR-Message
                   WRITE DupRec
                   PERFORM WRITE-BRANCH-QUAL-RTN
                       THRU WRITE-BRANCH-QUAL-EXIT
               END-IF
           END-IF.

             MOVE 'Y' TO EOF-FLAG.
       WRITE-RTN-EXIT.
           EXIT.

      * WRITE-BRANCH-QUAL-RTN - charge the duplicate to the
      * branch that sent the second copy of the account.
       WRITE-BRANCH-QUAL-RTN.
           MOVE SPACES TO BranchQualRec.
           MOVE TODAY-DATE TO BQ-EVENT-DATE.
           MOVE "DUPCHK01" TO BQ-PROGRAM.
           MOVE DS-Branch TO BQ-BRANCH-ID.
           MOVE "DUPACCT" TO BQ-EVENT.
           MOVE DS-Account TO BQ-ACCOUNT.
           MOVE 1 TO BQ-COUNT.
           MOVE "DUPLICATE ACCOUNT NUMBER" TO BQ-REASON.
           MOVE QUAL-RUN-TIME TO BQ-RUN-TIME.
           WRITE BranchQualRec.
       WRITE-BRANCH-QUAL-EXIT.
           EXIT.
