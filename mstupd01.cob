      *              can balance and load its own results.
      *              Transactions with no branch id ack under
      *              NOBRANCH.
      * 10/15/2026 - BB - A merge always journals the survivor
      *              ahead of the merge-from delete, with an
      *              unchanged image when its Last-Activity
      *              stands, so chgmon01 can pair every merge
      *              with the account that survived it.
      * 10/15/2026 - BB - While the acks are cut, each branch's
      *              transaction count and every rejected
      *              transaction (with its reason) are logged to
      *              branch-quality.dat (brqual.cpy) for
      *              brqual01's monthly branch scorecard.
      * 10/15/2026 - BB - A delete from privreq01 (branch id
      *              PRIVACY) is a customer's data being erased
      *              on request: its before-image is journaled
      *              with the personal fields blanked - account,
      *              Cust-Status and Last-Activity kept - so the
      *              erasure doesn't leave a fresh copy behind.
      * 10/15/2026 - BB - Branch-quality events carry the run's
      *              start time (BQ-RUN-TIME, the journal run
      *              time) so brqual01 counts a same-day rerun
      *              once, not twice.
      * 10/15/2026 - BB - After a run, customer-txns.txt is rolled
      *              to customer-txns.txt.yyyymmdd (appended to,
      *              for a second run the same day) and emptied,
      *              so txnent01's next session starts a fresh
      *              file and tonight's transactions are never
      *              applied again; genmgr01 ages off the dated
      *              copies.
      * 10/15/2026 - BB - A PRIVACY delete applied (or rejected)
      *              is registered on privacy-register.dat
      *              (privreg.cpy), closing out privreq01's
      *              pending erasure.
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
       Select TxnCopyFile Assign to Dynamic TXN-COPY-NAME
         Line Sequential
         File Status TXNCOPY-STATUS.
       Select PrivRegFile Assign to
         "./privacy-register.dat"
         Line Sequential
         File Status PRIVREG-STATUS.
       Data Division.
       File Section.
       FD TxnFile.
         01 RunHistRec.
           COPY "copybooks/runhist.cpy".

       FD BranchQualFile.
         01 BranchQualRec.
           COPY "copybooks/brqual.cpy".

       FD TxnCopyFile.
         01 TxnCopyRec       pic x(160).

       FD PrivRegFile.
         01 PrivRegRec.
           COPY "copybooks/privreg.cpy".

       Working-Storage Section.
         01 Misc.
           05        Pic X
           05 JRN-STATUS                PIC X(02).
           05 ACKWORK-STATUS            PIC X(02).
           05 RUNHIST-STATUS            PIC X(02).
           05 BRQUAL-STATUS             PIC X(02).
           05 TXNCOPY-STATUS            PIC X(02).
           05 PRIVREG-STATUS            PIC X(02).

         01 ACK-NAME                    PIC X(80).
         01 TXN-COPY-NAME               PIC X(80).
         01 TXNS-ROLLED                 PIC 9(07) VALUE ZERO.
         01 ROLL-FAILED-SW              PIC X(01) VALUE 'N'.
            88 ROLL-FAILED                        VALUE 'Y'.
         01 ROLL-EOF-SW                 PIC X(01) VALUE 'N'.
            88 ROLL-EOF                           VALUE 'Y'.
         01 PRIVACY-ACTION              PIC X(08).

         COPY "copybooks/brnchrec.cpy".

               AckWorkFile.

           PERFORM WRITE-ACKS-RTN THRU WRITE-ACKS-EXIT.
           PERFORM ROLL-TXNS-RTN THRU ROLL-TXNS-EXIT.

           DISPLAY "MSTUPD01 CONTROL TOTALS".
           DISPLAY "  TXNS READ .........: " TXNS-READ.
           DISPLAY "  TXNS APPLIED ......: " TXNS-APPLIED.
           DISPLAY "  TXNS REJECTED .....: " TXNS-REJECTED.
           DISPLAY "  ACK FILES CUT .....: " BRANCH-COUNT.
           DISPLAY "  TXNS ROLLED .......: " TXNS-ROLLED.

           PERFORM WRITE-RUN-HISTORY-RTN THRU WRITE-RUN-HISTORY-EXIT.

           IF ROLL-FAILED
               MOVE 16 TO RETURN-CODE
           END-IF.

           STOP RUN.

      * ROLL-TXNS-RTN - every transaction has been applied or
      * rejected, so customer-txns.txt is copied onto the dated
      * customer-txns.txt.yyyymmdd (EXTEND, so a second run the
      * same day adds to it) and emptied; the next run, and
      * txnent01's next session, start from an empty file.  If
      * either step fails the file is left as it is and the run
      * ends RC 16 - the master is already updated, so it has
      * to be cleared by hand before mstupd01 runs again.
       ROLL-TXNS-RTN.
           MOVE SPACES TO TXN-COPY-NAME.
           STRING "./customer-txns.txt." TODAY-X
               DELIMITED BY SIZE
               INTO TXN-COPY-NAME.

           OPEN EXTEND TxnCopyFile.
           IF TXNCOPY-STATUS NOT = "00"
               OPEN OUTPUT TxnCopyFile
           END-IF.
           IF TXNCOPY-STATUS NOT = "00"
               DISPLAY "MSTUPD01: " TXN-COPY-NAME
               DISPLAY "MSTUPD01: WON'T OPEN, STATUS "
                   TXNCOPY-STATUS " - CUSTOMER-TXNS.TXT NOT ROLLED;"
                   " EMPTY IT BEFORE THE NEXT RUN"
               SET ROLL-FAILED TO TRUE
               GO TO ROLL-TXNS-EXIT
           END-IF.

           OPEN INPUT TxnFile.
           MOVE 'N' TO ROLL-EOF-SW.
           PERFORM READ-ROLL-RTN THRU READ-ROLL-EXIT.
           PERFORM COPY-ROLL-RTN THRU COPY-ROLL-EXIT
               UNTIL ROLL-EOF.
           CLOSE TxnFile, TxnCopyFile.

           OPEN OUTPUT TxnFile.
           IF TXN-STATUS NOT = "00"
               DISPLAY "MSTUPD01: CUSTOMER-TXNS.TXT WON'T EMPTY, "
                   "STATUS " TXN-STATUS " - EMPTY IT BEFORE THE "
                   "NEXT RUN"
               SET ROLL-FAILED TO TRUE
               GO TO ROLL-TXNS-EXIT
           END-IF.
           CLOSE TxnFile.
       ROLL-TXNS-EXIT.
           EXIT.

       READ-ROLL-RTN.
           Read TxnFile
             At End
               Set ROLL-EOF to True
           End-Read.
       READ-ROLL-EXIT.
           EXIT.

       COPY-ROLL-RTN.
           MOVE SPACES TO TxnCopyRec.
           MOVE TxnRec TO TxnCopyRec.
           WRITE TxnCopyRec.
           ADD 1 TO TXNS-ROLLED.
           PERFORM READ-ROLL-RTN THRU READ-ROLL-EXIT.
       COPY-ROLL-EXIT.
           EXIT.

      * WRITE-RUN-HISTORY-RTN - append this run's record to the
      * shared run-history file.  EXTEND creates the file on
      * first use via the OUTPUT fallback.

      * APPLY-DELETE-RTN - the record is read before the DELETE
      * so its before-image makes it to the journal; once the
      * DELETE lands, that image is the only copy left.  On a
      * PRIVACY delete the image keeps only the account (1-18),
      * Cust-Status and Last-Activity (134-144); gender through
      * ZIP (21-133) is blanked.
       APPLY-DELETE-RTN.
           MOVE TX-ACCOUNT TO MST-ACCOUNT.
           READ MstFile
               INVALID KEY
                   MOVE "ACCOUNT NOT ON MASTER" TO REJECT-REASON
                   PERFORM WRITE-REJECT-RTN THRU WRITE-REJECT-EXIT
                   MOVE "FAILED" TO PRIVACY-ACTION
                   PERFORM WRITE-PRIVACY-REG-RTN
                       THRU WRITE-PRIVACY-REG-EXIT
                   GO TO APPLY-DELETE-EXIT
           END-READ.

           MOVE MstRec TO BEFORE-IMAGE.
           IF TX-BRANCH-ID = "PRIVACY"
               MOVE SPACES TO BEFORE-IMAGE (21:113)
           END-IF.

           DELETE MstFile
               INVALID KEY
                   MOVE "ACCOUNT NOT ON MASTER" TO REJECT-REASON
                   PERFORM WRITE-REJECT-RTN THRU WRITE-REJECT-EXIT
                   MOVE "FAILED" TO PRIVACY-ACTION
               NOT INVALID KEY
                   ADD 1 TO DELETES-APPLIED
                   MOVE SPACES TO MstRec
                   MOVE TX-ACCOUNT TO JOURNAL-ACCOUNT
                   PERFORM WRITE-JOURNAL-RTN THRU WRITE-JOURNAL-EXIT
                   PERFORM WRITE-APPLIED-RTN THRU WRITE-APPLIED-EXIT
                   MOVE "DELETED" TO PRIVACY-ACTION
           END-DELETE.
           PERFORM WRITE-PRIVACY-REG-RTN THRU WRITE-PRIVACY-REG-EXIT.
       APPLY-DELETE-EXIT.
           EXIT.

      * WRITE-PRIVACY-REG-RTN - privreq01 registers an erasure
      * as PENDING until its D transaction reaches the master;
      * a PRIVACY delete's outcome goes on privacy-register.dat
      * under this run's date and time.  Any other delete is
      * not a privacy matter.
       WRITE-PRIVACY-REG-RTN.
           IF TX-BRANCH-ID NOT = "PRIVACY"
               GO TO WRITE-PRIVACY-REG-EXIT
           END-IF.

           OPEN EXTEND PrivRegFile.
           IF PRIVREG-STATUS NOT = "00"
               OPEN OUTPUT PrivRegFile
           END-IF.
           IF PRIVREG-STATUS NOT = "00"
               DISPLAY "*** MSTUPD01: PRIVACY-REGISTER.DAT WON'T "
                   "OPEN, STATUS " PRIVREG-STATUS " - DELETE OF "
                   TX-ACCOUNT " NOT REGISTERED ***"
               GO TO WRITE-PRIVACY-REG-EXIT
           END-IF.

           MOVE SPACES TO PrivRegRec.
           MOVE RUN-DATE TO PV-REQUEST-DATE.
           MOVE RUN-TIME-HHMMSS TO PV-REQUEST-TIME.
           MOVE "ERASE" TO PV-MODE.
           MOVE TX-ACCOUNT TO PV-ACCOUNT.
           MOVE PRIVACY-ACTION TO PV-ACTION.
           MOVE "./customer.mst" TO PV-FILE.
           IF PRIVACY-ACTION = "DELETED"
               MOVE 1 TO PV-COUNT
               MOVE "D TRANSACTION APPLIED BY MSTUPD01" TO PV-NOTE
           ELSE
               MOVE ZERO TO PV-COUNT
               MOVE REJECT-REASON TO PV-NOTE
           END-IF.
           WRITE PrivRegRec.
           CLOSE PrivRegFile.
       WRITE-PRIVACY-REG-EXIT.
           EXIT.

      * APPLY-MERGE-RTN - fold the TX-MERGE-FROM account into
      * the surviving TX-ACCOUNT: the survivor keeps the later
      * Last-Activity of the two, the duplicate is deleted, and
                       PERFORM WRITE-JOURNAL-RTN
                           THRU WRITE-JOURNAL-EXIT
               END-REWRITE
           ELSE
      *        Nothing to rewrite, but the survivor is still
      *        journaled (before = after) so every merge names
      *        the account it was folded into.
               MOVE MstRec TO BEFORE-IMAGE
               MOVE TX-ACCOUNT TO JOURNAL-ACCOUNT
               PERFORM WRITE-JOURNAL-RTN THRU WRITE-JOURNAL-EXIT
           END-IF.

           MOVE DUP-BEFORE-IMAGE TO BEFORE-IMAGE.
      * layout, and a trailer with the record count so the
      * branch can balance the file the way sort01 balances
      * inbound extracts.  The work file is re-read once per
      * branch - a handful of branches, one pass each.  The
      * same pass logs each branch's count and rejects to the
      * branch-quality file for the monthly scorecard.
       WRITE-ACKS-RTN.
           OPEN EXTEND BranchQualFile.
           IF BRQUAL-STATUS NOT = "00"
               OPEN OUTPUT BranchQualFile
           END-IF.

           PERFORM WRITE-ONE-ACK-RTN THRU WRITE-ONE-ACK-EXIT
               VARYING BR-SUB FROM 1 BY 1
               UNTIL BR-SUB > BRANCH-COUNT.

           CLOSE BranchQualFile.
       WRITE-ACKS-EXIT.
           EXIT.

           WRITE AckRec.

           CLOSE AckFile.

           MOVE SPACES TO BranchQualRec.
           MOVE "TXNS" TO BQ-EVENT.
           MOVE ACK-BRANCH-RECS TO BQ-COUNT.
           PERFORM WRITE-BRANCH-QUAL-RTN THRU WRITE-BRANCH-QUAL-EXIT.
       WRITE-ONE-ACK-EXIT.
           EXIT.

      * WRITE-BRANCH-QUAL-RTN - stamp and append one event for
      * the branch whose ack is being cut.  The run time is
      * the one OPEN-JOURNAL-RTN took for the journal.
       WRITE-BRANCH-QUAL-RTN.
           MOVE TODAY TO BQ-EVENT-DATE.
           MOVE "MSTUPD01" TO BQ-PROGRAM.
           MOVE ACK-BRANCH-ID TO BQ-BRANCH-ID.
           MOVE RUN-TIME-HHMMSS TO BQ-RUN-TIME.
           WRITE BranchQualRec.
       WRITE-BRANCH-QUAL-EXIT.
           EXIT.

       READ-ACK-WORK-RTN.
           Read AckWorkFile
             At End
               MOVE ACK-LINE TO AckRec
               WRITE AckRec
               ADD 1 TO ACK-BRANCH-RECS
               IF AW-DISPOSITION = "REJECTED"
                   MOVE SPACES TO BranchQualRec
                   MOVE "REJECT" TO BQ-EVENT
                   MOVE AW-ACCOUNT TO BQ-ACCOUNT
                   MOVE 1 TO BQ-COUNT
                   MOVE AW-REASON TO BQ-REASON
                   PERFORM WRITE-BRANCH-QUAL-RTN
                       THRU WRITE-BRANCH-QUAL-EXIT
               END-IF
           END-IF.

           PERFORM READ-ACK-WORK-RTN THRU READ-ACK-WORK-EXIT.
