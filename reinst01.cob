      *
      * Each reinstatement is registered on
      * reinstate-register.rpt for the audit trail.
      *
      * An account whose data was erased on request (reason E
      * on suppress.dat, written by privreq01) is never
      * reinstated - its archived record has been blanked, and
      * the customer asked not to be brought back.
      *
      * Modification History:
      * 10/15/2026 - BB - Refuse an account on suppress.dat with
      *              reason E (erased on request).
      *
       Environment Division.
       Input-Output Section.
       Select ArchFile Assign to Dynamic ARCHIVE-NAME
         Line Sequential
         File Status ARCH-STATUS.
       Select SuppFile Assign to
         "./suppress.dat"
         Line Sequential
         File Status SUPP-STATUS.
       Select TxnOutFile Assign to
         "./reinstate-txns.txt"
         Line Sequential
         01 ArchRec.
           COPY "copybooks/mstrec.cpy".

       FD SuppFile.
         01 SuppRec.
           COPY "copybooks/supprec.cpy".

       FD TxnOutFile.
         01 TxnOutRec        pic x(160).

           88 EOF     Value "Y".
           05 ARCH-EOF-SW     Pic X Value "N".
           88 ARCH-EOF  Value "Y".
           05 SUPP-EOF-SW     Pic X Value "N".
           88 SUPP-EOF  Value "Y".

         01 FILE-STATUSES.
           05 CAT-STATUS                PIC X(02).
           05 ARCH-STATUS               PIC X(02).
           05 SUPP-STATUS               PIC X(02).
           05 TXNOUT-STATUS             PIC X(02).
           05 REGISTER-STATUS           PIC X(02).
           05 RUNHIST-STATUS            PIC X(02).
           05 HIT-LAST                  PIC X(20).
           05 HIT-FIRST                 PIC X(15).

         01 ERASED-SW                   PIC X(01) VALUE 'N'.
            88 ACCOUNT-ERASED                     VALUE 'Y'.

         01 RECORD-HIT-SW               PIC X(01) VALUE 'N'.
            88 RECORD-FOUND                       VALUE 'Y'.

               STOP RUN
           END-IF.

           PERFORM CHECK-ERASED-RTN THRU CHECK-ERASED-EXIT.
           IF ACCOUNT-ERASED
               DISPLAY "REINST01: ACCOUNT " ACCOUNT-PARM
                   " WAS ERASED ON REQUEST (SUPPRESS.DAT REASON E)"
                   " - IT CANNOT BE REINSTATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT TODAY FROM DATE YYYYMMDD.
           MOVE TODAY-YYYY TO AD-YYYY.
           MOVE TODAY-MM TO AD-MM.
       WRITE-RUN-HISTORY-EXIT.
           EXIT.

      * CHECK-ERASED-RTN - look for the account on the
      * do-not-mail list with reason E.  No suppress.dat means
      * nothing has been erased.
       CHECK-ERASED-RTN.
           OPEN INPUT SuppFile.
           IF SUPP-STATUS NOT = "00"
               GO TO CHECK-ERASED-EXIT
           END-IF.

           PERFORM READ-SUPP-RTN THRU READ-SUPP-EXIT.
           PERFORM MATCH-SUPP-RTN THRU MATCH-SUPP-EXIT
               UNTIL SUPP-EOF OR ACCOUNT-ERASED.

           CLOSE SuppFile.
       CHECK-ERASED-EXIT.
           EXIT.

       READ-SUPP-RTN.
           Read SuppFile
             At End
               Set SUPP-EOF to True
           End-Read.
       READ-SUPP-EXIT.
           EXIT.

       MATCH-SUPP-RTN.
           IF SUP-ACCOUNT = ACCOUNT-PARM AND SUP-ERASED
               MOVE 'Y' TO ERASED-SW
               GO TO MATCH-SUPP-EXIT
           END-IF.

           PERFORM READ-SUPP-RTN THRU READ-SUPP-EXIT.
       MATCH-SUPP-EXIT.
           EXIT.

       READ-CAT-RTN.
           Read CatFile
             At End
