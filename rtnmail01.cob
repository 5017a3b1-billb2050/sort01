       IDENTIFICATION DIVISION.
       PROGRAM-ID. rtnmail01.
      * A GnuCOBOL program
      * On: 10/15/2026
      * By: Bill Blasingim
      *
      * Returned-mail intake.  Reads the pieces the post office
      * sent back off a label01 or house01 drop
      * (returned-mail.txt, rtnmail.cpy: account, campaign,
      * return date, USPS reason) and for each one:
      *   - bumps the account's running return count on
      *     return-count.dat;
      *   - writes a 'C' change transaction for mstupd01 to
      *     returned-mail-txns.txt, branch id RTNMAIL, carrying
      *     the master record as it stands with Cust-Status U
      *     (undeliverable address), so the address is flagged
      *     on customer.mst and campaign pulls stop selecting
      *     it.  Feed returned-mail-txns.txt through mstupd01 as
      *     the transaction file (or append it to the day's
      *     customer-txns.txt), same as reinst01's output;
      *   - once the account's returns reach the limit, adds it
      *     to suppress.dat with reason U so no mailing program
      *     pays postage on the dead address again;
      *   - appends the piece to the returned-mail history
      *     returned-mail.dat (rtnhist.cpy) with its ZIP3 and
      *     the branch that last touched the account on the
      *     customer journals.
      * Every piece and what was done with it is listed on
      * returned-mail-register.rpt.
      *
      * return-rate.rpt then reports the whole history: returns
      * against pieces mailed (contact-history.dat) by campaign
      * and by ZIP3, and returns by the branch that last
      * touched the record, so the branch keying bad addresses
      * stands out.
      *
      * PARM token 1 is the return limit for suppression
      * (default 3); token 2 is how many days of journals to
      * search back for the last branch to touch an account
      * (default 365).  A branch correcting the address keys a
      * 'C' with Cust-Status back to A; the return count is
      * history and is not reset.
      *
       Environment Division.
       Input-Output Section.
       File-Control.
       Select ReturnFile Assign to
         "./returned-mail.txt"
         Line Sequential
         File Status RETURN-STATUS.
       Select CountFile Assign to
         "./return-count.dat"
         Line Sequential
         File Status COUNT-STATUS.
       Select MstFile Assign to
         "./customer.mst"
         Organization Indexed
         Access Random
         Record Key MST-ACCOUNT
         Alternate Record Key MST-LAST With Duplicates
         File Status MST-STATUS.
       Select TxnOutFile Assign to
         "./returned-mail-txns.txt"
         Line Sequential
         File Status TXNOUT-STATUS.
       Select SuppFile Assign to
         "./suppress.dat"
         Line Sequential
         File Status SUPP-STATUS.
       Select HistFile Assign to
         "./returned-mail.dat"
         Line Sequential
         File Status HIST-STATUS.
       Select JrnFile Assign to Dynamic JOURNAL-NAME
         Line Sequential
         File Status JRN-STATUS.
       Select ContactFile Assign to
         "./contact-history.dat"
         Line Sequential
         File Status CONTACT-STATUS.
       Select RegisterFile Assign to
         "./returned-mail-register.rpt"
         Line Sequential.
       Select RateRptFile Assign to
         "./return-rate.rpt"
         Line Sequential.
       Select RunHistFile Assign to
         "./run-history.dat"
         Line Sequential
         File Status RUNHIST-STATUS.
       Data Division.
       File Section.
       FD ReturnFile.
         01 ReturnRec.
           COPY "copybooks/rtnmail.cpy".

       FD CountFile.
         01 CountRec.
           05 RTC-ACCOUNT     pic x(18).
           05 Filler          pic x(2).
           05 RTC-COUNT       pic 9(3).
           05 Filler          pic x(2).
           05 RTC-LAST-RETURN pic 9(8).

       FD MstFile.
         01 MstRec.
           COPY "copybooks/mstrec.cpy".

       FD TxnOutFile.
         01 TxnOutRec        pic x(160).

       FD SuppFile.
         01 SuppRec.
           COPY "copybooks/supprec.cpy".

       FD HistFile.
         01 HistRec.
           COPY "copybooks/rtnhist.cpy".

       FD JrnFile.
         01 JrnRec.
           COPY "copybooks/jrnlrec.cpy".

       FD ContactFile.
         01 ContactRec.
           COPY "copybooks/cnthist.cpy".

       FD RegisterFile.
         01 RegisterRec      pic x(110).

       FD RateRptFile.
         01 RateRptRec       pic x(80).

       FD RunHistFile.
         01 RunHistRec.
           COPY "copybooks/runhist.cpy".

       Working-Storage Section.
         01 Misc.
           05        Pic X
             Value "N".
           88 EOF     Value "Y".
           05 COUNT-EOF-SW    Pic X Value "N".
           88 COUNT-EOF  Value "Y".
           05 SUPP-EOF-SW     Pic X Value "N".
           88 SUPP-EOF  Value "Y".
           05 JRN-EOF-SW      Pic X Value "N".
           88 JRN-EOF  Value "Y".
           05 HIST-EOF-SW     Pic X Value "N".
           88 HIST-EOF  Value "Y".
           05 CONTACT-EOF-SW  Pic X Value "N".
           88 CONTACT-EOF  Value "Y".

         01 FILE-STATUSES.
           05 RETURN-STATUS             PIC X(02).
           05 COUNT-STATUS              PIC X(02).
           05 MST-STATUS                PIC X(02).
           05 TXNOUT-STATUS             PIC X(02).
           05 SUPP-STATUS               PIC X(02).
           05 HIST-STATUS               PIC X(02).
           05 JRN-STATUS                PIC X(02).
           05 CONTACT-STATUS            PIC X(02).
           05 RUNHIST-STATUS            PIC X(02).

         01 PARM-LINE                   PIC X(80).
         01 LIMIT-PARM                  PIC X(03).
         01 LOOKBACK-PARM               PIC X(04).
         01 RETURN-LIMIT                PIC 9(03) VALUE 3.
         01 LOOKBACK-DAYS               PIC 9(04) VALUE 365.

         01 MASTER-OPEN-SW              PIC X(01) VALUE 'N'.
            88 MASTER-IS-OPEN                     VALUE 'Y'.
         01 MASTER-HIT-SW               PIC X(01).
            88 ON-MASTER                          VALUE 'Y'.

      * Running return counts, loaded from return-count.dat and
      * written back whole at end of run - so no entry may ever
      * be dropped or shared.
         01 COUNT-TABLE.
           05 COUNT-COUNT               PIC 9(05) VALUE ZERO.
           05 COUNT-ENTRY OCCURS 20000 TIMES
                          INDEXED BY CNT-IDX.
             10 CE-ACCOUNT              PIC X(18).
             10 CE-COUNT                PIC 9(03).
             10 CE-LAST-RETURN          PIC 9(08).

      * Accounts already on suppress.dat, any reason, so an
      * account is never added twice.
         01 SUPPRESS-TABLE.
           05 SUPP-COUNT                PIC 9(05) VALUE ZERO.
           05 SUPP-ENTRY OCCURS 5000 TIMES
                         INDEXED BY SUPP-IDX.
             10 SE-ACCOUNT              PIC X(18).
         01 COUNT-SLOT-SW               PIC X(01).
            88 COUNT-TABLE-FULL                   VALUE 'Y'.
         01 SUPPRESSED-SW               PIC X(01).
            88 ALREADY-SUPPRESSED                 VALUE 'Y'.

      * Today's pieces, held until the journals have been
      * searched for the last branch to touch each account.
         01 BATCH-TABLE.
           05 BATCH-COUNT               PIC 9(04) VALUE ZERO.
           05 BATCH-ENTRY OCCURS 2000 TIMES.
             10 BE-ACCOUNT              PIC X(18).
             10 BE-CAMPAIGN             PIC X(10).
             10 BE-RETURN-DATE          PIC 9(08).
             10 BE-USPS-REASON          PIC X(03).
             10 BE-ZIP3                 PIC X(03).
             10 BE-RETURN-COUNT         PIC 9(03).
             10 BE-BRANCH-ID            PIC X(08).
             10 BE-BRANCH-DATE          PIC 9(08).
         01 BATCH-SUB                   PIC 9(04) COMP.
         01 UNRESOLVED-COUNT            PIC 9(04) VALUE ZERO.

      * Accounts flagged U this run, so a second piece for the
      * same account in one bundle doesn't cut a second change.
         01 FLAGGED-TABLE.
           05 FLAGGED-COUNT             PIC 9(04) VALUE ZERO.
           05 FLAGGED-ENTRY OCCURS 2000 TIMES
                            INDEXED BY FLG-IDX.
             10 FE-ACCOUNT              PIC X(18).
         01 FLAGGED-SW                  PIC X(01).
            88 FLAGGED-THIS-RUN                   VALUE 'Y'.

         01 DISPOSITION                 PIC X(30).
         01 SUPPRESS-NOTE               PIC X(12).

      *  Same field order and widths as mstupd01's TxnRec,
      *  branch id included.
         01 RETURN-TXN.
           05 RX-ACTION       PIC X(1)  VALUE "C".
           05 Filler          PIC X(1)  VALUE SPACE.
           05 RX-ACCOUNT      PIC X(18).
           05 Filler          PIC X(2)  VALUE SPACES.
           05 RX-GENDER       PIC X.
           05 RX-FIRST        PIC X(15).
           05 RX-MIDDLE       PIC X(15).
           05 RX-LAST         PIC X(20).
           05 RX-BIRTHDAY     PIC X(10).
           05 RX-ADDRESS      PIC X(25).
           05 RX-CITY         PIC X(20).
           05 RX-STATE        PIC X(2).
           05 RX-ZIP          PIC X(5).
           05 RX-CUST-STATUS  PIC X(1)  VALUE "U".
           05 RX-LAST-ACTIVITY
                              PIC X(10).
           05 Filler          PIC X(2)  VALUE SPACES.
           05 RX-BRANCH-ID    PIC X(8)  VALUE "RTNMAIL".

         01 JOURNAL-NAME                PIC X(80).

      * The journal date being searched, walked back a day at
      * a time from today.
         01 SCAN-DATE.
           05 SCAN-YYYY                 PIC 9(04).
           05 SCAN-MM                   PIC 9(02).
           05 SCAN-DD                   PIC 9(02).
         01 SCAN-DATE-X REDEFINES SCAN-DATE PIC X(08).
         01 SCAN-DAYS                   PIC 9(04).
         01 JOURNALS-SEARCHED           PIC 9(05) VALUE ZERO.

         01 MAX-DAY                     PIC 9(02).
         01 DIV-QUOT                    PIC 9(04).
         01 DIV-REMAIN                  PIC 9(04).
         01 LEAP-SW                     PIC X(01).
            88 LEAP-YEAR                          VALUE 'Y'.

      * Return-rate report accumulators.
         01 CAMPAIGN-RATE-TABLE.
           05 CR-COUNT                  PIC 9(03) VALUE ZERO.
           05 CR-ENTRY OCCURS 200 TIMES
                       INDEXED BY CR-IDX.
             10 CR-CAMPAIGN             PIC X(10).
             10 CR-MAILED               PIC 9(07).
             10 CR-RETURNED             PIC 9(07).

         01 ZIP3-RATE-TABLE.
           05 ZR3-COUNT                 PIC 9(04) VALUE ZERO.
           05 ZR3-ENTRY OCCURS 1000 TIMES
                        INDEXED BY ZR3-IDX.
             10 ZR3-ZIP3                PIC X(03).
             10 ZR3-MAILED              PIC 9(07).
             10 ZR3-RETURNED            PIC 9(07).

         01 BRANCH-RATE-TABLE.
           05 BRR-COUNT                 PIC 9(03) VALUE ZERO.
           05 BRR-ENTRY OCCURS 100 TIMES
                        INDEXED BY BRR-IDX.
             10 BRR-BRANCH-ID           PIC X(08).
             10 BRR-RETURNED            PIC 9(07).

         01 RATE-KEY                    PIC X(10).
         01 RATE-PCT                    PIC 9(03)V9(02).
         01 HIST-RETURNS                PIC 9(07) VALUE ZERO.

         01 RATE-LINE.
           05 RL-KEY                    PIC X(10).
           05 Filler                    PIC X(02) VALUE SPACES.
           05 RL-MAILED                 PIC ZZZ,ZZ9.
           05 Filler                    PIC X(02) VALUE SPACES.
           05 RL-RETURNED               PIC ZZZ,ZZ9.
           05 Filler                    PIC X(02) VALUE SPACES.
           05 RL-PCT                    PIC ZZ9.99.
           05 Filler                    PIC X(01) VALUE "%".

         01 INTAKE-TOTALS.
           05 PIECES-READ               PIC 9(07) VALUE ZERO.
           05 PIECES-REJECTED           PIC 9(07) VALUE ZERO.
           05 PIECES-COUNTED            PIC 9(07) VALUE ZERO.
           05 TXNS-WRITTEN              PIC 9(07) VALUE ZERO.
           05 ACCOUNTS-SUPPRESSED       PIC 9(07) VALUE ZERO.
           05 NOT-ON-MASTER             PIC 9(07) VALUE ZERO.

         01 REGISTER-LINE.
           05 RG-ACCOUNT                PIC X(18).
           05 Filler                    PIC X(2) VALUE SPACES.
           05 RG-CAMPAIGN               PIC X(10).
           05 Filler                    PIC X(2) VALUE SPACES.
           05 RG-RETURN-DATE            PIC X(08).
           05 Filler                    PIC X(2) VALUE SPACES.
           05 RG-REASON                 PIC X(03).
           05 Filler                    PIC X(2) VALUE SPACES.
           05 RG-COUNT                  PIC ZZ9.
           05 Filler                    PIC X(2) VALUE SPACES.
           05 RG-DISPOSITION            PIC X(30).
           05 Filler                    PIC X(2) VALUE SPACES.
           05 RG-SUPPRESS               PIC X(12).

         01 TODAY.
           05 TODAY-YYYY       PIC 9(4).
           05 TODAY-MM         PIC 9(2).
           05 TODAY-DD         PIC 9(2).

         01 RUN-STAMP.
            05 RUN-DATE                  PIC 9(08).
            05 RUN-TIME-FULL             PIC 9(08).
            05 RUN-TIME REDEFINES RUN-TIME-FULL.
               10 RUN-TIME-HHMMSS        PIC 9(06).
               10 Filler                 PIC 9(02).

       PROCEDURE DIVISION.

           ACCEPT PARM-LINE FROM COMMAND-LINE.
           MOVE SPACES TO LIMIT-PARM, LOOKBACK-PARM.
           UNSTRING PARM-LINE DELIMITED BY ALL SPACES
               INTO LIMIT-PARM LOOKBACK-PARM.

           IF LIMIT-PARM NOT = SPACES
               IF LIMIT-PARM NUMERIC AND LIMIT-PARM > ZERO
                   MOVE LIMIT-PARM TO RETURN-LIMIT
               ELSE
                   DISPLAY "RTNMAIL01: PARM TOKEN 1 MUST BE THE "
                       "RETURN LIMIT (3 DIGITS), GOT '"
                       LIMIT-PARM "'"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           IF LOOKBACK-PARM NOT = SPACES
               IF LOOKBACK-PARM NUMERIC
                   MOVE LOOKBACK-PARM TO LOOKBACK-DAYS
               ELSE
                   DISPLAY "RTNMAIL01: PARM TOKEN 2 MUST BE THE "
                       "JOURNAL LOOKBACK IN DAYS (4 DIGITS), GOT '"
                       LOOKBACK-PARM "'"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           OPEN INPUT ReturnFile.
           IF RETURN-STATUS NOT = "00"
               DISPLAY "RTNMAIL01: NO RETURNED-MAIL.TXT (STATUS "
                   RETURN-STATUS ") - NOTHING TAKEN IN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT TODAY FROM DATE YYYYMMDD.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT MstFile.
           IF MST-STATUS = "00"
               SET MASTER-IS-OPEN TO TRUE
           ELSE
               DISPLAY "RTNMAIL01: MASTER WON'T OPEN, STATUS "
                   MST-STATUS " - RETURNS COUNTED, NO ADDRESS "
                   "FLAGGED"
           END-IF.

           PERFORM LOAD-COUNTS-RTN THRU LOAD-COUNTS-EXIT.
           PERFORM LOAD-SUPPRESS-RTN THRU LOAD-SUPPRESS-EXIT.

           OPEN EXTEND TxnOutFile.
           IF TXNOUT-STATUS NOT = "00"
               OPEN OUTPUT TxnOutFile
           END-IF.
           OPEN EXTEND SuppFile.
           IF SUPP-STATUS NOT = "00"
               OPEN OUTPUT SuppFile
           END-IF.
           OPEN OUTPUT RegisterFile.
           PERFORM WRITE-REG-HEADING-RTN THRU WRITE-REG-HEADING-EXIT.

           PERFORM READ-RETURN-RTN THRU READ-RETURN-EXIT.
           PERFORM INTAKE-RTN THRU INTAKE-EXIT
               UNTIL EOF.

           CLOSE ReturnFile, TxnOutFile, SuppFile, RegisterFile.

           PERFORM FIND-BRANCHES-RTN THRU FIND-BRANCHES-EXIT.
           PERFORM WRITE-HISTORY-RTN THRU WRITE-HISTORY-EXIT.
           PERFORM SAVE-COUNTS-RTN THRU SAVE-COUNTS-EXIT.
           PERFORM RATE-REPORT-RTN THRU RATE-REPORT-EXIT.

           IF MASTER-IS-OPEN
               CLOSE MstFile
           END-IF.

           DISPLAY "RTNMAIL01 CONTROL TOTALS".
           DISPLAY "  PIECES READ .......: " PIECES-READ.
           DISPLAY "  PIECES REJECTED ...: " PIECES-REJECTED.
           DISPLAY "  PIECES COUNTED ....: " PIECES-COUNTED.
           DISPLAY "  NOT ON MASTER .....: " NOT-ON-MASTER.
           DISPLAY "  CHANGES WRITTEN ...: " TXNS-WRITTEN.
           DISPLAY "  NEWLY SUPPRESSED ..: " ACCOUNTS-SUPPRESSED.
           DISPLAY "  JOURNALS SEARCHED .: " JOURNALS-SEARCHED.
           IF TXNS-WRITTEN > ZERO
               DISPLAY "RTNMAIL01: RUN RETURNED-MAIL-TXNS.TXT "
                   "THROUGH MSTUPD01 TO FLAG THE ADDRESSES"
           END-IF.

           PERFORM WRITE-RUN-HISTORY-RTN THRU WRITE-RUN-HISTORY-EXIT.

           STOP RUN.

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
           MOVE "RTNMAIL01" TO RH-PROGRAM.
           MOVE RUN-DATE TO RH-RUN-DATE.
           MOVE RUN-TIME-HHMMSS TO RH-RUN-TIME.
           MOVE "./returned-mail.txt" TO RH-INPUT-FILE.
           MOVE PIECES-READ TO RH-RECORDS-READ.
           MOVE TXNS-WRITTEN TO RH-RECORDS-WRITTEN.
           MOVE PIECES-REJECTED TO RH-RECORDS-REJECTED.
           MOVE "COMPLETE" TO RH-RUN-STATUS.
           WRITE RunHistRec.

           CLOSE RunHistFile.
       WRITE-RUN-HISTORY-EXIT.
           EXIT.

      * LOAD-COUNTS-RTN - the running counts; a missing file is
      * the first intake ever, everyone starts at zero.
       LOAD-COUNTS-RTN.
           OPEN INPUT CountFile.
           IF COUNT-STATUS NOT = "00"
               DISPLAY "RTNMAIL01: NO RETURN-COUNT.DAT (STATUS "
                   COUNT-STATUS ") - STARTING COUNTS AT ZERO"
               GO TO LOAD-COUNTS-EXIT
           END-IF.

           PERFORM READ-COUNT-RTN THRU READ-COUNT-EXIT.
           PERFORM STORE-COUNT-RTN THRU STORE-COUNT-EXIT
               UNTIL COUNT-EOF.

           CLOSE CountFile.
       LOAD-COUNTS-EXIT.
           EXIT.

       READ-COUNT-RTN.
           Read CountFile
             At End
               Set COUNT-EOF to True
           End-Read.
       READ-COUNT-EXIT.
           EXIT.

      * STORE-COUNT-RTN - more accounts than the table holds
      * stops the run here, before anything is written: the
      * counts past the limit would be lost when the file is
      * written back.
       STORE-COUNT-RTN.
           IF COUNT-COUNT NOT < 20000
               DISPLAY "RTNMAIL01: RETURN-COUNT.DAT HOLDS MORE THAN "
                   "20000 ACCOUNTS - NOTHING TAKEN IN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO COUNT-COUNT.
           SET CNT-IDX TO COUNT-COUNT.
           MOVE RTC-ACCOUNT TO CE-ACCOUNT (CNT-IDX).
           MOVE RTC-COUNT TO CE-COUNT (CNT-IDX).
           MOVE RTC-LAST-RETURN TO CE-LAST-RETURN (CNT-IDX).

           PERFORM READ-COUNT-RTN THRU READ-COUNT-EXIT.
       STORE-COUNT-EXIT.
           EXIT.

       LOAD-SUPPRESS-RTN.
           OPEN INPUT SuppFile.
           IF SUPP-STATUS NOT = "00"
               GO TO LOAD-SUPPRESS-EXIT
           END-IF.

           PERFORM READ-SUPP-RTN THRU READ-SUPP-EXIT.
           PERFORM STORE-SUPP-RTN THRU STORE-SUPP-EXIT
               UNTIL SUPP-EOF.

           CLOSE SuppFile.
       LOAD-SUPPRESS-EXIT.
           EXIT.

       READ-SUPP-RTN.
           Read SuppFile
             At End
               Set SUPP-EOF to True
           End-Read.
       READ-SUPP-EXIT.
           EXIT.

      * STORE-SUPP-RTN - a full table stops the run before any
      * piece is read: an account left out of it would go on
      * suppress.dat a second time.
       STORE-SUPP-RTN.
           IF SUPP-COUNT NOT < 5000
               DISPLAY "RTNMAIL01: SUPPRESSION TABLE FULL (5000) AT "
                   SUP-ACCOUNT " - NOTHING TAKEN IN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO SUPP-COUNT.
           SET SUPP-IDX TO SUPP-COUNT.
           MOVE SUP-ACCOUNT TO SE-ACCOUNT (SUPP-IDX).

           PERFORM READ-SUPP-RTN THRU READ-SUPP-EXIT.
       STORE-SUPP-EXIT.
           EXIT.

       READ-RETURN-RTN.
           Read ReturnFile
             At End
               Set EOF to True
           End-Read.
       READ-RETURN-EXIT.
           EXIT.

      * INTAKE-RTN - one returned piece: validate, count, flag
      * the address, suppress at the limit, hold for history.
       INTAKE-RTN.
           ADD 1 TO PIECES-READ.
           MOVE SPACES TO DISPOSITION, SUPPRESS-NOTE.

           IF RM-ACCOUNT = SPACES
               MOVE "REJECTED - ACCOUNT IS BLANK" TO DISPOSITION
               ADD 1 TO PIECES-REJECTED
               PERFORM WRITE-REGISTER-RTN THRU WRITE-REGISTER-EXIT
               GO TO INTAKE-NEXT
           END-IF.

           IF RM-RETURN-DATE NOT NUMERIC
               MOVE "REJECTED - BAD RETURN DATE" TO DISPOSITION
               ADD 1 TO PIECES-REJECTED
               PERFORM WRITE-REGISTER-RTN THRU WRITE-REGISTER-EXIT
               GO TO INTAKE-NEXT
           END-IF.

           IF BATCH-COUNT NOT < 2000
               MOVE "REJECTED - BUNDLE OVER 2000" TO DISPOSITION
               ADD 1 TO PIECES-REJECTED
               PERFORM WRITE-REGISTER-RTN THRU WRITE-REGISTER-EXIT
               GO TO INTAKE-NEXT
           END-IF.

           PERFORM BUMP-COUNT-RTN THRU BUMP-COUNT-EXIT.
           IF COUNT-TABLE-FULL
               MOVE "REJECTED - COUNT TABLE FULL" TO DISPOSITION
               ADD 1 TO PIECES-REJECTED
               PERFORM WRITE-REGISTER-RTN THRU WRITE-REGISTER-EXIT
               GO TO INTAKE-NEXT
           END-IF.
           ADD 1 TO PIECES-COUNTED.

           ADD 1 TO BATCH-COUNT.
           MOVE BATCH-COUNT TO BATCH-SUB.
           MOVE RM-ACCOUNT TO BE-ACCOUNT (BATCH-SUB).
           MOVE RM-CAMPAIGN TO BE-CAMPAIGN (BATCH-SUB).
           MOVE RM-RETURN-DATE TO BE-RETURN-DATE (BATCH-SUB).
           MOVE RM-USPS-REASON TO BE-USPS-REASON (BATCH-SUB).
           MOVE CE-COUNT (CNT-IDX) TO BE-RETURN-COUNT (BATCH-SUB).
           MOVE "UNKNOWN" TO BE-BRANCH-ID (BATCH-SUB).
           MOVE ZERO TO BE-BRANCH-DATE (BATCH-SUB).
           MOVE "???" TO BE-ZIP3 (BATCH-SUB).

           PERFORM FLAG-ADDRESS-RTN THRU FLAG-ADDRESS-EXIT.

           IF CE-COUNT (CNT-IDX) NOT < RETURN-LIMIT
               PERFORM SUPPRESS-ACCOUNT-RTN
                   THRU SUPPRESS-ACCOUNT-EXIT
           END-IF.

           PERFORM WRITE-REGISTER-RTN THRU WRITE-REGISTER-EXIT.

       INTAKE-NEXT.
           PERFORM READ-RETURN-RTN THRU READ-RETURN-EXIT.
       INTAKE-EXIT.
           EXIT.

      * BUMP-COUNT-RTN - find or add the account's running
      * count; leaves CNT-IDX on its slot, or COUNT-TABLE-FULL
      * set and nothing counted.
       BUMP-COUNT-RTN.
           MOVE 'N' TO COUNT-SLOT-SW.
           SET CNT-IDX TO 1.
           SEARCH COUNT-ENTRY
               AT END
                   PERFORM ADD-COUNT-RTN THRU ADD-COUNT-EXIT
               WHEN CNT-IDX > COUNT-COUNT
                   PERFORM ADD-COUNT-RTN THRU ADD-COUNT-EXIT
               WHEN CE-ACCOUNT (CNT-IDX) = RM-ACCOUNT
                   CONTINUE
           END-SEARCH.
           IF COUNT-TABLE-FULL
               GO TO BUMP-COUNT-EXIT
           END-IF.

           ADD 1 TO CE-COUNT (CNT-IDX).
           IF RM-RETURN-DATE > CE-LAST-RETURN (CNT-IDX)
               MOVE RM-RETURN-DATE TO CE-LAST-RETURN (CNT-IDX)
           END-IF.
       BUMP-COUNT-EXIT.
           EXIT.

      * ADD-COUNT-RTN - a new account gets the next slot.  A
      * full table takes no slot from anyone: the piece is
      * rejected and the overflow reported.
       ADD-COUNT-RTN.
           IF COUNT-COUNT NOT < 20000
               DISPLAY "RTNMAIL01: RETURN-COUNT TABLE FULL "
                   "(20000); PIECE FOR " RM-ACCOUNT " REJECTED"
               MOVE 'Y' TO COUNT-SLOT-SW
               GO TO ADD-COUNT-EXIT
           END-IF.
           ADD 1 TO COUNT-COUNT.
           SET CNT-IDX TO COUNT-COUNT.
           MOVE RM-ACCOUNT TO CE-ACCOUNT (CNT-IDX).
           MOVE ZERO TO CE-COUNT (CNT-IDX).
           MOVE ZERO TO CE-LAST-RETURN (CNT-IDX).
       ADD-COUNT-EXIT.
           EXIT.

      * FLAG-ADDRESS-RTN - read the account off the master and
      * cut the change that marks it undeliverable.  Already U
      * on the master, or already flagged earlier in this
      * bundle, needs no second change; Cust-Status C is left
      * alone - the account is on its way to purge01 and is
      * never mailed.
       FLAG-ADDRESS-RTN.
           MOVE 'N' TO MASTER-HIT-SW.
           IF MASTER-IS-OPEN
               MOVE RM-ACCOUNT TO MST-ACCOUNT
               READ MstFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO MASTER-HIT-SW
               END-READ
           END-IF.

           IF NOT ON-MASTER
               ADD 1 TO NOT-ON-MASTER
               MOVE "COUNTED - NOT ON MASTER" TO DISPOSITION
               GO TO FLAG-ADDRESS-EXIT
           END-IF.

           MOVE MST-ZIP (1:3) TO BE-ZIP3 (BATCH-SUB).

           IF MST-CUST-STATUS = "U"
               MOVE "COUNTED - ALREADY FLAGGED" TO DISPOSITION
               GO TO FLAG-ADDRESS-EXIT
           END-IF.

           IF MST-CUST-STATUS = "C"
               MOVE "COUNTED - ACCOUNT CLOSED" TO DISPOSITION
               GO TO FLAG-ADDRESS-EXIT
           END-IF.

           MOVE 'N' TO FLAGGED-SW.
           SET FLG-IDX TO 1.
           SEARCH FLAGGED-ENTRY
               AT END
                   CONTINUE
               WHEN FLG-IDX > FLAGGED-COUNT
                   CONTINUE
               WHEN FE-ACCOUNT (FLG-IDX) = RM-ACCOUNT
                   MOVE 'Y' TO FLAGGED-SW
           END-SEARCH.
           IF FLAGGED-THIS-RUN
               MOVE "COUNTED - ALREADY FLAGGED" TO DISPOSITION
               GO TO FLAG-ADDRESS-EXIT
           END-IF.

           ADD 1 TO FLAGGED-COUNT.
           SET FLG-IDX TO FLAGGED-COUNT.
           MOVE RM-ACCOUNT TO FE-ACCOUNT (FLG-IDX).

           PERFORM WRITE-TXN-RTN THRU WRITE-TXN-EXIT.
           MOVE "FLAGGED UNDELIVERABLE" TO DISPOSITION.
       FLAG-ADDRESS-EXIT.
           EXIT.

      * WRITE-TXN-RTN - the master record as it stands, only
      * the status changed; last activity is left alone - a
      * returned piece isn't customer activity.
       WRITE-TXN-RTN.
           MOVE MST-ACCOUNT TO RX-ACCOUNT.
           MOVE MST-GENDER TO RX-GENDER.
           MOVE MST-FIRST TO RX-FIRST.
           MOVE MST-MIDDLE TO RX-MIDDLE.
           MOVE MST-LAST TO RX-LAST.
           MOVE MST-BIRTHDAY TO RX-BIRTHDAY.
           MOVE MST-ADDRESS TO RX-ADDRESS.
           MOVE MST-CITY TO RX-CITY.
           MOVE MST-STATE TO RX-STATE.
           MOVE MST-ZIP TO RX-ZIP.
           MOVE "U" TO RX-CUST-STATUS.
           MOVE MST-LAST-ACTIVITY TO RX-LAST-ACTIVITY.

           MOVE SPACES TO TxnOutRec.
           MOVE RETURN-TXN TO TxnOutRec.
           WRITE TxnOutRec.
           ADD 1 TO TXNS-WRITTEN.
       WRITE-TXN-EXIT.
           EXIT.

      * SUPPRESS-ACCOUNT-RTN - at the limit the account goes on
      * the do-not-mail list, once.  No room left in the table
      * stops the run before the row is written: the counts and
      * history are not saved, so a rerun takes the whole file
      * in again, and the accounts already suppressed this run
      * are on suppress.dat and are not added twice.
       SUPPRESS-ACCOUNT-RTN.
           MOVE 'N' TO SUPPRESSED-SW.
           SET SUPP-IDX TO 1.
           SEARCH SUPP-ENTRY
               AT END
                   CONTINUE
               WHEN SUPP-IDX > SUPP-COUNT
                   CONTINUE
               WHEN SE-ACCOUNT (SUPP-IDX) = RM-ACCOUNT
                   MOVE 'Y' TO SUPPRESSED-SW
           END-SEARCH.
           IF ALREADY-SUPPRESSED
               MOVE "ON SUPPRESS" TO SUPPRESS-NOTE
               GO TO SUPPRESS-ACCOUNT-EXIT
           END-IF.

           IF SUPP-COUNT NOT < 5000
               DISPLAY "RTNMAIL01: SUPPRESSION TABLE FULL (5000) AT "
                   RM-ACCOUNT " - RUN STOPPED; RERUN THE WHOLE "
                   "RETURNED-MAIL.TXT ONCE THE TABLE IS RAISED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO SuppRec.
           MOVE RM-ACCOUNT TO SUP-ACCOUNT.
           SET SUP-UNDELIVERABLE TO TRUE.
           WRITE SuppRec.
           ADD 1 TO ACCOUNTS-SUPPRESSED.
           MOVE "SUPPRESSED" TO SUPPRESS-NOTE.

           ADD 1 TO SUPP-COUNT.
           SET SUPP-IDX TO SUPP-COUNT.
           MOVE RM-ACCOUNT TO SE-ACCOUNT (SUPP-IDX).
       SUPPRESS-ACCOUNT-EXIT.
           EXIT.

       WRITE-REGISTER-RTN.
           MOVE SPACES TO REGISTER-LINE.
           MOVE RM-ACCOUNT TO RG-ACCOUNT.
           MOVE RM-CAMPAIGN TO RG-CAMPAIGN.
           MOVE RM-RETURN-DATE TO RG-RETURN-DATE.
           MOVE RM-USPS-REASON TO RG-REASON.
           IF DISPOSITION (1:8) NOT = "REJECTED"
               MOVE CE-COUNT (CNT-IDX) TO RG-COUNT
           END-IF.
           MOVE DISPOSITION TO RG-DISPOSITION.
           MOVE SUPPRESS-NOTE TO RG-SUPPRESS.
           MOVE REGISTER-LINE TO RegisterRec.
           WRITE RegisterRec.
       WRITE-REGISTER-EXIT.
           EXIT.

       WRITE-REG-HEADING-RTN.
           MOVE SPACES TO RegisterRec.
           STRING "RETURNED MAIL INTAKE REGISTER - " RUN-DATE
               "   SUPPRESS AT " RETURN-LIMIT " RETURNS"
               DELIMITED BY SIZE
               INTO RegisterRec.
           WRITE RegisterRec.
           MOVE SPACES TO RegisterRec.
           MOVE "ACCOUNT             CAMPAIGN    RETURNED  RSN"
               TO RegisterRec (1:45).
           MOVE "CNT  DISPOSITION" TO RegisterRec (48:16).
           WRITE RegisterRec.
       WRITE-REG-HEADING-EXIT.
           EXIT.

      * FIND-BRANCHES-RTN - walk the dated journals back from
      * today, newest first, and give each piece the branch on
      * the latest entry for its account (RTNMAIL's own
      * changes don't count - they aren't a branch keying the
      * address).  Stops as soon as every piece has a branch or
      * the lookback runs out; days with no journal are skipped.
       FIND-BRANCHES-RTN.
           MOVE BATCH-COUNT TO UNRESOLVED-COUNT.
           MOVE TODAY TO SCAN-DATE.
           MOVE ZERO TO SCAN-DAYS.

           PERFORM SEARCH-JOURNAL-RTN THRU SEARCH-JOURNAL-EXIT
               UNTIL UNRESOLVED-COUNT = ZERO
               OR SCAN-DAYS > LOOKBACK-DAYS.
       FIND-BRANCHES-EXIT.
           EXIT.

       SEARCH-JOURNAL-RTN.
           MOVE SPACES TO JOURNAL-NAME.
           STRING "./customer-journal." SCAN-DATE-X
               DELIMITED BY SIZE
               INTO JOURNAL-NAME.

           OPEN INPUT JrnFile.
           IF JRN-STATUS = "00"
               ADD 1 TO JOURNALS-SEARCHED
               MOVE 'N' TO JRN-EOF-SW
               PERFORM READ-JRN-RTN THRU READ-JRN-EXIT
               PERFORM MATCH-JRN-RTN THRU MATCH-JRN-EXIT
                   UNTIL JRN-EOF
               CLOSE JrnFile
               PERFORM COUNT-UNRESOLVED-RTN
                   THRU COUNT-UNRESOLVED-EXIT
           END-IF.

           PERFORM PRIOR-DAY-RTN THRU PRIOR-DAY-EXIT.
           ADD 1 TO SCAN-DAYS.
       SEARCH-JOURNAL-EXIT.
           EXIT.

       READ-JRN-RTN.
           Read JrnFile
             At End
               Set JRN-EOF to True
           End-Read.
       READ-JRN-EXIT.
           EXIT.

      * MATCH-JRN-RTN - within one day's journal the later
      * entry wins; a branch found in a newer day's journal is
      * never overwritten by an older one.
       MATCH-JRN-RTN.
           IF JR-BRANCH-ID NOT = "RTNMAIL"
               PERFORM MATCH-BATCH-RTN THRU MATCH-BATCH-EXIT
                   VARYING BATCH-SUB FROM 1 BY 1
                   UNTIL BATCH-SUB > BATCH-COUNT
           END-IF.

           PERFORM READ-JRN-RTN THRU READ-JRN-EXIT.
       MATCH-JRN-EXIT.
           EXIT.

       MATCH-BATCH-RTN.
           IF BE-ACCOUNT (BATCH-SUB) = JR-ACCOUNT
               AND (BE-BRANCH-DATE (BATCH-SUB) = ZERO
               OR BE-BRANCH-DATE (BATCH-SUB) = SCAN-DATE)
               MOVE SCAN-DATE TO BE-BRANCH-DATE (BATCH-SUB)
               IF JR-BRANCH-ID = SPACES
                   MOVE "NOBRANCH" TO BE-BRANCH-ID (BATCH-SUB)
               ELSE
                   MOVE JR-BRANCH-ID TO BE-BRANCH-ID (BATCH-SUB)
               END-IF
           END-IF.
       MATCH-BATCH-EXIT.
           EXIT.

       COUNT-UNRESOLVED-RTN.
           MOVE ZERO TO UNRESOLVED-COUNT.
           PERFORM COUNT-ONE-RTN THRU COUNT-ONE-EXIT
               VARYING BATCH-SUB FROM 1 BY 1
               UNTIL BATCH-SUB > BATCH-COUNT.
       COUNT-UNRESOLVED-EXIT.
           EXIT.

       COUNT-ONE-RTN.
           IF BE-BRANCH-DATE (BATCH-SUB) = ZERO
               ADD 1 TO UNRESOLVED-COUNT
           END-IF.
       COUNT-ONE-EXIT.
           EXIT.

      * PRIOR-DAY-RTN - step SCAN-DATE back one calendar day.
       PRIOR-DAY-RTN.
           IF SCAN-DD > 1
               SUBTRACT 1 FROM SCAN-DD
               GO TO PRIOR-DAY-EXIT
           END-IF.

           IF SCAN-MM > 1
               SUBTRACT 1 FROM SCAN-MM
           ELSE
               MOVE 12 TO SCAN-MM
               SUBTRACT 1 FROM SCAN-YYYY
           END-IF.
           PERFORM SET-MAX-DAY-RTN THRU SET-MAX-DAY-EXIT.
           MOVE MAX-DAY TO SCAN-DD.
       PRIOR-DAY-EXIT.
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

      * WRITE-HISTORY-RTN - today's pieces onto the history,
      * now that each has its ZIP3 and branch.
       WRITE-HISTORY-RTN.
           IF BATCH-COUNT = ZERO
               GO TO WRITE-HISTORY-EXIT
           END-IF.

           OPEN EXTEND HistFile.
           IF HIST-STATUS NOT = "00"
               OPEN OUTPUT HistFile
           END-IF.

           PERFORM WRITE-HIST-REC-RTN THRU WRITE-HIST-REC-EXIT
               VARYING BATCH-SUB FROM 1 BY 1
               UNTIL BATCH-SUB > BATCH-COUNT.

           CLOSE HistFile.
       WRITE-HISTORY-EXIT.
           EXIT.

       WRITE-HIST-REC-RTN.
           MOVE SPACES TO HistRec.
           MOVE BE-ACCOUNT (BATCH-SUB) TO RN-ACCOUNT.
           MOVE BE-CAMPAIGN (BATCH-SUB) TO RN-CAMPAIGN.
           MOVE BE-RETURN-DATE (BATCH-SUB) TO RN-RETURN-DATE.
           MOVE BE-USPS-REASON (BATCH-SUB) TO RN-USPS-REASON.
           MOVE RUN-DATE TO RN-INTAKE-DATE.
           MOVE BE-ZIP3 (BATCH-SUB) TO RN-ZIP3.
           MOVE BE-BRANCH-ID (BATCH-SUB) TO RN-BRANCH-ID.
           MOVE BE-RETURN-COUNT (BATCH-SUB) TO RN-RETURN-COUNT.
           WRITE HistRec.
       WRITE-HIST-REC-EXIT.
           EXIT.

      * SAVE-COUNTS-RTN - the whole count table back out.
       SAVE-COUNTS-RTN.
           OPEN OUTPUT CountFile.
           PERFORM SAVE-ONE-COUNT-RTN THRU SAVE-ONE-COUNT-EXIT
               VARYING CNT-IDX FROM 1 BY 1
               UNTIL CNT-IDX > COUNT-COUNT.
           CLOSE CountFile.
       SAVE-COUNTS-EXIT.
           EXIT.

       SAVE-ONE-COUNT-RTN.
           MOVE SPACES TO CountRec.
           MOVE CE-ACCOUNT (CNT-IDX) TO RTC-ACCOUNT.
           MOVE CE-COUNT (CNT-IDX) TO RTC-COUNT.
           MOVE CE-LAST-RETURN (CNT-IDX) TO RTC-LAST-RETURN.
           WRITE CountRec.
       SAVE-ONE-COUNT-EXIT.
           EXIT.

      * RATE-REPORT-RTN - returns from the whole history against
      * pieces mailed from the whole contact history.  Mailed
      * pieces are placed in a ZIP3 from the account's address
      * on the master today; accounts since purged can't be
      * placed and count only toward their campaign.
       RATE-REPORT-RTN.
           OPEN INPUT HistFile.
           IF HIST-STATUS = "00"
               PERFORM READ-HIST-RTN THRU READ-HIST-EXIT
               PERFORM TALLY-RETURN-RTN THRU TALLY-RETURN-EXIT
                   UNTIL HIST-EOF
               CLOSE HistFile
           END-IF.

           OPEN INPUT ContactFile.
           IF CONTACT-STATUS = "00"
               PERFORM READ-CONTACT-RTN THRU READ-CONTACT-EXIT
               PERFORM TALLY-MAILED-RTN THRU TALLY-MAILED-EXIT
                   UNTIL CONTACT-EOF
               CLOSE ContactFile
           ELSE
               DISPLAY "RTNMAIL01: NO CONTACT-HISTORY.DAT (STATUS "
                   CONTACT-STATUS ") - RATES HAVE NO MAILED COUNT"
           END-IF.

           OPEN OUTPUT RateRptFile.
           MOVE SPACES TO RateRptRec.
           STRING "RETURNED MAIL RATE REPORT - " RUN-DATE
               DELIMITED BY SIZE
               INTO RateRptRec.
           WRITE RateRptRec.

           MOVE SPACES TO RateRptRec.
           WRITE RateRptRec.
           MOVE "BY CAMPAIGN" TO RateRptRec.
           WRITE RateRptRec.
           PERFORM WRITE-RATE-HEADING-RTN THRU WRITE-RATE-HEADING-EXIT.
           PERFORM WRITE-CAMPAIGN-RATE-RTN
               THRU WRITE-CAMPAIGN-RATE-EXIT
               VARYING CR-IDX FROM 1 BY 1
               UNTIL CR-IDX > CR-COUNT.

           MOVE SPACES TO RateRptRec.
           WRITE RateRptRec.
           MOVE "BY ZIP3" TO RateRptRec.
           WRITE RateRptRec.
           PERFORM WRITE-RATE-HEADING-RTN THRU WRITE-RATE-HEADING-EXIT.
           PERFORM WRITE-ZIP3-RATE-RTN THRU WRITE-ZIP3-RATE-EXIT
               VARYING ZR3-IDX FROM 1 BY 1
               UNTIL ZR3-IDX > ZR3-COUNT.

           MOVE SPACES TO RateRptRec.
           WRITE RateRptRec.
           MOVE "BY BRANCH THAT LAST TOUCHED THE ACCOUNT"
               TO RateRptRec.
           WRITE RateRptRec.
           MOVE SPACES TO RateRptRec.
           MOVE "BRANCH               RETURNS  % OF ALL"
               TO RateRptRec (1:38).
           WRITE RateRptRec.
           PERFORM WRITE-BRANCH-RATE-RTN THRU WRITE-BRANCH-RATE-EXIT
               VARYING BRR-IDX FROM 1 BY 1
               UNTIL BRR-IDX > BRR-COUNT.

           MOVE SPACES TO RateRptRec.
           WRITE RateRptRec.
           MOVE SPACES TO RateRptRec.
           STRING "RETURNED PIECES ON HISTORY: " HIST-RETURNS
               DELIMITED BY SIZE
               INTO RateRptRec.
           WRITE RateRptRec.

           CLOSE RateRptFile.
       RATE-REPORT-EXIT.
           EXIT.

       READ-HIST-RTN.
           Read HistFile
             At End
               Set HIST-EOF to True
           End-Read.
       READ-HIST-EXIT.
           EXIT.

       TALLY-RETURN-RTN.
           ADD 1 TO HIST-RETURNS.

           MOVE RN-CAMPAIGN TO RATE-KEY.
           PERFORM FIND-CAMPAIGN-RATE-RTN
               THRU FIND-CAMPAIGN-RATE-EXIT.
           IF CR-IDX NOT > CR-COUNT
               ADD 1 TO CR-RETURNED (CR-IDX)
           END-IF.

           MOVE RN-ZIP3 TO RATE-KEY.
           PERFORM FIND-ZIP3-RATE-RTN THRU FIND-ZIP3-RATE-EXIT.
           IF ZR3-IDX NOT > ZR3-COUNT
               ADD 1 TO ZR3-RETURNED (ZR3-IDX)
           END-IF.

           SET BRR-IDX TO 1.
           SEARCH BRR-ENTRY
               AT END
                   PERFORM ADD-BRANCH-RATE-RTN
                       THRU ADD-BRANCH-RATE-EXIT
               WHEN BRR-IDX > BRR-COUNT
                   PERFORM ADD-BRANCH-RATE-RTN
                       THRU ADD-BRANCH-RATE-EXIT
               WHEN BRR-BRANCH-ID (BRR-IDX) = RN-BRANCH-ID
                   CONTINUE
           END-SEARCH.
           IF BRR-IDX NOT > BRR-COUNT
               ADD 1 TO BRR-RETURNED (BRR-IDX)
           END-IF.

           PERFORM READ-HIST-RTN THRU READ-HIST-EXIT.
       TALLY-RETURN-EXIT.
           EXIT.

       ADD-BRANCH-RATE-RTN.
           IF BRR-COUNT < 100
               ADD 1 TO BRR-COUNT
               SET BRR-IDX TO BRR-COUNT
               MOVE RN-BRANCH-ID TO BRR-BRANCH-ID (BRR-IDX)
               MOVE ZERO TO BRR-RETURNED (BRR-IDX)
           ELSE
               SET BRR-IDX TO 101
           END-IF.
       ADD-BRANCH-RATE-EXIT.
           EXIT.

      * FIND-CAMPAIGN-RATE-RTN - find or add RATE-KEY's slot;
      * CR-IDX past CR-COUNT means the table is full.
       FIND-CAMPAIGN-RATE-RTN.
           SET CR-IDX TO 1.
           SEARCH CR-ENTRY
               AT END
                   PERFORM ADD-CAMPAIGN-RATE-RTN
                       THRU ADD-CAMPAIGN-RATE-EXIT
               WHEN CR-IDX > CR-COUNT
                   PERFORM ADD-CAMPAIGN-RATE-RTN
                       THRU ADD-CAMPAIGN-RATE-EXIT
               WHEN CR-CAMPAIGN (CR-IDX) = RATE-KEY
                   CONTINUE
           END-SEARCH.
       FIND-CAMPAIGN-RATE-EXIT.
           EXIT.

       ADD-CAMPAIGN-RATE-RTN.
           IF CR-COUNT < 200
               ADD 1 TO CR-COUNT
               SET CR-IDX TO CR-COUNT
               MOVE RATE-KEY TO CR-CAMPAIGN (CR-IDX)
               MOVE ZERO TO CR-MAILED (CR-IDX)
               MOVE ZERO TO CR-RETURNED (CR-IDX)
           ELSE
               SET CR-IDX TO 201
           END-IF.
       ADD-CAMPAIGN-RATE-EXIT.
           EXIT.

       FIND-ZIP3-RATE-RTN.
           SET ZR3-IDX TO 1.
           SEARCH ZR3-ENTRY
               AT END
                   PERFORM ADD-ZIP3-RATE-RTN THRU ADD-ZIP3-RATE-EXIT
               WHEN ZR3-IDX > ZR3-COUNT
                   PERFORM ADD-ZIP3-RATE-RTN THRU ADD-ZIP3-RATE-EXIT
               WHEN ZR3-ZIP3 (ZR3-IDX) = RATE-KEY (1:3)
                   CONTINUE
           END-SEARCH.
       FIND-ZIP3-RATE-EXIT.
           EXIT.

       ADD-ZIP3-RATE-RTN.
           IF ZR3-COUNT < 1000
               ADD 1 TO ZR3-COUNT
               SET ZR3-IDX TO ZR3-COUNT
               MOVE RATE-KEY (1:3) TO ZR3-ZIP3 (ZR3-IDX)
               MOVE ZERO TO ZR3-MAILED (ZR3-IDX)
               MOVE ZERO TO ZR3-RETURNED (ZR3-IDX)
           ELSE
               SET ZR3-IDX TO 1001
           END-IF.
       ADD-ZIP3-RATE-EXIT.
           EXIT.

       READ-CONTACT-RTN.
           Read ContactFile
             At End
               Set CONTACT-EOF to True
           End-Read.
       READ-CONTACT-EXIT.
           EXIT.

       TALLY-MAILED-RTN.
           MOVE CT-CAMPAIGN TO RATE-KEY.
           PERFORM FIND-CAMPAIGN-RATE-RTN
               THRU FIND-CAMPAIGN-RATE-EXIT.
           IF CR-IDX NOT > CR-COUNT
               ADD 1 TO CR-MAILED (CR-IDX)
           END-IF.

           IF NOT MASTER-IS-OPEN
               GO TO TALLY-MAILED-NEXT
           END-IF.

           MOVE CT-ACCOUNT TO MST-ACCOUNT.
           READ MstFile
               INVALID KEY
                   GO TO TALLY-MAILED-NEXT
           END-READ.

           MOVE SPACES TO RATE-KEY.
           MOVE MST-ZIP (1:3) TO RATE-KEY.
           PERFORM FIND-ZIP3-RATE-RTN THRU FIND-ZIP3-RATE-EXIT.
           IF ZR3-IDX NOT > ZR3-COUNT
               ADD 1 TO ZR3-MAILED (ZR3-IDX)
           END-IF.

       TALLY-MAILED-NEXT.
           PERFORM READ-CONTACT-RTN THRU READ-CONTACT-EXIT.
       TALLY-MAILED-EXIT.
           EXIT.

       WRITE-RATE-HEADING-RTN.
           MOVE SPACES TO RateRptRec.
           MOVE "KEY           MAILED  RETURNED    RATE"
               TO RateRptRec (1:39).
           WRITE RateRptRec.
       WRITE-RATE-HEADING-EXIT.
           EXIT.

      * WRITE-CAMPAIGN-RATE-RTN - campaigns with no returns
      * are mailed clean and are left off the listing.
       WRITE-CAMPAIGN-RATE-RTN.
           IF CR-RETURNED (CR-IDX) = ZERO
               GO TO WRITE-CAMPAIGN-RATE-EXIT
           END-IF.
           MOVE SPACES TO RATE-LINE.
           MOVE CR-CAMPAIGN (CR-IDX) TO RL-KEY.
           MOVE CR-MAILED (CR-IDX) TO RL-MAILED.
           MOVE CR-RETURNED (CR-IDX) TO RL-RETURNED.
           MOVE ZERO TO RATE-PCT.
           IF CR-MAILED (CR-IDX) > ZERO
               COMPUTE RATE-PCT ROUNDED =
                   CR-RETURNED (CR-IDX) * 100 / CR-MAILED (CR-IDX)
                   ON SIZE ERROR
                       MOVE 999.99 TO RATE-PCT
               END-COMPUTE
           END-IF.
           MOVE RATE-PCT TO RL-PCT.
           MOVE RATE-LINE TO RateRptRec.
           WRITE RateRptRec.
       WRITE-CAMPAIGN-RATE-EXIT.
           EXIT.

       WRITE-ZIP3-RATE-RTN.
           IF ZR3-RETURNED (ZR3-IDX) = ZERO
               GO TO WRITE-ZIP3-RATE-EXIT
           END-IF.
           MOVE SPACES TO RATE-LINE.
           MOVE ZR3-ZIP3 (ZR3-IDX) TO RL-KEY.
           MOVE ZR3-MAILED (ZR3-IDX) TO RL-MAILED.
           MOVE ZR3-RETURNED (ZR3-IDX) TO RL-RETURNED.
           MOVE ZERO TO RATE-PCT.
           IF ZR3-MAILED (ZR3-IDX) > ZERO
               COMPUTE RATE-PCT ROUNDED =
                   ZR3-RETURNED (ZR3-IDX) * 100
                       / ZR3-MAILED (ZR3-IDX)
                   ON SIZE ERROR
                       MOVE 999.99 TO RATE-PCT
               END-COMPUTE
           END-IF.
           MOVE RATE-PCT TO RL-PCT.
           MOVE RATE-LINE TO RateRptRec.
           WRITE RateRptRec.
       WRITE-ZIP3-RATE-EXIT.
           EXIT.

      * WRITE-BRANCH-RATE-RTN - a branch's share of all
      * returns; pieces mailed can't be put to a branch, the
      * share is what points at the branch keying bad addresses.
       WRITE-BRANCH-RATE-RTN.
           MOVE SPACES TO RATE-LINE.
           MOVE BRR-BRANCH-ID (BRR-IDX) TO RL-KEY.
           MOVE BRR-RETURNED (BRR-IDX) TO RL-RETURNED.
           COMPUTE RATE-PCT ROUNDED =
               BRR-RETURNED (BRR-IDX) * 100 / HIST-RETURNS.
           MOVE RATE-PCT TO RL-PCT.
           MOVE RATE-LINE TO RateRptRec.
           WRITE RateRptRec.
       WRITE-BRANCH-RATE-EXIT.
           EXIT.
