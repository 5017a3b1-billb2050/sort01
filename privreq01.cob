       IDENTIFICATION DIVISION.
       PROGRAM-ID. privreq01.
      * A GnuCOBOL program
      * On: 10/15/2026
      * By: Bill Blasingim
      *
      * Customer privacy requests - "what do you hold on me"
      * (ACCESS) and "delete it" (ERASE).  Finds every place the
      * customer appears, with dates, and writes it all to
      * privacy-access.rpt, so the answer no longer depends on
      * someone searching each file by hand.  Searched:
      *   customer.mst                 the master record;
      *   customer.srt, customer-master.ext and every dated
      *   generation of both on generation-catalog.dat;
      *   customer-archive.yyyymmdd    every archive named on
      *                                generation-catalog.dat or
      *                                archive-catalog.dat;
      *   customer-journal.yyyymmdd    every journal cataloged,
      *                                plus any dated after the
      *                                newest cataloged one (the
      *                                last SCAN-DAYS days when
      *                                none is cataloged) - the
      *                                dated extracts the same;
      *   txn-ack.<branch>             every ack cataloged or on
      *                                the last txn-ack.work;
      *   customer-feed.nnnnnn         every change feed on
      *                                customer-feed-control.dat;
      *   customer-txns.txt            tonight's branch
      *                                transactions, and every
      *                                dated copy mstupd01 has
      *                                rolled off - cataloged, or
      *                                dated after the newest
      *                                cataloged one;
      *   archive-catalog.dat, contact-history.dat,
      *   suppress-register.dat, returned-mail.dat and
      *   suppress.dat.
      * The report ends with every file searched, how many
      * records were read in it and how many were the
      * customer's, and any file named that was not on disk -
      * the evidence that the search was complete.
      *
      * ERASE removes the customer the way nothing else can put
      * back:
      *   - the master record goes through a proper mstupd01
      *     delete: a D transaction (branch id PRIVACY) is
      *     appended to customer-txns.txt, as txnent01 does, so
      *     the next mstupd01 run takes the record off; the
      *     request is registered PENDING until then, and
      *     mstupd01 registers DELETED (or FAILED) when it
      *     applies it.  mstupd01 journals a PRIVACY delete
      *     with the personal fields already blanked.  A
      *     PRIVACY delete for the account already waiting in
      *     customer-txns.txt is not written again;
      *   - in every other copy of the customer record (the
      *     dated extracts and sorts, archives, journal before
      *     and after images, change feed images and branch
      *     add, change and delete transactions) the
      *     personal fields - gender, name, birthday and
      *     address - are blanked in place, and so are the name
      *     on archive-catalog.dat and the ZIP3 on
      *     returned-mail.dat.  The account, Cust-Status,
      *     Last-Activity and every date stay, and no record is
      *     added or removed, so the control totals and
      *     trailers all still balance.  Where a journal
      *     change (or merge survivor) or a feed CHANGE/MERGE
      *     changed a personal field, the after image keeps
      *     that field as asterisks instead of spaces, so a
      *     chgfeed01 RESEND still finds the change and feeds
      *     it with the same changed-field flags.
      *     contact-history.dat, suppress-register.dat and the
      *     acks hold only the account and dates and are left
      *     as they are;
      *   - the account goes on suppress.dat with reason E, so
      *     the mailing programs hold it out, campsel01 never
      *     pulls it and reinst01 refuses to reinstate it.
      * A file is blanked by copying it through privacy.work
      * (privacy-srt.work for the record-sequential sorts) and
      * copying the result back; the work files are deleted at
      * end of run.
      *
      * Every request, each file the customer was found in,
      * each file blanked, the delete and the suppression go to
      * privacy-register.dat (privreg.cpy) for compliance.
      *
      * PARM: ACCESS or ERASE, then either the account number,
      * or last name, first name and birthday (yyyy/mm/dd)
      * exactly as on the master:
      *   ACCESS 000000000000123456
      *   ERASE  SMITH JOHN 1961/04/12
      * A name and birthday are looked up on the master (last
      * name index) and on the archive catalog; an ACCESS
      * reports every account that matches, an ERASE matching
      * more than one account is refused - erase them one
      * account at a time.
      *
       Environment Division.
       Input-Output Section.
       File-Control.
       Select MstFile Assign to
         "./customer.mst"
         Organization Indexed
         Access Dynamic
         Record Key MST-ACCOUNT
         Alternate Record Key MST-LAST With Duplicates
         File Status MST-STATUS.
       Select ScanFile Assign to Dynamic SCAN-NAME
         Line Sequential
         File Status SCAN-STATUS.
       Select WorkFile Assign to
         "./privacy.work"
         Line Sequential
         File Status WORK-STATUS.
      * customer.srt and its generations are record sequential
      * (sort01 writes the line feed itself as the last byte).
       Select SrtScanFile Assign to Dynamic SCAN-NAME
         File Status SRTSCAN-STATUS.
       Select SrtWorkFile Assign to
         "./privacy-srt.work"
         File Status SRTWORK-STATUS.
       Select TxnOutFile Assign to
         "./customer-txns.txt"
         Line Sequential
         File Status TXNOUT-STATUS.
       Select RegisterFile Assign to
         "./privacy-register.dat"
         Line Sequential
         File Status REGISTER-STATUS.
       Select RptFile Assign to
         "./privacy-access.rpt"
         Line Sequential.
       Select RunHistFile Assign to
         "./run-history.dat"
         Line Sequential
         File Status RUNHIST-STATUS.
       Data Division.
       File Section.
       FD MstFile.
         01 MstRec.
           COPY "copybooks/mstrec.cpy".

       FD ScanFile.
         01 ScanRec             pic x(400).

       FD WorkFile.
         01 WorkRec             pic x(400).

       FD SrtScanFile.
         01 SrtScanRec          pic x(145).

       FD SrtWorkFile.
         01 SrtWorkRec          pic x(145).

       FD TxnOutFile.
         01 TxnOutRec           pic x(160).

       FD RegisterFile.
         01 RegisterRec.
           COPY "copybooks/privreg.cpy".

       FD RptFile.
         01 RptRec              pic x(132).

       FD RunHistFile.
         01 RunHistRec.
           COPY "copybooks/runhist.cpy".

       Working-Storage Section.
         01 Misc.
           05        Pic X
             Value "N".
           88 EOF     Value "Y"  When Set To False Is "N".

         01 FILE-STATUSES.
           05 MST-STATUS                PIC X(02).
           05 SCAN-STATUS               PIC X(02).
           05 WORK-STATUS               PIC X(02).
           05 SRTSCAN-STATUS            PIC X(02).
           05 SRTWORK-STATUS            PIC X(02).
           05 WORK-FAIL-STATUS          PIC X(02).
           05 TXNOUT-STATUS             PIC X(02).
           05 REGISTER-STATUS           PIC X(02).
           05 RUNHIST-STATUS            PIC X(02).

         01 SCAN-NAME                   PIC X(80).
         01 DELETE-NAME                 PIC X(40).

         01 PARM-LINE                   PIC X(80).
         01 PARM-TOKENS.
           05 PARM-MODE                 PIC X(10).
           05 PARM-TOKEN-2              PIC X(20).
           05 PARM-TOKEN-3              PIC X(20).
           05 PARM-TOKEN-4              PIC X(20).

         01 REQUEST-MODE                PIC X(06).
            88 ACCESS-MODE                        VALUE "ACCESS".
            88 ERASE-MODE                         VALUE "ERASE".
         01 REQUEST-BY-SW               PIC X(01) VALUE 'A'.
            88 BY-NAME                            VALUE 'N'.
         01 REQ-LAST                    PIC X(20).
         01 REQ-FIRST                   PIC X(15).
         01 REQ-BIRTHDAY                PIC X(10).
         01 REQ-DATE                    PIC 9(08).
         01 REQ-TIME                    PIC 9(06).

      * The accounts the request resolved to.
         01 ACCOUNT-TABLE.
           05 ACCT-COUNT                PIC 9(02) COMP VALUE ZERO.
           05 ACCT-ENTRY OCCURS 20 TIMES
                 INDEXED BY ACCT-IDX.
             10 AT-ACCOUNT              PIC X(18).
         01 ACCT-SUB                    PIC 9(02) COMP.
         01 ACCT-COUNT-SHOW             PIC 9(02).
         01 NEW-ACCOUNT                 PIC X(18).
         01 TARGET-ACCOUNT              PIC X(18).

      * Archive catalog entries under the requested name, still
      * to be checked for the birthday.
         01 CANDIDATE-TABLE.
           05 CAND-COUNT                PIC 9(03) COMP VALUE ZERO.
           05 CAND-ENTRY OCCURS 100 TIMES.
             10 CD-ACCOUNT              PIC X(18).
             10 CD-FILE                 PIC X(40).
         01 CAND-SUB                    PIC 9(03) COMP.
         01 CAND-HIT-SW                 PIC X(01).
            88 CANDIDATE-MATCHED                  VALUE 'Y'.

      * Every file searched.  FL-KIND says how its records are
      * read: SRT, EXTRACT, ARCHIVE, JOURNAL, ACK, FEED, TXNS,
      * or one
      * of the single history files ARCHCAT, CONTACT, SUPPREG,
      * RTNMAIL and SUPPRESS.  FL-HITS and FL-CHANGED are for
      * the account being searched, the TOTAL counts for the
      * whole request.
         01 FILE-TABLE.
           05 FILE-COUNT                PIC 9(05) COMP VALUE ZERO.
           05 FILE-ENTRY OCCURS 3000 TIMES
                 INDEXED BY FILE-IDX.
             10 FL-KIND                 PIC X(08).
             10 FL-DATE                 PIC 9(08).
             10 FL-NAME                 PIC X(40).
             10 FL-READ                 PIC 9(07).
             10 FL-HITS                 PIC 9(07).
             10 FL-CHANGED              PIC 9(07).
             10 FL-TOTAL-HITS           PIC 9(07).
             10 FL-TOTAL-CHANGED        PIC 9(07).
             10 FL-STATE                PIC X(14).
         01 FILE-SUB                    PIC 9(05) COMP.

         01 NEW-FILE.
           05 NF-KIND                   PIC X(08).
           05 NF-DATE                   PIC 9(08).
           05 NF-NAME                   PIC X(40).

         01 DISCOVER-WORK.
           05 DISC-KIND                 PIC X(08).
           05 DISC-PREFIX               PIC X(30).
           05 DISC-NEWEST               PIC 9(08).
           05 NEWEST-JOURNAL            PIC 9(08) VALUE ZERO.
           05 NEWEST-EXTRACT            PIC 9(08) VALUE ZERO.
           05 NEWEST-TXNS               PIC 9(08) VALUE ZERO.
           05 SCAN-DAYS                 PIC 9(05) VALUE 400.

      * The record being checked, and as it was read.
         01 SCAN-WORK                   PIC X(400).
         01 SAVE-REC                    PIC X(400).
         01 HIT-SW                      PIC X(01).
            88 RECORD-HIT                         VALUE 'Y'.
         01 ACK-HDR-DATE                PIC X(10).

         01 ERASE-SWITCHES.
           05 ON-MASTER-SW              PIC X(01).
              88 ON-MASTER                        VALUE 'Y'.
           05 ALREADY-ERASED-SW         PIC X(01).
              88 ALREADY-ERASED                   VALUE 'Y'.
           05 ERASE-FAILED-SW           PIC X(01) VALUE 'N'.
              88 ERASE-FAILED                     VALUE 'Y'.
           05 ACCT-FAILED-SW            PIC X(01).
              88 ACCOUNT-FAILED                   VALUE 'Y'.
           05 DELETE-PENDING-SW         PIC X(01).
              88 DELETE-PENDING                   VALUE 'Y'.
      *    O the work file would not open, W a write to it
      *    failed - either way the file is not rewritten.
           05 WORK-FAILED-SW            PIC X(01).
              88 WORK-OPEN-FAILED                 VALUE 'O'.
              88 WORK-FAILED                      VALUE 'O' 'W'.

      * Record views - each file's own layout over SCAN-WORK.
         01 JRN-VIEW.
           COPY "copybooks/jrnlrec.cpy".

         COPY "copybooks/chgfeed.cpy".

      * A journal entry's images field by field (mstrec.cpy
      * order), to mark which personal fields a change touched
      * before they are blanked.
         01 ERASE-BEFORE.
           05 EB-ACCOUNT                PIC X(18).
           05 Filler                    PIC X(2).
           05 EB-GENDER                 PIC X(1).
           05 EB-FIRST                  PIC X(15).
           05 EB-MIDDLE                 PIC X(15).
           05 EB-LAST                   PIC X(20).
           05 EB-BIRTHDAY               PIC X(10).
           05 EB-ADDRESS                PIC X(25).
           05 EB-CITY                   PIC X(20).
           05 EB-STATE                  PIC X(2).
           05 EB-ZIP                    PIC X(5).
           05 EB-CUST-STATUS            PIC X(1).
           05 EB-LAST-ACTIVITY          PIC X(10).
         01 ERASE-AFTER.
           05 EA-ACCOUNT                PIC X(18).
           05 Filler                    PIC X(2).
           05 EA-GENDER                 PIC X(1).
           05 EA-FIRST                  PIC X(15).
           05 EA-MIDDLE                 PIC X(15).
           05 EA-LAST                   PIC X(20).
           05 EA-BIRTHDAY               PIC X(10).
           05 EA-ADDRESS                PIC X(25).
           05 EA-CITY                   PIC X(20).
           05 EA-STATE                  PIC X(2).
           05 EA-ZIP                    PIC X(5).
           05 EA-CUST-STATUS            PIC X(1).
           05 EA-LAST-ACTIVITY          PIC X(10).

         COPY "copybooks/brnchrec.cpy".

         01 CAT-VIEW.
           COPY "copybooks/archcat.cpy".

         01 CONTACT-VIEW.
           COPY "copybooks/cnthist.cpy".

         01 SUPREG-VIEW.
           COPY "copybooks/suprreg.cpy".

         01 SUPP-VIEW.
           COPY "copybooks/supprec.cpy".

         01 RTN-VIEW.
           COPY "copybooks/rtnhist.cpy".

         01 GENCAT-VIEW.
           COPY "copybooks/gencat.cpy".

         01 FEED-CTL-VIEW.
           COPY "copybooks/feedctl.cpy".

         01 ACKWORK-VIEW.
           05 AW-BRANCH-ID              PIC X(08).
           05 Filler                    PIC X(80).

      *  Same field order and widths as mstupd01's TxnRec; a
      *  delete needs only the account and the branch id.
         01 PRIVACY-TXN.
           05 PT-ACTION       PIC X(1)  VALUE "D".
           05 Filler          PIC X(1)  VALUE SPACE.
           05 PT-ACCOUNT      PIC X(18).
           05 Filler          PIC X(126) VALUE SPACES.
           05 Filler          PIC X(2)  VALUE SPACES.
           05 PT-BRANCH-ID    PIC X(8)  VALUE "PRIVACY".

         01 REGISTER-WORK.
           05 REG-ACTION                PIC X(08) VALUE SPACES.
           05 REG-FILE                  PIC X(40) VALUE SPACES.
           05 REG-COUNT                 PIC 9(07) VALUE ZERO.
           05 REG-NOTE                  PIC X(40) VALUE SPACES.

         01 PRIVACY-TOTALS.
           05 RECORDS-SEARCHED          PIC 9(09) VALUE ZERO.
           05 TOTAL-APPEARANCES         PIC 9(07) VALUE ZERO.
           05 TOTAL-BLANKED             PIC 9(07) VALUE ZERO.
           05 ACCT-APPEARANCES          PIC 9(07).
           05 ACCT-BLANKED              PIC 9(07).
           05 FILES-SEARCHED            PIC 9(05) VALUE ZERO.
           05 FILES-NOT-FOUND           PIC 9(05) VALUE ZERO.
           05 DELETES-WRITTEN           PIC 9(03) VALUE ZERO.
           05 SUPPRESSIONS-ADDED        PIC 9(03) VALUE ZERO.

         01 FMT-DATE-N                  PIC 9(08).
         01 FMT-DATE-PARTS REDEFINES FMT-DATE-N.
           05 FP-YYYY                   PIC X(04).
           05 FP-MM                     PIC X(02).
           05 FP-DD                     PIC X(02).
         01 SHOW-DATE.
           05 SD-YYYY                   PIC X(04).
           05 Filler                    PIC X(01) VALUE "/".
           05 SD-MM                     PIC X(02).
           05 Filler                    PIC X(01) VALUE "/".
           05 SD-DD                     PIC X(02).

         01 APPEAR-LINE.
           05 Filler                    PIC X(2) VALUE SPACES.
           05 AP-SOURCE                 PIC X(08).
           05 Filler                    PIC X(2) VALUE SPACES.
           05 AP-DATE                   PIC X(10).
           05 Filler                    PIC X(2) VALUE SPACES.
           05 AP-FILE                   PIC X(40).
           05 Filler                    PIC X(2) VALUE SPACES.
           05 AP-DETAIL                 PIC X(50).

         01 DETAIL-LINE.
           05 Filler                    PIC X(14) VALUE SPACES.
           05 DL-LABEL                  PIC X(20).
           05 DL-VALUE                  PIC X(40).

         01 FILE-LINE.
           05 Filler                    PIC X(2) VALUE SPACES.
           05 FN-KIND                   PIC X(08).
           05 Filler                    PIC X(2) VALUE SPACES.
           05 FN-DATE                   PIC X(10).
           05 Filler                    PIC X(2) VALUE SPACES.
           05 FN-NAME                   PIC X(40).
           05 Filler                    PIC X(2) VALUE SPACES.
           05 FN-READ                   PIC Z,ZZZ,ZZ9.
           05 Filler                    PIC X(2) VALUE SPACES.
           05 FN-HITS                   PIC Z,ZZZ,ZZ9.
           05 Filler                    PIC X(2) VALUE SPACES.
           05 FN-CHANGED                PIC Z,ZZZ,ZZ9.
           05 Filler                    PIC X(2) VALUE SPACES.
           05 FN-STATE                  PIC X(14).

         01 TOTAL-LINE.
           05 TL-LABEL                  PIC X(40).
           05 TL-COUNT                  PIC ZZZ,ZZZ,ZZ9.

         01 TODAY-DATE                  PIC 9(08).

      * The date being looked for, walked forward a day at a
      * time.
         01 SCAN-DATE.
           05 SCAN-YYYY                 PIC 9(04).
           05 SCAN-MM                   PIC 9(02).
           05 SCAN-DD                   PIC 9(02).
         01 SCAN-DATE-X REDEFINES SCAN-DATE PIC X(08).
         01 SCAN-DATE-N REDEFINES SCAN-DATE PIC 9(08).

         01 MAX-DAY                     PIC 9(02).
         01 DIV-QUOT                    PIC 9(04).
         01 DIV-REMAIN                  PIC 9(04).
         01 LEAP-SW                     PIC X(01).
            88 LEAP-YEAR                          VALUE 'Y'.

         01 RUN-STAMP.
            05 RUN-DATE                  PIC 9(08).
            05 RUN-TIME-FULL             PIC 9(08).
            05 RUN-TIME REDEFINES RUN-TIME-FULL.
               10 RUN-TIME-HHMMSS        PIC 9(06).
               10 Filler                 PIC 9(02).

       PROCEDURE DIVISION.

           ACCEPT PARM-LINE FROM COMMAND-LINE.
           MOVE SPACES TO PARM-TOKENS.
           UNSTRING PARM-LINE DELIMITED BY ALL SPACES
               INTO PARM-MODE PARM-TOKEN-2 PARM-TOKEN-3
                    PARM-TOKEN-4.

           IF (PARM-MODE NOT = "ACCESS" AND PARM-MODE NOT = "ERASE")
               OR PARM-TOKEN-2 = SPACES
               DISPLAY "PRIVREQ01: PARM MUST BE ACCESS OR ERASE "
                   "FOLLOWED BY AN ACCOUNT, OR BY LAST NAME, FIRST "
                   "NAME AND BIRTHDAY (YYYY/MM/DD)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PARM-MODE TO REQUEST-MODE.

           IF PARM-TOKEN-3 NOT = SPACES
               IF PARM-TOKEN-4 = SPACES
                   DISPLAY "PRIVREQ01: A NAME REQUEST NEEDS LAST "
                       "NAME, FIRST NAME AND BIRTHDAY (YYYY/MM/DD)"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO REQUEST-BY-SW
               MOVE PARM-TOKEN-2 TO REQ-LAST
               MOVE PARM-TOKEN-3 TO REQ-FIRST
               MOVE PARM-TOKEN-4 TO REQ-BIRTHDAY
           ELSE
               MOVE PARM-TOKEN-2 TO NEW-ACCOUNT
               PERFORM ADD-ACCOUNT-RTN THRU ADD-ACCOUNT-EXIT
           END-IF.

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME-FULL FROM TIME.
           MOVE TODAY-DATE TO REQ-DATE.
           MOVE RUN-TIME-HHMMSS TO REQ-TIME.

           OPEN EXTEND RegisterFile.
           IF REGISTER-STATUS NOT = "00"
               OPEN OUTPUT RegisterFile
           END-IF.

           IF BY-NAME
               MOVE SPACES TO TARGET-ACCOUNT
               MOVE "BY NAME AND BIRTHDAY" TO REG-NOTE
           ELSE
               MOVE AT-ACCOUNT (1) TO TARGET-ACCOUNT
               MOVE "BY ACCOUNT" TO REG-NOTE
           END-IF.
           MOVE "REQUEST" TO REG-ACTION.
           PERFORM WRITE-REGISTER-RTN THRU WRITE-REGISTER-EXIT.

           OPEN INPUT MstFile.
           IF MST-STATUS NOT = "00"
               DISPLAY "PRIVREQ01: MASTER WON'T OPEN, STATUS "
                   MST-STATUS " - NOTHING SEARCHED"
               MOVE "CUSTOMER.MST WON'T OPEN" TO REG-NOTE
               PERFORM REFUSE-RTN THRU REFUSE-EXIT
           END-IF.

           PERFORM BUILD-FILE-LIST-RTN THRU BUILD-FILE-LIST-EXIT.

           IF BY-NAME
               PERFORM RESOLVE-NAME-RTN THRU RESOLVE-NAME-EXIT
           END-IF.

           IF ACCT-COUNT = ZERO
               DISPLAY "*** PRIVREQ01: NO ACCOUNT ON THE MASTER OR "
                   "ARCHIVE CATALOG MATCHES THAT NAME AND BIRTHDAY "
                   "***"
           END-IF.

           IF ERASE-MODE AND ACCT-COUNT > 1
               DISPLAY "PRIVREQ01: " ACCT-COUNT " ACCOUNTS MATCH "
                   "THAT NAME AND BIRTHDAY - RUN ERASE FOR EACH "
                   "ACCOUNT:"
               PERFORM SHOW-ACCOUNT-RTN THRU SHOW-ACCOUNT-EXIT
                   VARYING ACCT-SUB FROM 1 BY 1
                   UNTIL ACCT-SUB > ACCT-COUNT
               MOVE "NAME MATCHES MORE THAN ONE ACCOUNT" TO REG-NOTE
               PERFORM REFUSE-RTN THRU REFUSE-EXIT
           END-IF.

           OPEN OUTPUT RptFile.
           PERFORM WRITE-HEADING-RTN THRU WRITE-HEADING-EXIT.

           IF ACCT-COUNT = ZERO
               MOVE "NOTFOUND" TO REG-ACTION
               MOVE "NO MATCHING ACCOUNT" TO REG-NOTE
               PERFORM WRITE-REGISTER-RTN THRU WRITE-REGISTER-EXIT
               MOVE "  NO MATCHING ACCOUNT ON THE MASTER OR THE "
                   TO RptRec
               MOVE "ARCHIVE CATALOG" TO RptRec (45:15)
               WRITE RptRec
           END-IF.

           PERFORM PROCESS-ACCOUNT-RTN THRU PROCESS-ACCOUNT-EXIT
               VARYING ACCT-SUB FROM 1 BY 1
               UNTIL ACCT-SUB > ACCT-COUNT.

           PERFORM WRITE-FILES-RTN THRU WRITE-FILES-EXIT.
           PERFORM WRITE-TOTALS-RTN THRU WRITE-TOTALS-EXIT.

           CLOSE RptFile, MstFile, RegisterFile.

           IF ERASE-MODE
               MOVE "./privacy.work" TO DELETE-NAME
               CALL "CBL_DELETE_FILE" USING DELETE-NAME
               MOVE "./privacy-srt.work" TO DELETE-NAME
               CALL "CBL_DELETE_FILE" USING DELETE-NAME
           END-IF.

           DISPLAY "PRIVREQ01 CONTROL TOTALS - " REQUEST-MODE
               " REQUEST " REQ-DATE " " REQ-TIME.
           DISPLAY "  ACCOUNTS ............: " ACCT-COUNT.
           DISPLAY "  FILES SEARCHED ......: " FILES-SEARCHED.
           DISPLAY "  FILES NOT ON DISK ...: " FILES-NOT-FOUND.
           DISPLAY "  RECORDS SEARCHED ....: " RECORDS-SEARCHED.
           DISPLAY "  APPEARANCES .........: " TOTAL-APPEARANCES.
           IF ERASE-MODE
               DISPLAY "  RECORDS BLANKED .....: " TOTAL-BLANKED
               DISPLAY "  DELETES WRITTEN .....: " DELETES-WRITTEN
               DISPLAY "  SUPPRESSIONS ADDED ..: " SUPPRESSIONS-ADDED
           END-IF.
           IF DELETES-WRITTEN > ZERO
               DISPLAY "PRIVREQ01: 'D' TRANSACTION WRITTEN TO "
                   "CUSTOMER-TXNS.TXT - THE NEXT MSTUPD01 RUN "
                   "TAKES THE CUSTOMER OFF THE MASTER"
           END-IF.

           PERFORM WRITE-RUN-HISTORY-RTN THRU WRITE-RUN-HISTORY-EXIT.

           IF ERASE-FAILED
               DISPLAY "PRIVREQ01: ERASE DID NOT COMPLETE - SEE "
                   "PRIVACY-ACCESS.RPT AND RERUN"
               MOVE 16 TO RETURN-CODE
           END-IF.

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
           MOVE "PRIVREQ01" TO RH-PROGRAM.
           MOVE RUN-DATE TO RH-RUN-DATE.
           MOVE RUN-TIME-HHMMSS TO RH-RUN-TIME.
           MOVE "./customer.mst" TO RH-INPUT-FILE.
           MOVE RECORDS-SEARCHED TO RH-RECORDS-READ.
           IF ERASE-MODE
               MOVE TOTAL-BLANKED TO RH-RECORDS-WRITTEN
           ELSE
               MOVE TOTAL-APPEARANCES TO RH-RECORDS-WRITTEN
           END-IF.
           MOVE ZERO TO RH-RECORDS-REJECTED.
           IF ERASE-FAILED
               MOVE "FAILED" TO RH-RUN-STATUS
           ELSE
               MOVE "COMPLETE" TO RH-RUN-STATUS
           END-IF.
           WRITE RunHistRec.

           CLOSE RunHistFile.
       WRITE-RUN-HISTORY-EXIT.
           EXIT.

      * WRITE-REGISTER-RTN - one privacy-register line for the
      * request being run, from REGISTER-WORK and
      * TARGET-ACCOUNT; REGISTER-WORK is cleared for the next.
       WRITE-REGISTER-RTN.
           MOVE SPACES TO RegisterRec.
           MOVE REQ-DATE TO PV-REQUEST-DATE.
           MOVE REQ-TIME TO PV-REQUEST-TIME.
           MOVE REQUEST-MODE TO PV-MODE.
           MOVE TARGET-ACCOUNT TO PV-ACCOUNT.
           MOVE REG-ACTION TO PV-ACTION.
           MOVE REG-FILE TO PV-FILE.
           MOVE REG-COUNT TO PV-COUNT.
           MOVE REG-NOTE TO PV-NOTE.
           WRITE RegisterRec.

           MOVE SPACES TO REG-ACTION, REG-FILE, REG-NOTE.
           MOVE ZERO TO REG-COUNT.
       WRITE-REGISTER-EXIT.
           EXIT.

      * REFUSE-RTN - the request can't be carried out: register
      * it as refused, with the reason already in REG-NOTE, and
      * stop.
       REFUSE-RTN.
           MOVE "REFUSED" TO REG-ACTION.
           PERFORM WRITE-REGISTER-RTN THRU WRITE-REGISTER-EXIT.
           CLOSE RegisterFile.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       REFUSE-EXIT.
           EXIT.

       SHOW-ACCOUNT-RTN.
           DISPLAY "PRIVREQ01:   " AT-ACCOUNT (ACCT-SUB).
       SHOW-ACCOUNT-EXIT.
           EXIT.

      * ADD-ACCOUNT-RTN - NEW-ACCOUNT onto the account table
      * unless it is already there.
       ADD-ACCOUNT-RTN.
           SET ACCT-IDX TO 1.
           SEARCH ACCT-ENTRY
               AT END
                   CONTINUE
               WHEN ACCT-IDX > ACCT-COUNT
                   CONTINUE
               WHEN AT-ACCOUNT (ACCT-IDX) = NEW-ACCOUNT
                   GO TO ADD-ACCOUNT-EXIT
           END-SEARCH.

           IF ACCT-COUNT >= 20
               DISPLAY "PRIVREQ01: MORE THAN 20 ACCOUNTS MATCH - "
                   "ACCOUNT " NEW-ACCOUNT " NOT SEARCHED"
               GO TO ADD-ACCOUNT-EXIT
           END-IF.
           ADD 1 TO ACCT-COUNT.
           MOVE NEW-ACCOUNT TO AT-ACCOUNT (ACCT-COUNT).
       ADD-ACCOUNT-EXIT.
           EXIT.

      * BUILD-FILE-LIST-RTN - every file the customer could be
      * in, each named once.
       BUILD-FILE-LIST-RTN.
           MOVE "SRT" TO NF-KIND.
           MOVE ZERO TO NF-DATE.
           MOVE "./customer.srt" TO NF-NAME.
           PERFORM ADD-FILE-RTN THRU ADD-FILE-EXIT.
           MOVE "EXTRACT" TO NF-KIND.
           MOVE "./customer-master.ext" TO NF-NAME.
           PERFORM ADD-FILE-RTN THRU ADD-FILE-EXIT.
           MOVE "TXNS" TO NF-KIND.
           MOVE "./customer-txns.txt" TO NF-NAME.
           PERFORM ADD-FILE-RTN THRU ADD-FILE-EXIT.

           PERFORM LOAD-GENCAT-RTN THRU LOAD-GENCAT-EXIT.
           PERFORM LOAD-ARCHCAT-RTN THRU LOAD-ARCHCAT-EXIT.

           MOVE "JOURNAL" TO DISC-KIND.
           MOVE "./customer-journal." TO DISC-PREFIX.
           MOVE NEWEST-JOURNAL TO DISC-NEWEST.
           PERFORM DISCOVER-RTN THRU DISCOVER-EXIT.
           MOVE "EXTRACT" TO DISC-KIND.
           MOVE "./customer-master.ext." TO DISC-PREFIX.
           MOVE NEWEST-EXTRACT TO DISC-NEWEST.
           PERFORM DISCOVER-RTN THRU DISCOVER-EXIT.
           MOVE "TXNS" TO DISC-KIND.
           MOVE "./customer-txns.txt." TO DISC-PREFIX.
           MOVE NEWEST-TXNS TO DISC-NEWEST.
           PERFORM DISCOVER-RTN THRU DISCOVER-EXIT.

           PERFORM LOAD-ACKWORK-RTN THRU LOAD-ACKWORK-EXIT.
           PERFORM LOAD-FEEDS-RTN THRU LOAD-FEEDS-EXIT.

           MOVE ZERO TO NF-DATE.
           MOVE "ARCHCAT" TO NF-KIND.
           MOVE "./archive-catalog.dat" TO NF-NAME.
           PERFORM ADD-FILE-RTN THRU ADD-FILE-EXIT.
           MOVE "CONTACT" TO NF-KIND.
           MOVE "./contact-history.dat" TO NF-NAME.
           PERFORM ADD-FILE-RTN THRU ADD-FILE-EXIT.
           MOVE "SUPPREG" TO NF-KIND.
           MOVE "./suppress-register.dat" TO NF-NAME.
           PERFORM ADD-FILE-RTN THRU ADD-FILE-EXIT.
           MOVE "RTNMAIL" TO NF-KIND.
           MOVE "./returned-mail.dat" TO NF-NAME.
           PERFORM ADD-FILE-RTN THRU ADD-FILE-EXIT.
           MOVE "SUPPRESS" TO NF-KIND.
           MOVE "./suppress.dat" TO NF-NAME.
           PERFORM ADD-FILE-RTN THRU ADD-FILE-EXIT.
       BUILD-FILE-LIST-EXIT.
           EXIT.

      * ADD-FILE-RTN - NEW-FILE onto the file table unless that
      * name is already on it.  A full table stops the run: a
      * search that skipped files could not be shown complete.
       ADD-FILE-RTN.
           IF NF-NAME = SPACES
               GO TO ADD-FILE-EXIT
           END-IF.

           SET FILE-IDX TO 1.
           SEARCH FILE-ENTRY
               AT END
                   CONTINUE
               WHEN FILE-IDX > FILE-COUNT
                   CONTINUE
               WHEN FL-NAME (FILE-IDX) = NF-NAME
                   GO TO ADD-FILE-EXIT
           END-SEARCH.

           IF FILE-COUNT >= 3000
               DISPLAY "PRIVREQ01: MORE THAN 3000 FILES TO SEARCH - "
                   "NOTHING SEARCHED"
               MOVE "FILE TABLE FULL (3000)" TO REG-NOTE
               PERFORM REFUSE-RTN THRU REFUSE-EXIT
           END-IF.

           ADD 1 TO FILE-COUNT.
           SET FILE-IDX TO FILE-COUNT.
           MOVE NF-KIND TO FL-KIND (FILE-IDX).
           MOVE NF-DATE TO FL-DATE (FILE-IDX).
           MOVE NF-NAME TO FL-NAME (FILE-IDX).
           MOVE ZERO TO FL-READ (FILE-IDX), FL-HITS (FILE-IDX),
               FL-CHANGED (FILE-IDX), FL-TOTAL-HITS (FILE-IDX),
               FL-TOTAL-CHANGED (FILE-IDX).
           MOVE SPACES TO FL-STATE (FILE-IDX).
       ADD-FILE-EXIT.
           EXIT.

      * LOAD-GENCAT-RTN - every file genmgr01 manages: the SRT
      * and EXTRACT generations, journals, archives, acks and
      * rolled transaction files.  The newest journal, extract
      * and transaction dates cataloged are where the look for
      * newer ones starts.
       LOAD-GENCAT-RTN.
           MOVE "./generation-catalog.dat" TO SCAN-NAME.
           OPEN INPUT ScanFile.
           IF SCAN-STATUS NOT = "00"
               DISPLAY "*** PRIVREQ01: NO GENERATION-CATALOG.DAT "
                   "(STATUS " SCAN-STATUS ") - JOURNALS AND EXTRACTS "
                   "ARE LOOKED FOR BY DATE ***"
               GO TO LOAD-GENCAT-EXIT
           END-IF.

           SET EOF TO FALSE.
           PERFORM READ-SCAN-RTN THRU READ-SCAN-EXIT.
           PERFORM STORE-GENCAT-RTN THRU STORE-GENCAT-EXIT
               UNTIL EOF.

           CLOSE ScanFile.
       LOAD-GENCAT-EXIT.
           EXIT.

       STORE-GENCAT-RTN.
           MOVE ScanRec TO GENCAT-VIEW.
           IF GC-FILE-NAME = SPACES
               GO TO STORE-GENCAT-NEXT
           END-IF.

           MOVE GC-FILE-TYPE TO NF-KIND.
           IF GC-FILE-DATE NUMERIC
               MOVE GC-FILE-DATE TO NF-DATE
           ELSE
               MOVE ZERO TO NF-DATE
           END-IF.
           MOVE GC-FILE-NAME TO NF-NAME.
           PERFORM ADD-FILE-RTN THRU ADD-FILE-EXIT.

           IF NF-KIND = "JOURNAL" AND NF-DATE > NEWEST-JOURNAL
               MOVE NF-DATE TO NEWEST-JOURNAL
           END-IF.
           IF NF-KIND = "EXTRACT" AND NF-DATE > NEWEST-EXTRACT
               MOVE NF-DATE TO NEWEST-EXTRACT
           END-IF.
           IF NF-KIND = "TXNS" AND NF-DATE > NEWEST-TXNS
               MOVE NF-DATE TO NEWEST-TXNS
           END-IF.

       STORE-GENCAT-NEXT.
           PERFORM READ-SCAN-RTN THRU READ-SCAN-EXIT.
       STORE-GENCAT-EXIT.
           EXIT.

      * LOAD-ARCHCAT-RTN - every archive purge01 has written
      * (reinst01 still finds records in them, so they are kept
      * whatever their age).  On a name request the entries
      * under that name are held to be checked for the
      * birthday.
       LOAD-ARCHCAT-RTN.
           MOVE "./archive-catalog.dat" TO SCAN-NAME.
           OPEN INPUT ScanFile.
           IF SCAN-STATUS NOT = "00"
               GO TO LOAD-ARCHCAT-EXIT
           END-IF.

           SET EOF TO FALSE.
           PERFORM READ-SCAN-RTN THRU READ-SCAN-EXIT.
           PERFORM STORE-ARCHCAT-RTN THRU STORE-ARCHCAT-EXIT
               UNTIL EOF.

           CLOSE ScanFile.
       LOAD-ARCHCAT-EXIT.
           EXIT.

       STORE-ARCHCAT-RTN.
           MOVE ScanRec TO CAT-VIEW.
           MOVE "ARCHIVE" TO NF-KIND.
           IF AC-ARCHIVE-DATE NUMERIC
               MOVE AC-ARCHIVE-DATE TO NF-DATE
           ELSE
               MOVE ZERO TO NF-DATE
           END-IF.
           MOVE AC-ARCHIVE-FILE TO NF-NAME.
           PERFORM ADD-FILE-RTN THRU ADD-FILE-EXIT.

           IF BY-NAME
               AND AC-LAST = REQ-LAST
               AND AC-FIRST = REQ-FIRST
               AND CAND-COUNT < 100
               ADD 1 TO CAND-COUNT
               MOVE AC-ACCOUNT TO CD-ACCOUNT (CAND-COUNT)
               MOVE AC-ARCHIVE-FILE TO CD-FILE (CAND-COUNT)
           END-IF.

           PERFORM READ-SCAN-RTN THRU READ-SCAN-EXIT.
       STORE-ARCHCAT-EXIT.
           EXIT.

      * DISCOVER-RTN - dated files of DISC-KIND newer than the
      * newest one cataloged (genmgr01 not run since), looked
      * for a day at a time through today; SCAN-DAYS back when
      * none is cataloged.
       DISCOVER-RTN.
           IF DISC-NEWEST = ZERO
               MOVE TODAY-DATE TO SCAN-DATE-N
               PERFORM PRIOR-DAY-RTN THRU PRIOR-DAY-EXIT
                   SCAN-DAYS TIMES
           ELSE
               MOVE DISC-NEWEST TO SCAN-DATE-N
               PERFORM NEXT-DAY-RTN THRU NEXT-DAY-EXIT
           END-IF.

           PERFORM PROBE-DATE-RTN THRU PROBE-DATE-EXIT
               UNTIL SCAN-DATE-N > TODAY-DATE.
       DISCOVER-EXIT.
           EXIT.

       PROBE-DATE-RTN.
           MOVE SPACES TO SCAN-NAME.
           STRING DISC-PREFIX DELIMITED BY SPACE
               SCAN-DATE-X DELIMITED BY SIZE
               INTO SCAN-NAME.
           OPEN INPUT ScanFile.
           IF SCAN-STATUS = "00"
               CLOSE ScanFile
               MOVE DISC-KIND TO NF-KIND
               MOVE SCAN-DATE-N TO NF-DATE
               MOVE SCAN-NAME TO NF-NAME
               PERFORM ADD-FILE-RTN THRU ADD-FILE-EXIT
           END-IF.

           PERFORM NEXT-DAY-RTN THRU NEXT-DAY-EXIT.
       PROBE-DATE-EXIT.
           EXIT.

      * LOAD-ACKWORK-RTN - the ack files cut by the last
      * mstupd01 run, from the branch ids on txn-ack.work.
       LOAD-ACKWORK-RTN.
           MOVE "./txn-ack.work" TO SCAN-NAME.
           OPEN INPUT ScanFile.
           IF SCAN-STATUS NOT = "00"
               GO TO LOAD-ACKWORK-EXIT
           END-IF.

           SET EOF TO FALSE.
           PERFORM READ-SCAN-RTN THRU READ-SCAN-EXIT.
           PERFORM STORE-ACKWORK-RTN THRU STORE-ACKWORK-EXIT
               UNTIL EOF.

           CLOSE ScanFile.
       LOAD-ACKWORK-EXIT.
           EXIT.

       STORE-ACKWORK-RTN.
           MOVE ScanRec TO ACKWORK-VIEW.
           IF AW-BRANCH-ID NOT = SPACES
               MOVE "ACK" TO NF-KIND
               MOVE ZERO TO NF-DATE
               MOVE SPACES TO NF-NAME
               STRING "./txn-ack." DELIMITED BY SIZE
                   AW-BRANCH-ID DELIMITED BY SPACE
                   INTO NF-NAME
               PERFORM ADD-FILE-RTN THRU ADD-FILE-EXIT
           END-IF.

           PERFORM READ-SCAN-RTN THRU READ-SCAN-EXIT.
       STORE-ACKWORK-EXIT.
           EXIT.

      * LOAD-FEEDS-RTN - every change feed chgfeed01 has built.
       LOAD-FEEDS-RTN.
           MOVE "./customer-feed-control.dat" TO SCAN-NAME.
           OPEN INPUT ScanFile.
           IF SCAN-STATUS NOT = "00"
               GO TO LOAD-FEEDS-EXIT
           END-IF.

           SET EOF TO FALSE.
           PERFORM READ-SCAN-RTN THRU READ-SCAN-EXIT.
           PERFORM STORE-FEED-RTN THRU STORE-FEED-EXIT
               UNTIL EOF.

           CLOSE ScanFile.
       LOAD-FEEDS-EXIT.
           EXIT.

       STORE-FEED-RTN.
           MOVE ScanRec TO FEED-CTL-VIEW.
           IF FC-FEED-SEQ NUMERIC
               MOVE "FEED" TO NF-KIND
               MOVE FC-FEED-DATE TO NF-DATE
               MOVE SPACES TO NF-NAME
               STRING "./customer-feed." FC-FEED-SEQ
                   DELIMITED BY SIZE
                   INTO NF-NAME
               PERFORM ADD-FILE-RTN THRU ADD-FILE-EXIT
           END-IF.

           PERFORM READ-SCAN-RTN THRU READ-SCAN-EXIT.
       STORE-FEED-EXIT.
           EXIT.

      * RESOLVE-NAME-RTN - the accounts a name and birthday
      * belong to: on the master through the last name index,
      * and among the purged, through the archive catalog
      * entries under that name, checked against the birthday
      * on the archived record.
       RESOLVE-NAME-RTN.
           MOVE REQ-LAST TO MST-LAST.
           START MstFile KEY = MST-LAST
               INVALID KEY
                   GO TO RESOLVE-ARCHIVE-RTN
           END-START.

           SET EOF TO FALSE.
           PERFORM READ-MST-NEXT-RTN THRU READ-MST-NEXT-EXIT.
           PERFORM MATCH-MST-NAME-RTN THRU MATCH-MST-NAME-EXIT
               UNTIL EOF.

       RESOLVE-ARCHIVE-RTN.
           PERFORM CHECK-CANDIDATE-RTN THRU CHECK-CANDIDATE-EXIT
               VARYING CAND-SUB FROM 1 BY 1
               UNTIL CAND-SUB > CAND-COUNT.
       RESOLVE-NAME-EXIT.
           EXIT.

       READ-MST-NEXT-RTN.
           Read MstFile Next
             At End
               Set EOF to True
           End-Read.
       READ-MST-NEXT-EXIT.
           EXIT.

       MATCH-MST-NAME-RTN.
           IF MST-LAST NOT = REQ-LAST
               SET EOF TO TRUE
               GO TO MATCH-MST-NAME-EXIT
           END-IF.

           IF MST-FIRST = REQ-FIRST
               AND MST-BIRTHDAY = REQ-BIRTHDAY
               MOVE MST-ACCOUNT TO NEW-ACCOUNT
               PERFORM ADD-ACCOUNT-RTN THRU ADD-ACCOUNT-EXIT
           END-IF.

           PERFORM READ-MST-NEXT-RTN THRU READ-MST-NEXT-EXIT.
       MATCH-MST-NAME-EXIT.
           EXIT.

       CHECK-CANDIDATE-RTN.
           MOVE SPACES TO SCAN-NAME.
           MOVE CD-FILE (CAND-SUB) TO SCAN-NAME.
           OPEN INPUT ScanFile.
           IF SCAN-STATUS NOT = "00"
               GO TO CHECK-CANDIDATE-EXIT
           END-IF.

           MOVE 'N' TO CAND-HIT-SW.
           SET EOF TO FALSE.
           PERFORM READ-SCAN-RTN THRU READ-SCAN-EXIT.
           PERFORM MATCH-CANDIDATE-RTN THRU MATCH-CANDIDATE-EXIT
               UNTIL EOF OR CANDIDATE-MATCHED.

           CLOSE ScanFile.
       CHECK-CANDIDATE-EXIT.
           EXIT.

      * MATCH-CANDIDATE-RTN - the archived record is in the
      * mstrec.cpy layout: account 1-18, birthday 72-81.
       MATCH-CANDIDATE-RTN.
           IF ScanRec (1:18) = CD-ACCOUNT (CAND-SUB)
               MOVE 'Y' TO CAND-HIT-SW
               IF ScanRec (72:10) = REQ-BIRTHDAY
                   MOVE CD-ACCOUNT (CAND-SUB) TO NEW-ACCOUNT
                   PERFORM ADD-ACCOUNT-RTN THRU ADD-ACCOUNT-EXIT
               END-IF
               GO TO MATCH-CANDIDATE-EXIT
           END-IF.

           PERFORM READ-SCAN-RTN THRU READ-SCAN-EXIT.
       MATCH-CANDIDATE-EXIT.
           EXIT.

      * PROCESS-ACCOUNT-RTN - one account through the master
      * and every file on the list; on an ERASE the delete, the
      * blanking and the suppression.
       PROCESS-ACCOUNT-RTN.
           MOVE AT-ACCOUNT (ACCT-SUB) TO TARGET-ACCOUNT.
           MOVE ZERO TO ACCT-APPEARANCES, ACCT-BLANKED.
           MOVE 'N' TO ON-MASTER-SW, ALREADY-ERASED-SW,
               ACCT-FAILED-SW, DELETE-PENDING-SW.

           MOVE SPACES TO RptRec.
           WRITE RptRec.
           MOVE SPACES TO RptRec.
           STRING "ACCOUNT " TARGET-ACCOUNT
               DELIMITED BY SIZE
               INTO RptRec.
           WRITE RptRec.
           MOVE "  SOURCE    DATE        FILE" TO RptRec.
           MOVE "DETAIL" TO RptRec (69:6).
           WRITE RptRec.

           PERFORM CHECK-MASTER-RTN THRU CHECK-MASTER-EXIT.

           PERFORM SCAN-FILE-RTN THRU SCAN-FILE-EXIT
               VARYING FILE-SUB FROM 1 BY 1
               UNTIL FILE-SUB > FILE-COUNT.

           IF ERASE-MODE AND ON-MASTER
               PERFORM WRITE-DELETE-TXN-RTN
                   THRU WRITE-DELETE-TXN-EXIT
           END-IF.

           IF ACCT-APPEARANCES = ZERO
               MOVE "  NOT FOUND IN ANY FILE SEARCHED" TO RptRec
               WRITE RptRec
           END-IF.

           IF ERASE-MODE
               PERFORM FINISH-ERASE-RTN THRU FINISH-ERASE-EXIT
           END-IF.

           MOVE SPACES TO RptRec.
           WRITE RptRec.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "  APPEARANCES" TO TL-LABEL.
           MOVE ACCT-APPEARANCES TO TL-COUNT.
           MOVE TOTAL-LINE TO RptRec.
           WRITE RptRec.
           IF ERASE-MODE
               MOVE SPACES TO TOTAL-LINE
               MOVE "  RECORDS BLANKED" TO TL-LABEL
               MOVE ACCT-BLANKED TO TL-COUNT
               MOVE TOTAL-LINE TO RptRec
               WRITE RptRec
           END-IF.

           IF ACCOUNT-FAILED
               MOVE "FAILED" TO REG-ACTION
               MOVE "ERASE INCOMPLETE - RERUN" TO REG-NOTE
           ELSE
               IF ERASE-MODE AND ON-MASTER
                   MOVE "PENDING" TO REG-ACTION
                   MOVE "DELETE PENDING - NEXT MSTUPD01 RUN"
                       TO REG-NOTE
               ELSE
                   MOVE "COMPLETE" TO REG-ACTION
               END-IF
           END-IF.
           MOVE ACCT-APPEARANCES TO REG-COUNT.
           PERFORM WRITE-REGISTER-RTN THRU WRITE-REGISTER-EXIT.
       PROCESS-ACCOUNT-EXIT.
           EXIT.

      * CHECK-MASTER-RTN - the live record.  An ACCESS shows it
      * field by field; on an ERASE the mstupd01 delete for it
      * is written once every file has been searched (nothing
      * personal is printed on an erase).
       CHECK-MASTER-RTN.
           MOVE TARGET-ACCOUNT TO MST-ACCOUNT.
           READ MstFile KEY IS MST-ACCOUNT
               INVALID KEY
                   GO TO CHECK-MASTER-EXIT
           END-READ.

           MOVE 'Y' TO ON-MASTER-SW.
           ADD 1 TO ACCT-APPEARANCES, TOTAL-APPEARANCES.

           MOVE SPACES TO APPEAR-LINE.
           MOVE "MASTER" TO AP-SOURCE.
           MOVE MST-LAST-ACTIVITY TO AP-DATE.
           MOVE "./customer.mst" TO AP-FILE.
           STRING "LIVE RECORD, STATUS " MST-CUST-STATUS
               ", DATED BY LAST ACTIVITY"
               DELIMITED BY SIZE
               INTO AP-DETAIL.
           MOVE APPEAR-LINE TO RptRec.
           WRITE RptRec.

           MOVE "FOUND" TO REG-ACTION.
           MOVE "./customer.mst" TO REG-FILE.
           MOVE 1 TO REG-COUNT.
           PERFORM WRITE-REGISTER-RTN THRU WRITE-REGISTER-EXIT.

           IF ACCESS-MODE
               PERFORM WRITE-MASTER-DETAIL-RTN
                   THRU WRITE-MASTER-DETAIL-EXIT
           END-IF.
       CHECK-MASTER-EXIT.
           EXIT.

       WRITE-MASTER-DETAIL-RTN.
           MOVE "GENDER" TO DL-LABEL.
           MOVE MST-GENDER TO DL-VALUE.
           PERFORM WRITE-DETAIL-RTN THRU WRITE-DETAIL-EXIT.
           MOVE "FIRST NAME" TO DL-LABEL.
           MOVE MST-FIRST TO DL-VALUE.
           PERFORM WRITE-DETAIL-RTN THRU WRITE-DETAIL-EXIT.
           MOVE "MIDDLE NAME" TO DL-LABEL.
           MOVE MST-MIDDLE TO DL-VALUE.
           PERFORM WRITE-DETAIL-RTN THRU WRITE-DETAIL-EXIT.
           MOVE "LAST NAME" TO DL-LABEL.
           MOVE MST-LAST TO DL-VALUE.
           PERFORM WRITE-DETAIL-RTN THRU WRITE-DETAIL-EXIT.
           MOVE "BIRTHDAY" TO DL-LABEL.
           MOVE MST-BIRTHDAY TO DL-VALUE.
           PERFORM WRITE-DETAIL-RTN THRU WRITE-DETAIL-EXIT.
           MOVE "ADDRESS" TO DL-LABEL.
           MOVE MST-ADDRESS TO DL-VALUE.
           PERFORM WRITE-DETAIL-RTN THRU WRITE-DETAIL-EXIT.
           MOVE "CITY" TO DL-LABEL.
           MOVE MST-CITY TO DL-VALUE.
           PERFORM WRITE-DETAIL-RTN THRU WRITE-DETAIL-EXIT.
           MOVE "STATE" TO DL-LABEL.
           MOVE MST-STATE TO DL-VALUE.
           PERFORM WRITE-DETAIL-RTN THRU WRITE-DETAIL-EXIT.
           MOVE "ZIP" TO DL-LABEL.
           MOVE MST-ZIP TO DL-VALUE.
           PERFORM WRITE-DETAIL-RTN THRU WRITE-DETAIL-EXIT.
           MOVE "CUST-STATUS" TO DL-LABEL.
           MOVE MST-CUST-STATUS TO DL-VALUE.
           PERFORM WRITE-DETAIL-RTN THRU WRITE-DETAIL-EXIT.
           MOVE "LAST ACTIVITY" TO DL-LABEL.
           MOVE MST-LAST-ACTIVITY TO DL-VALUE.
           PERFORM WRITE-DETAIL-RTN THRU WRITE-DETAIL-EXIT.
       WRITE-MASTER-DETAIL-EXIT.
           EXIT.

       WRITE-DETAIL-RTN.
           MOVE DETAIL-LINE TO RptRec.
           WRITE RptRec.
           MOVE SPACES TO DL-LABEL, DL-VALUE.
       WRITE-DETAIL-EXIT.
           EXIT.

      * WRITE-DELETE-TXN-RTN - the D transaction goes on the
      * end of customer-txns.txt (EXTEND, as txnent01 does), so
      * it is applied by the next mstupd01 run.  Written after
      * the search, so the search does not find it; not written
      * at all when an earlier erase's delete is still waiting
      * there.
       WRITE-DELETE-TXN-RTN.
           IF DELETE-PENDING
               MOVE "DELETE" TO REG-ACTION
               MOVE "./customer-txns.txt" TO REG-FILE
               MOVE ZERO TO REG-COUNT
               MOVE "D TRANSACTION ALREADY PENDING" TO REG-NOTE
               PERFORM WRITE-REGISTER-RTN THRU WRITE-REGISTER-EXIT
               GO TO WRITE-DELETE-TXN-EXIT
           END-IF.

           OPEN EXTEND TxnOutFile.
           IF TXNOUT-STATUS NOT = "00"
               OPEN OUTPUT TxnOutFile
           END-IF.
           IF TXNOUT-STATUS NOT = "00"
               DISPLAY "PRIVREQ01: CUSTOMER-TXNS.TXT WON'T OPEN, "
                   "STATUS " TXNOUT-STATUS " - NO DELETE WRITTEN"
               MOVE 'Y' TO ERASE-FAILED-SW, ACCT-FAILED-SW
               MOVE "FAILED" TO REG-ACTION
               MOVE "./customer-txns.txt" TO REG-FILE
               MOVE "D TRANSACTION NOT WRITTEN" TO REG-NOTE
               PERFORM WRITE-REGISTER-RTN THRU WRITE-REGISTER-EXIT
               GO TO WRITE-DELETE-TXN-EXIT
           END-IF.

           MOVE TARGET-ACCOUNT TO PT-ACCOUNT.
           MOVE SPACES TO TxnOutRec.
           MOVE PRIVACY-TXN TO TxnOutRec.
           WRITE TxnOutRec.
           CLOSE TxnOutFile.
           ADD 1 TO DELETES-WRITTEN.

           MOVE "DELETE" TO REG-ACTION.
           MOVE "./customer-txns.txt" TO REG-FILE.
           MOVE 1 TO REG-COUNT.
           MOVE "D TRANSACTION FOR MSTUPD01" TO REG-NOTE.
           PERFORM WRITE-REGISTER-RTN THRU WRITE-REGISTER-EXIT.
       WRITE-DELETE-TXN-EXIT.
           EXIT.

      * FINISH-ERASE-RTN - what the erase did, on the report,
      * and the account onto suppress.dat.  An account found
      * nowhere is not suppressed - most likely a mistyped
      * account number.
       FINISH-ERASE-RTN.
           MOVE SPACES TO RptRec.
           WRITE RptRec.
           IF ON-MASTER AND DELETE-PENDING
               MOVE "  MASTER: D TRANSACTION ALREADY PENDING IN "
                   TO RptRec
               MOVE "CUSTOMER-TXNS.TXT" TO RptRec (44:17)
           END-IF.
           IF ON-MASTER AND NOT DELETE-PENDING
               MOVE "  MASTER: D TRANSACTION WRITTEN TO "
                   TO RptRec
               MOVE "CUSTOMER-TXNS.TXT FOR MSTUPD01" TO RptRec (36:30)
           END-IF.
           IF NOT ON-MASTER
               MOVE "  MASTER: NOT ON CUSTOMER.MST - NO DELETE "
                   TO RptRec
               MOVE "NEEDED" TO RptRec (43:6)
           END-IF.
           WRITE RptRec.

           IF ACCT-APPEARANCES = ZERO
               DISPLAY "*** PRIVREQ01: ACCOUNT " TARGET-ACCOUNT
                   " NOT FOUND IN ANY FILE - NOTHING ERASED ***"
               MOVE "NOTFOUND" TO REG-ACTION
               MOVE "NOT FOUND IN ANY FILE SEARCHED" TO REG-NOTE
               PERFORM WRITE-REGISTER-RTN THRU WRITE-REGISTER-EXIT
               MOVE "  SUPPRESS.DAT: NOT ADDED - ACCOUNT NOT FOUND"
                   TO RptRec
               WRITE RptRec
               GO TO FINISH-ERASE-EXIT
           END-IF.

           IF ALREADY-ERASED
               MOVE "  SUPPRESS.DAT: ALREADY ON WITH REASON E"
                   TO RptRec
               WRITE RptRec
               GO TO FINISH-ERASE-EXIT
           END-IF.

           PERFORM ADD-SUPPRESS-RTN THRU ADD-SUPPRESS-EXIT.
       FINISH-ERASE-EXIT.
           EXIT.

      * ADD-SUPPRESS-RTN - reason E on the do-not-mail list;
      * the mailing programs, campsel01 and reinst01 all honor
      * it.
       ADD-SUPPRESS-RTN.
           MOVE "./suppress.dat" TO SCAN-NAME.
           OPEN EXTEND ScanFile.
           IF SCAN-STATUS NOT = "00"
               OPEN OUTPUT ScanFile
           END-IF.
           IF SCAN-STATUS NOT = "00"
               DISPLAY "PRIVREQ01: SUPPRESS.DAT WON'T OPEN, STATUS "
                   SCAN-STATUS " - ACCOUNT NOT SUPPRESSED"
               MOVE 'Y' TO ERASE-FAILED-SW, ACCT-FAILED-SW
               MOVE "FAILED" TO REG-ACTION
               MOVE "./suppress.dat" TO REG-FILE
               MOVE "ACCOUNT NOT SUPPRESSED" TO REG-NOTE
               PERFORM WRITE-REGISTER-RTN THRU WRITE-REGISTER-EXIT
               MOVE "  SUPPRESS.DAT: *** NOT ADDED - WON'T OPEN ***"
                   TO RptRec
               WRITE RptRec
               GO TO ADD-SUPPRESS-EXIT
           END-IF.

           MOVE SPACES TO SUPP-VIEW.
           MOVE TARGET-ACCOUNT TO SUP-ACCOUNT.
           SET SUP-ERASED TO TRUE.
           MOVE SPACES TO ScanRec.
           MOVE SUPP-VIEW TO ScanRec.
           WRITE ScanRec.
           CLOSE ScanFile.
           ADD 1 TO SUPPRESSIONS-ADDED.

           MOVE "SUPPRESS" TO REG-ACTION.
           MOVE "./suppress.dat" TO REG-FILE.
           MOVE 1 TO REG-COUNT.
           MOVE "REASON E - ERASED ON REQUEST" TO REG-NOTE.
           PERFORM WRITE-REGISTER-RTN THRU WRITE-REGISTER-EXIT.

           MOVE "  SUPPRESS.DAT: ADDED WITH REASON E" TO RptRec.
           WRITE RptRec.
       ADD-SUPPRESS-EXIT.
           EXIT.

      * SCAN-FILE-RTN - one file on the list for the account;
      * what it found goes to the register.
       SCAN-FILE-RTN.
           MOVE ZERO TO FL-READ (FILE-SUB), FL-HITS (FILE-SUB),
               FL-CHANGED (FILE-SUB).
           MOVE SPACES TO SCAN-NAME.
           MOVE FL-NAME (FILE-SUB) TO SCAN-NAME.

           IF FL-KIND (FILE-SUB) = "SRT"
               PERFORM SCAN-SRT-RTN THRU SCAN-SRT-EXIT
           ELSE
               PERFORM SCAN-LINE-RTN THRU SCAN-LINE-EXIT
           END-IF.

           ADD FL-READ (FILE-SUB) TO RECORDS-SEARCHED.
           ADD FL-HITS (FILE-SUB) TO FL-TOTAL-HITS (FILE-SUB).

           IF FL-HITS (FILE-SUB) > ZERO
               MOVE "FOUND" TO REG-ACTION
               MOVE FL-NAME (FILE-SUB) TO REG-FILE
               MOVE FL-HITS (FILE-SUB) TO REG-COUNT
               PERFORM WRITE-REGISTER-RTN THRU WRITE-REGISTER-EXIT
           END-IF.

           IF FL-CHANGED (FILE-SUB) > ZERO
               MOVE FL-NAME (FILE-SUB) TO REG-FILE
               MOVE FL-CHANGED (FILE-SUB) TO REG-COUNT
               IF FL-STATE (FILE-SUB) = "REWRITE FAILED"
                   MOVE "FAILED" TO REG-ACTION
                   MOVE "COULD NOT REWRITE - NOT BLANKED" TO REG-NOTE
               ELSE
                   MOVE "BLANKED" TO REG-ACTION
                   ADD FL-CHANGED (FILE-SUB)
                       TO FL-TOTAL-CHANGED (FILE-SUB)
                   ADD FL-CHANGED (FILE-SUB) TO ACCT-BLANKED
                   ADD FL-CHANGED (FILE-SUB) TO TOTAL-BLANKED
               END-IF
               PERFORM WRITE-REGISTER-RTN THRU WRITE-REGISTER-EXIT
           END-IF.
       SCAN-FILE-EXIT.
           EXIT.

      * SCAN-LINE-RTN - a line sequential file.  On an ERASE
      * every record is copied through the work file, blanked
      * where it is the customer's, and the work file copied
      * back when anything changed.  A work file that won't
      * open or take a record leaves the original alone: the
      * file is still searched, but not blanked.
       SCAN-LINE-RTN.
           OPEN INPUT ScanFile.
           IF SCAN-STATUS NOT = "00"
               MOVE SCAN-STATUS TO SRTSCAN-STATUS
               PERFORM SET-MISSING-RTN THRU SET-MISSING-EXIT
               GO TO SCAN-LINE-EXIT
           END-IF.
           MOVE "SEARCHED" TO FL-STATE (FILE-SUB).

           MOVE 'N' TO WORK-FAILED-SW.
           IF ERASE-MODE
               OPEN OUTPUT WorkFile
               IF WORK-STATUS NOT = "00"
                   MOVE WORK-STATUS TO WORK-FAIL-STATUS
                   MOVE 'O' TO WORK-FAILED-SW
                   PERFORM WORK-FAILED-RTN THRU WORK-FAILED-EXIT
               END-IF
           END-IF.

           MOVE SPACES TO ACK-HDR-DATE.
           SET EOF TO FALSE.
           PERFORM READ-SCAN-RTN THRU READ-SCAN-EXIT.
           PERFORM CHECK-LINE-RTN THRU CHECK-LINE-EXIT
               UNTIL EOF.

           CLOSE ScanFile.
           IF NOT ERASE-MODE OR WORK-OPEN-FAILED
               GO TO SCAN-LINE-EXIT
           END-IF.
           CLOSE WorkFile.
           IF FL-CHANGED (FILE-SUB) > ZERO AND NOT WORK-FAILED
               PERFORM COPY-BACK-RTN THRU COPY-BACK-EXIT
           END-IF.
       SCAN-LINE-EXIT.
           EXIT.

       READ-SCAN-RTN.
           Read ScanFile
             At End
               Set EOF to True
           End-Read.
       READ-SCAN-EXIT.
           EXIT.

       CHECK-LINE-RTN.
           ADD 1 TO FL-READ (FILE-SUB).
           MOVE ScanRec TO SCAN-WORK.
           PERFORM CHECK-RECORD-RTN THRU CHECK-RECORD-EXIT.

           IF ERASE-MODE AND NOT WORK-FAILED
               MOVE SCAN-WORK TO WorkRec
               WRITE WorkRec
               IF WORK-STATUS NOT = "00"
                   MOVE WORK-STATUS TO WORK-FAIL-STATUS
                   MOVE 'W' TO WORK-FAILED-SW
                   PERFORM WORK-FAILED-RTN THRU WORK-FAILED-EXIT
               END-IF
           END-IF.

           PERFORM READ-SCAN-RTN THRU READ-SCAN-EXIT.
       CHECK-LINE-EXIT.
           EXIT.

      * COPY-BACK-RTN - the blanked copy over the original.  The
      * work file is opened first, so the original is never
      * emptied unless there is a copy to put in its place; if
      * either won't open the original is left as it was and
      * the erase is marked failed.
       COPY-BACK-RTN.
           OPEN INPUT WorkFile.
           IF WORK-STATUS NOT = "00"
               MOVE WORK-STATUS TO WORK-FAIL-STATUS
               MOVE 'O' TO WORK-FAILED-SW
               PERFORM WORK-FAILED-RTN THRU WORK-FAILED-EXIT
               GO TO COPY-BACK-EXIT
           END-IF.
           OPEN OUTPUT ScanFile.
           IF SCAN-STATUS NOT = "00"
               DISPLAY "PRIVREQ01: " FL-NAME (FILE-SUB)
                   " WON'T OPEN FOR OUTPUT, STATUS " SCAN-STATUS
                   " - NOT BLANKED"
               CLOSE WorkFile
               MOVE "REWRITE FAILED" TO FL-STATE (FILE-SUB)
               MOVE 'Y' TO ERASE-FAILED-SW, ACCT-FAILED-SW
               GO TO COPY-BACK-EXIT
           END-IF.

           SET EOF TO FALSE.
           PERFORM READ-WORK-RTN THRU READ-WORK-EXIT.
           PERFORM COPY-WORK-RTN THRU COPY-WORK-EXIT
               UNTIL EOF.

           CLOSE WorkFile, ScanFile.
           MOVE "BLANKED" TO FL-STATE (FILE-SUB).
       COPY-BACK-EXIT.
           EXIT.

       READ-WORK-RTN.
           Read WorkFile
             At End
               Set EOF to True
           End-Read.
       READ-WORK-EXIT.
           EXIT.

       COPY-WORK-RTN.
           MOVE WorkRec TO ScanRec.
           WRITE ScanRec.
           PERFORM READ-WORK-RTN THRU READ-WORK-EXIT.
       COPY-WORK-EXIT.
           EXIT.

      * SCAN-SRT-RTN - the record sequential customer.srt and
      * its generations, the same way as SCAN-LINE-RTN.
       SCAN-SRT-RTN.
           OPEN INPUT SrtScanFile.
           IF SRTSCAN-STATUS NOT = "00"
               PERFORM SET-MISSING-RTN THRU SET-MISSING-EXIT
               GO TO SCAN-SRT-EXIT
           END-IF.
           MOVE "SEARCHED" TO FL-STATE (FILE-SUB).

           MOVE 'N' TO WORK-FAILED-SW.
           IF ERASE-MODE
               OPEN OUTPUT SrtWorkFile
               IF SRTWORK-STATUS NOT = "00"
                   MOVE SRTWORK-STATUS TO WORK-FAIL-STATUS
                   MOVE 'O' TO WORK-FAILED-SW
                   PERFORM WORK-FAILED-RTN THRU WORK-FAILED-EXIT
               END-IF
           END-IF.

           SET EOF TO FALSE.
           PERFORM READ-SRT-SCAN-RTN THRU READ-SRT-SCAN-EXIT.
           PERFORM CHECK-SRT-RTN THRU CHECK-SRT-EXIT
               UNTIL EOF.

           CLOSE SrtScanFile.
           IF NOT ERASE-MODE OR WORK-OPEN-FAILED
               GO TO SCAN-SRT-EXIT
           END-IF.
           CLOSE SrtWorkFile.
           IF FL-CHANGED (FILE-SUB) > ZERO AND NOT WORK-FAILED
               PERFORM COPY-BACK-SRT-RTN THRU COPY-BACK-SRT-EXIT
           END-IF.
       SCAN-SRT-EXIT.
           EXIT.

       READ-SRT-SCAN-RTN.
           Read SrtScanFile
             At End
               Set EOF to True
           End-Read.
       READ-SRT-SCAN-EXIT.
           EXIT.

       CHECK-SRT-RTN.
           ADD 1 TO FL-READ (FILE-SUB).
           MOVE SPACES TO SCAN-WORK.
           MOVE SrtScanRec TO SCAN-WORK.
           PERFORM CHECK-RECORD-RTN THRU CHECK-RECORD-EXIT.

           IF ERASE-MODE AND NOT WORK-FAILED
               MOVE SCAN-WORK (1:145) TO SrtWorkRec
               WRITE SrtWorkRec
               IF SRTWORK-STATUS NOT = "00"
                   MOVE SRTWORK-STATUS TO WORK-FAIL-STATUS
                   MOVE 'W' TO WORK-FAILED-SW
                   PERFORM WORK-FAILED-RTN THRU WORK-FAILED-EXIT
               END-IF
           END-IF.

           PERFORM READ-SRT-SCAN-RTN THRU READ-SRT-SCAN-EXIT.
       CHECK-SRT-EXIT.
           EXIT.

       COPY-BACK-SRT-RTN.
           OPEN INPUT SrtWorkFile.
           IF SRTWORK-STATUS NOT = "00"
               MOVE SRTWORK-STATUS TO WORK-FAIL-STATUS
               MOVE 'O' TO WORK-FAILED-SW
               PERFORM WORK-FAILED-RTN THRU WORK-FAILED-EXIT
               GO TO COPY-BACK-SRT-EXIT
           END-IF.
           OPEN OUTPUT SrtScanFile.
           IF SRTSCAN-STATUS NOT = "00"
               DISPLAY "PRIVREQ01: " FL-NAME (FILE-SUB)
                   " WON'T OPEN FOR OUTPUT, STATUS " SRTSCAN-STATUS
                   " - NOT BLANKED"
               CLOSE SrtWorkFile
               MOVE "REWRITE FAILED" TO FL-STATE (FILE-SUB)
               MOVE 'Y' TO ERASE-FAILED-SW, ACCT-FAILED-SW
               GO TO COPY-BACK-SRT-EXIT
           END-IF.

           SET EOF TO FALSE.
           PERFORM READ-SRT-WORK-RTN THRU READ-SRT-WORK-EXIT.
           PERFORM COPY-SRT-WORK-RTN THRU COPY-SRT-WORK-EXIT
               UNTIL EOF.

           CLOSE SrtWorkFile, SrtScanFile.
           MOVE "BLANKED" TO FL-STATE (FILE-SUB).
       COPY-BACK-SRT-EXIT.
           EXIT.

       READ-SRT-WORK-RTN.
           Read SrtWorkFile
             At End
               Set EOF to True
           End-Read.
       READ-SRT-WORK-EXIT.
           EXIT.

       COPY-SRT-WORK-RTN.
           MOVE SrtWorkRec TO SrtScanRec.
           WRITE SrtScanRec.
           PERFORM READ-SRT-WORK-RTN THRU READ-SRT-WORK-EXIT.
       COPY-SRT-WORK-EXIT.
           EXIT.

      * WORK-FAILED-RTN - the work file for FL-NAME failed with
      * WORK-FAIL-STATUS; the original is left as it was and
      * the erase is marked failed.
       WORK-FAILED-RTN.
           DISPLAY "PRIVREQ01: WORK FILE FAILED, STATUS "
               WORK-FAIL-STATUS " - " FL-NAME (FILE-SUB)
               " NOT BLANKED".
           MOVE "REWRITE FAILED" TO FL-STATE (FILE-SUB).
           MOVE 'Y' TO ERASE-FAILED-SW, ACCT-FAILED-SW.
       WORK-FAILED-EXIT.
           EXIT.

      * SET-MISSING-RTN - a file named on a catalog (or one of
      * the fixed names) that isn't there is listed, so the
      * report shows it was looked for.  The status is in
      * SRTSCAN-STATUS for either kind of file.
       SET-MISSING-RTN.
           IF SRTSCAN-STATUS = "35"
               MOVE "NOT ON DISK" TO FL-STATE (FILE-SUB)
           ELSE
               MOVE SPACES TO FL-STATE (FILE-SUB)
               STRING "OPEN STATUS " SRTSCAN-STATUS
                   DELIMITED BY SIZE
                   INTO FL-STATE (FILE-SUB)
           END-IF.
       SET-MISSING-EXIT.
           EXIT.

      * CHECK-RECORD-RTN - is the record in SCAN-WORK the
      * customer's?  Each kind of file is matched (and on an
      * ERASE blanked) in its own layout; a hit goes on the
      * report with its date.
       CHECK-RECORD-RTN.
           MOVE 'N' TO HIT-SW.
           MOVE SCAN-WORK TO SAVE-REC.
           MOVE SPACES TO AP-DATE, AP-DETAIL.

           EVALUATE FL-KIND (FILE-SUB)
               WHEN "SRT"
               WHEN "EXTRACT"
               WHEN "ARCHIVE"
                   PERFORM MATCH-IMAGE-RTN THRU MATCH-IMAGE-EXIT
               WHEN "JOURNAL"
                   PERFORM MATCH-JOURNAL-RTN THRU MATCH-JOURNAL-EXIT
               WHEN "ACK"
                   PERFORM MATCH-ACK-RTN THRU MATCH-ACK-EXIT
               WHEN "FEED"
                   PERFORM MATCH-FEED-RTN THRU MATCH-FEED-EXIT
               WHEN "TXNS"
                   PERFORM MATCH-TXN-RTN THRU MATCH-TXN-EXIT
               WHEN "ARCHCAT"
                   PERFORM MATCH-ARCHCAT-RTN THRU MATCH-ARCHCAT-EXIT
               WHEN "CONTACT"
                   PERFORM MATCH-CONTACT-RTN THRU MATCH-CONTACT-EXIT
               WHEN "SUPPREG"
                   PERFORM MATCH-SUPPREG-RTN THRU MATCH-SUPPREG-EXIT
               WHEN "SUPPRESS"
                   PERFORM MATCH-SUPPRESS-RTN
                       THRU MATCH-SUPPRESS-EXIT
               WHEN "RTNMAIL"
                   PERFORM MATCH-RTNMAIL-RTN THRU MATCH-RTNMAIL-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF NOT RECORD-HIT
               GO TO CHECK-RECORD-EXIT
           END-IF.

           ADD 1 TO FL-HITS (FILE-SUB).
           ADD 1 TO ACCT-APPEARANCES, TOTAL-APPEARANCES.
           IF SCAN-WORK NOT = SAVE-REC
               ADD 1 TO FL-CHANGED (FILE-SUB)
           END-IF.

           MOVE FL-KIND (FILE-SUB) TO AP-SOURCE.
           MOVE FL-NAME (FILE-SUB) TO AP-FILE.
           MOVE APPEAR-LINE TO RptRec.
           WRITE RptRec.
       CHECK-RECORD-EXIT.
           EXIT.

      * MATCH-IMAGE-RTN - a customer record in the mstrec.cpy
      * layout (the sorts, extracts and archives).  Blanking
      * keeps the account (1-18), Cust-Status and Last-Activity
      * (134-144); gender through ZIP (21-133) goes.
       MATCH-IMAGE-RTN.
           IF SCAN-WORK (1:3) = "HDR" OR SCAN-WORK (1:3) = "TRL"
               GO TO MATCH-IMAGE-EXIT
           END-IF.
           IF SCAN-WORK (1:18) NOT = TARGET-ACCOUNT
               GO TO MATCH-IMAGE-EXIT
           END-IF.

           MOVE 'Y' TO HIT-SW.
           MOVE FL-DATE (FILE-SUB) TO FMT-DATE-N.
           PERFORM FORMAT-DATE-RTN THRU FORMAT-DATE-EXIT.
           STRING "CUSTOMER RECORD, STATUS " SCAN-WORK (134:1)
               ", LAST ACTIVE " SCAN-WORK (135:10)
               DELIMITED BY SIZE
               INTO AP-DETAIL.

           IF ERASE-MODE
               MOVE SPACES TO SCAN-WORK (21:113)
           END-IF.
       MATCH-IMAGE-EXIT.
           EXIT.

      * MATCH-JOURNAL-RTN - both images are blanked on an
      * ERASE; a blank image (an add's before, a delete's after)
      * stays blank.  A change or merge survivor keeps a mark
      * of what it changed (MARK-JOURNAL-RTN) so chgfeed01
      * still feeds it on a RESEND.
       MATCH-JOURNAL-RTN.
           MOVE SCAN-WORK TO JRN-VIEW.
           IF JR-ACCOUNT NOT = TARGET-ACCOUNT
               GO TO MATCH-JOURNAL-EXIT
           END-IF.

           MOVE 'Y' TO HIT-SW.
           MOVE JR-RUN-DATE TO FMT-DATE-N.
           PERFORM FORMAT-DATE-RTN THRU FORMAT-DATE-EXIT.
           STRING "JOURNAL " JR-ACTION " AT " JR-RUN-TIME
               ", BRANCH " JR-BRANCH-ID
               DELIMITED BY SIZE
               INTO AP-DETAIL.

           IF ERASE-MODE
               PERFORM MARK-JOURNAL-RTN THRU MARK-JOURNAL-EXIT
               MOVE SPACES TO JR-BEFORE-IMAGE (21:113)
               MOVE ERASE-AFTER TO JR-AFTER-IMAGE
               MOVE JRN-VIEW TO SCAN-WORK
           END-IF.
       MATCH-JOURNAL-EXIT.
           EXIT.

      * MARK-JOURNAL-RTN - ERASE-AFTER is the after image with
      * its personal fields blanked, except that on an entry
      * with both images (a change, a merge survivor) each
      * personal field the entry changed is filled with
      * asterisks.  The blanked images then still differ in
      * exactly the fields they did, so a RESEND of the feed
      * that carried the entry feeds it again, with the same
      * changed-field flags.  An entry already erased keeps its
      * marks: spaces before, asterisks after still differ.
       MARK-JOURNAL-RTN.
           MOVE JR-BEFORE-IMAGE TO ERASE-BEFORE.
           MOVE JR-AFTER-IMAGE TO ERASE-AFTER.
           MOVE SPACES TO JR-AFTER-IMAGE (21:113).
           IF ERASE-BEFORE = SPACES OR ERASE-AFTER = SPACES
               MOVE JR-AFTER-IMAGE TO ERASE-AFTER
               GO TO MARK-JOURNAL-EXIT
           END-IF.

           PERFORM MARK-PERSON-RTN THRU MARK-PERSON-EXIT.
           PERFORM MARK-NAME-RTN THRU MARK-NAME-EXIT.
           PERFORM MARK-ADDRESS-RTN THRU MARK-ADDRESS-EXIT.
       MARK-JOURNAL-EXIT.
           EXIT.

       MARK-PERSON-RTN.
           IF EB-GENDER = EA-GENDER
               MOVE SPACES TO EA-GENDER
           ELSE
               MOVE ALL "*" TO EA-GENDER
           END-IF.
           IF EB-BIRTHDAY = EA-BIRTHDAY
               MOVE SPACES TO EA-BIRTHDAY
           ELSE
               MOVE ALL "*" TO EA-BIRTHDAY
           END-IF.
       MARK-PERSON-EXIT.
           EXIT.

       MARK-NAME-RTN.
           IF EB-FIRST = EA-FIRST
               MOVE SPACES TO EA-FIRST
           ELSE
               MOVE ALL "*" TO EA-FIRST
           END-IF.
           IF EB-MIDDLE = EA-MIDDLE
               MOVE SPACES TO EA-MIDDLE
           ELSE
               MOVE ALL "*" TO EA-MIDDLE
           END-IF.
           IF EB-LAST = EA-LAST
               MOVE SPACES TO EA-LAST
           ELSE
               MOVE ALL "*" TO EA-LAST
           END-IF.
       MARK-NAME-EXIT.
           EXIT.

       MARK-ADDRESS-RTN.
           IF EB-ADDRESS = EA-ADDRESS
               MOVE SPACES TO EA-ADDRESS
           ELSE
               MOVE ALL "*" TO EA-ADDRESS
           END-IF.
           IF EB-CITY = EA-CITY
               MOVE SPACES TO EA-CITY
           ELSE
               MOVE ALL "*" TO EA-CITY
           END-IF.
           IF EB-STATE = EA-STATE
               MOVE SPACES TO EA-STATE
           ELSE
               MOVE ALL "*" TO EA-STATE
           END-IF.
           IF EB-ZIP = EA-ZIP
               MOVE SPACES TO EA-ZIP
           ELSE
               MOVE ALL "*" TO EA-ZIP
           END-IF.
       MARK-ADDRESS-EXIT.
           EXIT.

      * MARK-FEED-RTN - a feed image blanked the way a RESEND
      * would now build it: a CHANGE or MERGE keeps asterisks
      * in each personal field flagged as changed, anything
      * else is plain spaces.
       MARK-FEED-RTN.
           MOVE FR-IMAGE TO ERASE-AFTER.
           MOVE SPACES TO ERASE-AFTER (21:113).
           IF FR-ACTION NOT = "CHANGE" AND FR-ACTION NOT = "MERGE"
               GO TO MARK-FEED-EXIT
           END-IF.

           IF FR-CHG-FLAG (1) = "Y"
               MOVE ALL "*" TO EA-GENDER
           END-IF.
           IF FR-CHG-FLAG (2) = "Y"
               MOVE ALL "*" TO EA-FIRST
           END-IF.
           IF FR-CHG-FLAG (3) = "Y"
               MOVE ALL "*" TO EA-MIDDLE
           END-IF.
           IF FR-CHG-FLAG (4) = "Y"
               MOVE ALL "*" TO EA-LAST
           END-IF.
           IF FR-CHG-FLAG (5) = "Y"
               MOVE ALL "*" TO EA-BIRTHDAY
           END-IF.
           IF FR-CHG-FLAG (6) = "Y"
               MOVE ALL "*" TO EA-ADDRESS
           END-IF.
           IF FR-CHG-FLAG (7) = "Y"
               MOVE ALL "*" TO EA-CITY
           END-IF.
           IF FR-CHG-FLAG (8) = "Y"
               MOVE ALL "*" TO EA-STATE
           END-IF.
           IF FR-CHG-FLAG (9) = "Y"
               MOVE ALL "*" TO EA-ZIP
           END-IF.
       MARK-FEED-EXIT.
           EXIT.

      * MATCH-ACK-RTN - ack lines carry the action at 1, the
      * account at 4 and the disposition at 24; the date is the
      * extract date on the file's branch header.
       MATCH-ACK-RTN.
           IF SCAN-WORK (1:3) = "HDR"
               MOVE SCAN-WORK TO BRANCH-HEADER-REC
               MOVE BH-EXTRACT-DATE TO ACK-HDR-DATE
               GO TO MATCH-ACK-EXIT
           END-IF.
           IF SCAN-WORK (1:3) = "TRL"
               OR SCAN-WORK (4:18) NOT = TARGET-ACCOUNT
               GO TO MATCH-ACK-EXIT
           END-IF.

           MOVE 'Y' TO HIT-SW.
           MOVE ACK-HDR-DATE TO AP-DATE.
           STRING "TRANSACTION " SCAN-WORK (1:1) " "
               SCAN-WORK (24:8)
               DELIMITED BY SIZE
               INTO AP-DETAIL.
       MATCH-ACK-EXIT.
           EXIT.

      * MATCH-TXN-RTN - a branch transaction (mstupd01's
      * TxnRec): the action at 1, the account at 3, for a
      * merge the merge-from account at 24, and the branch id
      * at 149.  An ERASE blanks the personal fields (23-135)
      * of an add, change or delete; a merge's name area holds
      * only the merge-from account and is left.  A PRIVACY
      * delete for the account in tonight's customer-txns.txt
      * is an earlier erase's delete still pending.
       MATCH-TXN-RTN.
           IF SCAN-WORK (3:18) = TARGET-ACCOUNT
               MOVE 'Y' TO HIT-SW
           END-IF.
           IF SCAN-WORK (1:1) = "M"
               AND SCAN-WORK (24:18) = TARGET-ACCOUNT
               MOVE 'Y' TO HIT-SW
           END-IF.
           IF NOT RECORD-HIT
               GO TO MATCH-TXN-EXIT
           END-IF.

           MOVE FL-DATE (FILE-SUB) TO FMT-DATE-N.
           PERFORM FORMAT-DATE-RTN THRU FORMAT-DATE-EXIT.
           STRING "TRANSACTION " SCAN-WORK (1:1)
               ", BRANCH " SCAN-WORK (149:8)
               DELIMITED BY SIZE
               INTO AP-DETAIL.

           IF FL-DATE (FILE-SUB) = ZERO
               AND SCAN-WORK (1:1) = "D"
               AND SCAN-WORK (149:8) = "PRIVACY"
               MOVE 'Y' TO DELETE-PENDING-SW
           END-IF.

           IF ERASE-MODE AND SCAN-WORK (1:1) NOT = "M"
               MOVE SPACES TO SCAN-WORK (23:113)
           END-IF.
       MATCH-TXN-EXIT.
           EXIT.

      * MATCH-FEED-RTN - the customer's own CHG records, and
      * merges that folded the customer into another account
      * (the image on those is the survivor's and is left).
       MATCH-FEED-RTN.
           IF SCAN-WORK (1:3) NOT = "CHG"
               GO TO MATCH-FEED-EXIT
           END-IF.
           MOVE SCAN-WORK TO FEED-DETAIL-REC.

           IF FR-ACCOUNT = TARGET-ACCOUNT
               MOVE 'Y' TO HIT-SW
               STRING "FEED " FR-ACTION " RECORD " FR-RECORD-NO
                   DELIMITED BY SIZE
                   INTO AP-DETAIL
               IF ERASE-MODE
                   PERFORM MARK-FEED-RTN THRU MARK-FEED-EXIT
                   MOVE ERASE-AFTER TO FR-IMAGE
                   MOVE FEED-DETAIL-REC TO SCAN-WORK
               END-IF
           ELSE
               IF FR-MERGED-FROM = TARGET-ACCOUNT
                   MOVE 'Y' TO HIT-SW
                   STRING "FEED MERGE INTO " FR-ACCOUNT
                       DELIMITED BY SIZE
                       INTO AP-DETAIL
               END-IF
           END-IF.

           IF RECORD-HIT
               MOVE FR-EVENT-DATE TO FMT-DATE-N
               PERFORM FORMAT-DATE-RTN THRU FORMAT-DATE-EXIT
           END-IF.
       MATCH-FEED-EXIT.
           EXIT.

       MATCH-ARCHCAT-RTN.
           MOVE SCAN-WORK TO CAT-VIEW.
           IF AC-ACCOUNT NOT = TARGET-ACCOUNT
               GO TO MATCH-ARCHCAT-EXIT
           END-IF.

           MOVE 'Y' TO HIT-SW.
           MOVE AC-ARCHIVE-DATE TO FMT-DATE-N.
           PERFORM FORMAT-DATE-RTN THRU FORMAT-DATE-EXIT.
           STRING "PURGED TO " AC-ARCHIVE-FILE
               DELIMITED BY SIZE
               INTO AP-DETAIL.

           IF ERASE-MODE
               MOVE SPACES TO AC-LAST, AC-FIRST
               MOVE CAT-VIEW TO SCAN-WORK
           END-IF.
       MATCH-ARCHCAT-EXIT.
           EXIT.

       MATCH-CONTACT-RTN.
           MOVE SCAN-WORK TO CONTACT-VIEW.
           IF CT-ACCOUNT NOT = TARGET-ACCOUNT
               GO TO MATCH-CONTACT-EXIT
           END-IF.

           MOVE 'Y' TO HIT-SW.
           MOVE CT-MAIL-DATE TO FMT-DATE-N.
           PERFORM FORMAT-DATE-RTN THRU FORMAT-DATE-EXIT.
           STRING "MAILED, CAMPAIGN " CT-CAMPAIGN
               DELIMITED BY SIZE
               INTO AP-DETAIL.
       MATCH-CONTACT-EXIT.
           EXIT.

       MATCH-SUPPREG-RTN.
           MOVE SCAN-WORK TO SUPREG-VIEW.
           IF SR-ACCOUNT NOT = TARGET-ACCOUNT
               GO TO MATCH-SUPPREG-EXIT
           END-IF.

           MOVE 'Y' TO HIT-SW.
           MOVE SR-RUN-DATE TO FMT-DATE-N.
           PERFORM FORMAT-DATE-RTN THRU FORMAT-DATE-EXIT.
           STRING "HELD OUT OF " SR-PROGRAM " REASON "
               SR-REASON-CODE
               DELIMITED BY SIZE
               INTO AP-DETAIL.
       MATCH-SUPPREG-EXIT.
           EXIT.

      * MATCH-SUPPRESS-RTN - the do-not-mail list has no date;
      * an entry with reason E means the account was erased
      * before.
       MATCH-SUPPRESS-RTN.
           MOVE SCAN-WORK TO SUPP-VIEW.
           IF SUP-ACCOUNT NOT = TARGET-ACCOUNT
               GO TO MATCH-SUPPRESS-EXIT
           END-IF.

           MOVE 'Y' TO HIT-SW.
           MOVE ZERO TO FMT-DATE-N.
           PERFORM FORMAT-DATE-RTN THRU FORMAT-DATE-EXIT.
           STRING "DO-NOT-MAIL, REASON " SUP-REASON-CODE
               DELIMITED BY SIZE
               INTO AP-DETAIL.
           IF SUP-ERASED
               MOVE 'Y' TO ALREADY-ERASED-SW
           END-IF.
       MATCH-SUPPRESS-EXIT.
           EXIT.

       MATCH-RTNMAIL-RTN.
           MOVE SCAN-WORK TO RTN-VIEW.
           IF RN-ACCOUNT NOT = TARGET-ACCOUNT
               GO TO MATCH-RTNMAIL-EXIT
           END-IF.

           MOVE 'Y' TO HIT-SW.
           MOVE RN-RETURN-DATE TO FMT-DATE-N.
           PERFORM FORMAT-DATE-RTN THRU FORMAT-DATE-EXIT.
           STRING "RETURNED MAIL, CAMPAIGN " RN-CAMPAIGN
               DELIMITED BY SIZE
               INTO AP-DETAIL.

           IF ERASE-MODE
               MOVE SPACES TO RN-ZIP3
               MOVE RTN-VIEW TO SCAN-WORK
           END-IF.
       MATCH-RTNMAIL-EXIT.
           EXIT.

      * FORMAT-DATE-RTN - FMT-DATE-N as yyyy/mm/dd in AP-DATE;
      * zero (the current file, not a dated one) as CURRENT.
       FORMAT-DATE-RTN.
           IF FMT-DATE-N = ZERO
               MOVE "CURRENT" TO AP-DATE
               GO TO FORMAT-DATE-EXIT
           END-IF.

           MOVE FP-YYYY TO SD-YYYY.
           MOVE FP-MM TO SD-MM.
           MOVE FP-DD TO SD-DD.
           MOVE SHOW-DATE TO AP-DATE.
       FORMAT-DATE-EXIT.
           EXIT.

       WRITE-HEADING-RTN.
           MOVE SPACES TO RptRec.
           IF ERASE-MODE
               STRING "PRIVREQ01 - PRIVACY ERASURE REPORT - REQUEST "
                   REQ-DATE " " REQ-TIME
                   DELIMITED BY SIZE
                   INTO RptRec
           ELSE
               STRING "PRIVREQ01 - PRIVACY ACCESS REPORT - REQUEST "
                   REQ-DATE " " REQ-TIME
                   DELIMITED BY SIZE
                   INTO RptRec
           END-IF.
           WRITE RptRec.

           MOVE SPACES TO RptRec.
           IF BY-NAME
               MOVE ACCT-COUNT TO ACCT-COUNT-SHOW
               STRING "CUSTOMER IDENTIFIED BY NAME AND BIRTHDAY - "
                   ACCT-COUNT-SHOW " ACCOUNT(S) MATCH"
                   DELIMITED BY SIZE
                   INTO RptRec
           ELSE
               MOVE "CUSTOMER IDENTIFIED BY ACCOUNT" TO RptRec
           END-IF.
           WRITE RptRec.
       WRITE-HEADING-EXIT.
           EXIT.

      * WRITE-FILES-RTN - every file searched, with what was
      * read and found in it, and every one named that was not
      * on disk.
       WRITE-FILES-RTN.
           MOVE SPACES TO RptRec.
           WRITE RptRec.
           MOVE "FILES SEARCHED" TO RptRec.
           WRITE RptRec.
           MOVE "  TYPE      DATE        FILE" TO RptRec.
           MOVE "RECORDS    FOUND  BLANKED  STATE" TO RptRec (71:32).
           WRITE RptRec.

           PERFORM WRITE-FILE-LINE-RTN THRU WRITE-FILE-LINE-EXIT
               VARYING FILE-SUB FROM 1 BY 1
               UNTIL FILE-SUB > FILE-COUNT.
       WRITE-FILES-EXIT.
           EXIT.

       WRITE-FILE-LINE-RTN.
           IF FL-STATE (FILE-SUB) = "NOT ON DISK"
               OR FL-STATE (FILE-SUB) (1:11) = "OPEN STATUS"
               ADD 1 TO FILES-NOT-FOUND
           ELSE
               ADD 1 TO FILES-SEARCHED
           END-IF.

           MOVE SPACES TO FILE-LINE.
           MOVE FL-KIND (FILE-SUB) TO FN-KIND.
           MOVE FL-DATE (FILE-SUB) TO FMT-DATE-N.
           PERFORM FORMAT-DATE-RTN THRU FORMAT-DATE-EXIT.
           MOVE AP-DATE TO FN-DATE.
           MOVE FL-NAME (FILE-SUB) TO FN-NAME.
           MOVE FL-READ (FILE-SUB) TO FN-READ.
           MOVE FL-TOTAL-HITS (FILE-SUB) TO FN-HITS.
           MOVE FL-TOTAL-CHANGED (FILE-SUB) TO FN-CHANGED.
           MOVE FL-STATE (FILE-SUB) TO FN-STATE.
           MOVE FILE-LINE TO RptRec.
           WRITE RptRec.
       WRITE-FILE-LINE-EXIT.
           EXIT.

       WRITE-TOTALS-RTN.
           MOVE SPACES TO RptRec.
           WRITE RptRec.
           MOVE "TOTALS" TO RptRec.
           WRITE RptRec.

           MOVE SPACES TO TOTAL-LINE.
           MOVE "  ACCOUNTS" TO TL-LABEL.
           MOVE ACCT-COUNT TO TL-COUNT.
           MOVE TOTAL-LINE TO RptRec.
           WRITE RptRec.
           MOVE "  FILES SEARCHED" TO TL-LABEL.
           MOVE FILES-SEARCHED TO TL-COUNT.
           MOVE TOTAL-LINE TO RptRec.
           WRITE RptRec.
           MOVE "  FILES NOT ON DISK" TO TL-LABEL.
           MOVE FILES-NOT-FOUND TO TL-COUNT.
           MOVE TOTAL-LINE TO RptRec.
           WRITE RptRec.
           MOVE "  RECORDS SEARCHED" TO TL-LABEL.
           MOVE RECORDS-SEARCHED TO TL-COUNT.
           MOVE TOTAL-LINE TO RptRec.
           WRITE RptRec.
           MOVE "  APPEARANCES" TO TL-LABEL.
           MOVE TOTAL-APPEARANCES TO TL-COUNT.
           MOVE TOTAL-LINE TO RptRec.
           WRITE RptRec.
           IF ERASE-MODE
               MOVE "  RECORDS BLANKED" TO TL-LABEL
               MOVE TOTAL-BLANKED TO TL-COUNT
               MOVE TOTAL-LINE TO RptRec
               WRITE RptRec
           END-IF.
       WRITE-TOTALS-EXIT.
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
