       IDENTIFICATION DIVISION.
       PROGRAM-ID. chgmon01.
      * A GnuCOBOL program
      * On: 10/15/2026
      * By: Bill Blasingim
      *
      * Suspicious-change review of the customer journals.  Run
      * weekly; reads every customer-journal.yyyymmdd in a run
      * date window and lists, for audit follow-up, the risky
      * change patterns an account takeover or an insider
      * change leaves behind:
      *   1. an account whose address (street, city, state or
      *      ZIP) and whose name or birthday both changed within
      *      N days of each other;
      *   2. an account changed by more than one branch in the
      *      window (the automated REINSTAT, RTNMAIL and PRIVACY
      *      ids and a blank id are not counted as branches);
      *   3. an account reinstated by reinst01 (branch REINSTAT)
      *      and changed again within N days;
      *   4. a run in which one branch flipped Cust-Status to C
      *      on at least the flip limit of accounts;
      *   5. a merge where the surviving record's address is not
      *      the address of the record merged into it, or the
      *      survivor's own address changed in the merge.
      * Every hit lists the journal entries behind it - run
      * date, run time, branch id, action and account - with
      * the before and after value of each field that changed,
      * on suspicious-change.rpt.
      *
      * PARM token 1 is the first run date of the window and
      * token 2 the last (yyyymmdd; defaults are the seven days
      * ending today, and a missing token 2 is today).  Token 3
      * is N in days (3 digits, default 030) and token 4 the C
      * flip limit (4 digits, default 0010).  Journals from N
      * days ahead of the window are read as well, so a pair of
      * changes or a reinstatement just before the window still
      * counts; a hit is only reported when its later change is
      * inside the window.
      *
       Environment Division.
       Input-Output Section.
       File-Control.
       Select JrnFile Assign to Dynamic JOURNAL-NAME
         Line Sequential
         File Status JRN-STATUS.
       Select SuspFile Assign to
         "./suspicious-change.rpt"
         Line Sequential.
       Select RunHistFile Assign to
         "./run-history.dat"
         Line Sequential
         File Status RUNHIST-STATUS.
       Data Division.
       File Section.
       FD JrnFile.
         01 JrnRec.
           COPY "copybooks/jrnlrec.cpy".

       FD SuspFile.
         01 SuspRec          pic x(132).

       FD RunHistFile.
         01 RunHistRec.
           COPY "copybooks/runhist.cpy".

       Working-Storage Section.
         01 Misc.
           05 JRN-EOF-SW      Pic X Value "N".
           88 JRN-EOF  Value "Y".
           05 TABLE-FULL-SW   Pic X Value "N".
           88 TABLE-FULL  Value "Y".
           05 HIT-SW          Pic X Value "N".
           88 HIT-FOUND  Value "Y".

         01 FILE-STATUSES.
           05 JRN-STATUS                PIC X(02).
           05 RUNHIST-STATUS            PIC X(02).

         01 JOURNAL-NAME                PIC X(80).

         01 PARM-LINE                   PIC X(80).
         01 RUN-PARMS.
           05 FROM-PARM                 PIC X(08).
           05 TO-PARM                   PIC X(08).
           05 DAYS-PARM                 PIC X(03).
           05 FLIP-PARM                 PIC X(04).

         01 FROM-DATE                   PIC 9(08).
         01 TO-DATE                     PIC 9(08).
         01 LOOKBACK-DATE               PIC 9(08).
         01 NEAR-DAYS                   PIC 9(03) VALUE 30.
         01 FLIP-LIMIT                  PIC 9(04) VALUE 10.

      * The journal date being read, walked forward a day at a
      * time from the start of the lookback.
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

         01 DAY-SERIAL-WORK.
           05 DS-YYYY                   PIC 9(04).
           05 DS-MM                     PIC 9(02).
           05 DS-DD                     PIC 9(02).
           05 DS-PRIOR-YYYY             PIC 9(04).
           05 DS-QUOT                   PIC 9(07).
           05 DS-REM                    PIC 9(04).
           05 DS-SERIAL                 PIC 9(07).
           05 DS-LEAP-SW                PIC X(01).
              88 DS-LEAP-YEAR                     VALUE 'Y'.
         01 DAY-GAP                     PIC S9(07).

      * Field views of a journal before-image and after-image
      * (the mstrec.cpy layout).
         01 BEFORE-VIEW.
           05 BV-ACCOUNT                PIC X(18).
           05 Filler                    PIC X(2).
           05 BV-GENDER                 PIC X(1).
           05 BV-NAME                   PIC X(50).
           05 BV-BIRTHDAY               PIC X(10).
           05 BV-MAILING.
             10 BV-ADDRESS              PIC X(25).
             10 BV-CITY                 PIC X(20).
             10 BV-STATE                PIC X(2).
             10 BV-ZIP                  PIC X(5).
           05 BV-CUST-STATUS            PIC X(1).
           05 BV-LAST-ACTIVITY          PIC X(10).

         01 AFTER-VIEW.
           05 AV-ACCOUNT                PIC X(18).
           05 Filler                    PIC X(2).
           05 AV-GENDER                 PIC X(1).
           05 AV-NAME                   PIC X(50).
           05 AV-BIRTHDAY               PIC X(10).
           05 AV-MAILING.
             10 AV-ADDRESS              PIC X(25).
             10 AV-CITY                 PIC X(20).
             10 AV-STATE                PIC X(2).
             10 AV-ZIP                  PIC X(5).
           05 AV-CUST-STATUS            PIC X(1).
           05 AV-LAST-ACTIVITY          PIC X(10).

      * Every journal entry read, lookback included, in journal
      * order (date, then run time).
         01 ENTRY-TABLE.
           05 ENTRY-COUNT               PIC 9(05) VALUE ZERO.
           05 ENTRY-TBL OCCURS 9999 TIMES.
             10 ET-DATE                 PIC 9(08).
             10 ET-SERIAL               PIC 9(07).
             10 ET-TIME                 PIC 9(06).
             10 ET-BRANCH               PIC X(08).
             10 ET-ACTION               PIC X(01).
             10 ET-ACCOUNT              PIC X(18).
             10 ET-WINDOW-SW            PIC X(01).
                88 ET-IN-WINDOW                   VALUE 'Y'.
             10 ET-ADDR-SW              PIC X(01).
                88 ET-ADDR-CHG                    VALUE 'Y'.
             10 ET-IDENT-SW             PIC X(01).
                88 ET-IDENT-CHG                   VALUE 'Y'.
             10 ET-TO-C-SW              PIC X(01).
                88 ET-TO-C                        VALUE 'Y'.
             10 ET-DONE-1-SW            PIC X(01).
                88 ET-DONE-1                      VALUE 'Y'.
             10 ET-DONE-2-SW            PIC X(01).
                88 ET-DONE-2                      VALUE 'Y'.
             10 ET-BEFORE               PIC X(144).
             10 ET-AFTER                PIC X(144).
         01 ENT-SUB                     PIC 9(05) COMP.
         01 SCAN-SUB                    PIC 9(05) COMP.
         01 PRINT-SUB                   PIC 9(05) COMP.
         01 PAIR-SUB                    PIC 9(05) COMP.

      * Status flips to C, one entry per run and branch.
         01 FLIP-TABLE.
           05 FLIP-COUNT                PIC 9(04) VALUE ZERO.
           05 FLIP-ENTRY OCCURS 500 TIMES
                 INDEXED BY FLIP-IDX.
             10 FT-DATE                 PIC 9(08).
             10 FT-TIME                 PIC 9(06).
             10 FT-BRANCH               PIC X(08).
             10 FT-FLIPS                PIC 9(05).

         01 BRANCH-CHECK                PIC X(08).
            88 AUTO-BRANCH  VALUES SPACES "REINSTAT" "RTNMAIL"
                                   "PRIVACY".

         01 MONITOR-TOTALS.
           05 JOURNALS-READ             PIC 9(05) VALUE ZERO.
           05 ENTRIES-READ              PIC 9(07) VALUE ZERO.
           05 ENTRIES-IN-WINDOW         PIC 9(07) VALUE ZERO.
           05 FLIPS-NOT-COUNTED         PIC 9(07) VALUE ZERO.
           05 MERGES-CHECKED            PIC 9(05) VALUE ZERO.
           05 MERGES-UNPAIRED           PIC 9(05) VALUE ZERO.
           05 HITS-ADDR-IDENT           PIC 9(05) VALUE ZERO.
           05 HITS-MULTI-BRANCH         PIC 9(05) VALUE ZERO.
           05 HITS-REINSTATE            PIC 9(05) VALUE ZERO.
           05 HITS-FLIP-RUNS            PIC 9(05) VALUE ZERO.
           05 HITS-MERGE                PIC 9(05) VALUE ZERO.
           05 HITS-TOTAL                PIC 9(05) VALUE ZERO.
           05 SECTION-HITS              PIC 9(05) VALUE ZERO.

         01 HIT-LINE.
           05 Filler                    PIC X(2) VALUE SPACES.
           05 Filler                    PIC X(8) VALUE "ACCOUNT ".
           05 HL-ACCOUNT                PIC X(18).
           05 Filler                    PIC X(2) VALUE SPACES.
           05 HL-NOTE                   PIC X(60).

         01 FLIP-LINE.
           05 Filler                    PIC X(2) VALUE SPACES.
           05 Filler                    PIC X(4) VALUE "RUN ".
           05 FL-DATE                   PIC X(08).
           05 Filler                    PIC X(1) VALUE SPACE.
           05 FL-TIME                   PIC X(06).
           05 Filler                    PIC X(9) VALUE "  BRANCH ".
           05 FL-BRANCH                 PIC X(08).
           05 Filler                    PIC X(2) VALUE SPACES.
           05 FL-FLIPS                  PIC ZZ,ZZ9.
           05 Filler                    PIC X(14)
                 VALUE " FLIPS TO C".

         01 ENTRY-LINE.
           05 Filler                    PIC X(4) VALUE SPACES.
           05 EL-DATE                   PIC X(08).
           05 Filler                    PIC X(1) VALUE SPACE.
           05 EL-TIME                   PIC X(06).
           05 Filler                    PIC X(2) VALUE SPACES.
           05 EL-BRANCH                 PIC X(08).
           05 Filler                    PIC X(2) VALUE SPACES.
           05 EL-ACTION                 PIC X(01).
           05 Filler                    PIC X(2) VALUE SPACES.
           05 EL-ACCOUNT                PIC X(18).
           05 Filler                    PIC X(2) VALUE SPACES.
           05 EL-NOTE                   PIC X(40).

         01 FIELD-LINE.
           05 Filler                    PIC X(8) VALUE SPACES.
           05 FD-LABEL                  PIC X(10).
           05 FD-BEFORE                 PIC X(50).
           05 Filler                    PIC X(2) VALUE SPACES.
           05 FD-AFTER                  PIC X(50).

         01 TODAY.
           05 TODAY-YYYY       PIC 9(4).
           05 TODAY-MM         PIC 9(2).
           05 TODAY-DD         PIC 9(2).
         01 TODAY-N REDEFINES TODAY     PIC 9(08).

         01 RUN-STAMP.
            05 RUN-DATE                  PIC 9(08).
            05 RUN-TIME-FULL             PIC 9(08).
            05 RUN-TIME REDEFINES RUN-TIME-FULL.
               10 RUN-TIME-HHMMSS        PIC 9(06).
               10 Filler                 PIC 9(02).

       PROCEDURE DIVISION.

           ACCEPT PARM-LINE FROM COMMAND-LINE.
           MOVE SPACES TO RUN-PARMS.
           UNSTRING PARM-LINE DELIMITED BY ALL SPACES
               INTO FROM-PARM TO-PARM DAYS-PARM FLIP-PARM.

           ACCEPT TODAY FROM DATE YYYYMMDD.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

           IF TO-PARM = SPACES
               MOVE TODAY-N TO TO-DATE
           ELSE
               IF TO-PARM NOT NUMERIC
                   DISPLAY "CHGMON01: PARM TOKEN 2 MUST BE THE LAST "
                       "RUN DATE (YYYYMMDD), GOT '" TO-PARM "'"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE TO-PARM TO TO-DATE
           END-IF.

           IF FROM-PARM = SPACES
               MOVE TO-DATE TO SCAN-DATE-N
               PERFORM PRIOR-DAY-RTN THRU PRIOR-DAY-EXIT 6 TIMES
               MOVE SCAN-DATE-N TO FROM-DATE
           ELSE
               IF FROM-PARM NOT NUMERIC
                   DISPLAY "CHGMON01: PARM TOKEN 1 MUST BE THE FIRST "
                       "RUN DATE (YYYYMMDD), GOT '" FROM-PARM "'"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FROM-PARM TO FROM-DATE
           END-IF.

           IF FROM-DATE > TO-DATE
               DISPLAY "CHGMON01: FIRST RUN DATE " FROM-DATE
                   " IS AFTER THE LAST " TO-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF DAYS-PARM NOT = SPACES
               IF DAYS-PARM NUMERIC
                   MOVE DAYS-PARM TO NEAR-DAYS
               ELSE
                   DISPLAY "CHGMON01: PARM TOKEN 3 MUST BE N IN "
                       "DAYS (3 DIGITS), GOT '" DAYS-PARM "'"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           IF FLIP-PARM NOT = SPACES
               IF FLIP-PARM NUMERIC AND FLIP-PARM > ZERO
                   MOVE FLIP-PARM TO FLIP-LIMIT
               ELSE
                   DISPLAY "CHGMON01: PARM TOKEN 4 MUST BE THE C "
                       "FLIP LIMIT (4 DIGITS), GOT '" FLIP-PARM "'"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           MOVE FROM-DATE TO SCAN-DATE-N.
           PERFORM PRIOR-DAY-RTN THRU PRIOR-DAY-EXIT NEAR-DAYS TIMES.
           MOVE SCAN-DATE-N TO LOOKBACK-DATE.

           OPEN OUTPUT SuspFile.
           PERFORM WRITE-HEADING-RTN THRU WRITE-HEADING-EXIT.

           MOVE LOOKBACK-DATE TO SCAN-DATE-N.
           PERFORM LOAD-JOURNAL-RTN THRU LOAD-JOURNAL-EXIT
               UNTIL SCAN-DATE-N > TO-DATE
               OR TABLE-FULL.

           IF TABLE-FULL
               MOVE SPACES TO SuspRec
               STRING "*** JOURNAL TABLE FULL (9999) - ENTRIES FROM "
                   SCAN-DATE-X " ON WERE NOT REVIEWED ***"
                   DELIMITED BY SIZE
                   INTO SuspRec
               WRITE SuspRec
           END-IF.

           PERFORM CHECK-ADDR-IDENT-RTN THRU CHECK-ADDR-IDENT-EXIT.
           PERFORM CHECK-BRANCHES-RTN THRU CHECK-BRANCHES-EXIT.
           PERFORM CHECK-REINSTATE-RTN THRU CHECK-REINSTATE-EXIT.
           PERFORM CHECK-FLIPS-RTN THRU CHECK-FLIPS-EXIT.
           PERFORM CHECK-MERGES-RTN THRU CHECK-MERGES-EXIT.

           COMPUTE HITS-TOTAL = HITS-ADDR-IDENT + HITS-MULTI-BRANCH
               + HITS-REINSTATE + HITS-FLIP-RUNS + HITS-MERGE.

           PERFORM WRITE-TOTALS-RTN THRU WRITE-TOTALS-EXIT.

           CLOSE SuspFile.

           DISPLAY "CHGMON01 CONTROL TOTALS".
           DISPLAY "  JOURNALS READ .......: " JOURNALS-READ.
           DISPLAY "  ENTRIES READ ........: " ENTRIES-READ.
           DISPLAY "  ENTRIES IN WINDOW ...: " ENTRIES-IN-WINDOW.
           DISPLAY "  ADDRESS + IDENTITY ..: " HITS-ADDR-IDENT.
           DISPLAY "  MORE THAN ONE BRANCH : " HITS-MULTI-BRANCH.
           DISPLAY "  CHANGED AFTER REINST : " HITS-REINSTATE.
           DISPLAY "  C-FLIP RUNS .........: " HITS-FLIP-RUNS.
           DISPLAY "  MERGE ADDRESS .......: " HITS-MERGE.
           IF HITS-TOTAL > ZERO
               DISPLAY "*** CHGMON01: " HITS-TOTAL " HITS FOR AUDIT "
                   "REVIEW - SEE SUSPICIOUS-CHANGE.RPT ***"
           END-IF.
           IF TABLE-FULL
               DISPLAY "*** CHGMON01: JOURNAL TABLE FULL - REVIEW "
                   "IS INCOMPLETE, RERUN WITH A SHORTER WINDOW ***"
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
           MOVE "CHGMON01" TO RH-PROGRAM.
           MOVE RUN-DATE TO RH-RUN-DATE.
           MOVE RUN-TIME-HHMMSS TO RH-RUN-TIME.
           STRING "./customer-journal." FROM-DATE "-" TO-DATE
               DELIMITED BY SIZE
               INTO RH-INPUT-FILE.
           MOVE ENTRIES-READ TO RH-RECORDS-READ.
           MOVE HITS-TOTAL TO RH-RECORDS-WRITTEN.
           MOVE ZERO TO RH-RECORDS-REJECTED.
           MOVE "COMPLETE" TO RH-RUN-STATUS.
           WRITE RunHistRec.

           CLOSE RunHistFile.
       WRITE-RUN-HISTORY-EXIT.
           EXIT.

      * LOAD-JOURNAL-RTN - one day's journal into the entry
      * table.  A day with no journal is a day mstupd01 didn't
      * run.
       LOAD-JOURNAL-RTN.
           MOVE SPACES TO JOURNAL-NAME.
           STRING "./customer-journal." SCAN-DATE-X
               DELIMITED BY SIZE
               INTO JOURNAL-NAME.

           OPEN INPUT JrnFile.
           IF JRN-STATUS NOT = "00"
               GO TO LOAD-JOURNAL-NEXT
           END-IF.

           ADD 1 TO JOURNALS-READ.
           MOVE SCAN-YYYY TO DS-YYYY.
           MOVE SCAN-MM TO DS-MM.
           MOVE SCAN-DD TO DS-DD.
           PERFORM DAY-SERIAL-RTN THRU DAY-SERIAL-EXIT.

           MOVE 'N' TO JRN-EOF-SW.
           PERFORM READ-JRN-RTN THRU READ-JRN-EXIT.
           PERFORM STORE-ENTRY-RTN THRU STORE-ENTRY-EXIT
               UNTIL JRN-EOF OR TABLE-FULL.
           CLOSE JrnFile.

           IF TABLE-FULL
               GO TO LOAD-JOURNAL-EXIT
           END-IF.

       LOAD-JOURNAL-NEXT.
           PERFORM NEXT-DAY-RTN THRU NEXT-DAY-EXIT.
       LOAD-JOURNAL-EXIT.
           EXIT.

       READ-JRN-RTN.
           Read JrnFile
             At End
               Set JRN-EOF to True
           End-Read.
       READ-JRN-EXIT.
           EXIT.

      * STORE-ENTRY-RTN - keep the entry and note what it
      * changed.  Only a rewrite (both images present) can
      * change an address, a name or a status.
       STORE-ENTRY-RTN.
           IF ENTRY-COUNT >= 9999
               DISPLAY "CHGMON01: JOURNAL TABLE FULL (9999) - "
                   "ENTRIES FROM " SCAN-DATE-X " ON NOT REVIEWED"
               SET TABLE-FULL TO TRUE
               GO TO STORE-ENTRY-EXIT
           END-IF.

           ADD 1 TO ENTRIES-READ.
           ADD 1 TO ENTRY-COUNT.
           MOVE ENTRY-COUNT TO ENT-SUB.
           MOVE SCAN-DATE-N TO ET-DATE (ENT-SUB).
           MOVE DS-SERIAL TO ET-SERIAL (ENT-SUB).
           MOVE JR-RUN-TIME TO ET-TIME (ENT-SUB).
           MOVE JR-BRANCH-ID TO ET-BRANCH (ENT-SUB).
           MOVE JR-ACTION TO ET-ACTION (ENT-SUB).
           MOVE JR-ACCOUNT TO ET-ACCOUNT (ENT-SUB).
           MOVE JR-BEFORE-IMAGE TO ET-BEFORE (ENT-SUB).
           MOVE JR-AFTER-IMAGE TO ET-AFTER (ENT-SUB).
           MOVE 'N' TO ET-WINDOW-SW (ENT-SUB).
           MOVE 'N' TO ET-ADDR-SW (ENT-SUB).
           MOVE 'N' TO ET-IDENT-SW (ENT-SUB).
           MOVE 'N' TO ET-TO-C-SW (ENT-SUB).
           MOVE 'N' TO ET-DONE-1-SW (ENT-SUB).
           MOVE 'N' TO ET-DONE-2-SW (ENT-SUB).

           IF SCAN-DATE-N NOT < FROM-DATE
               MOVE 'Y' TO ET-WINDOW-SW (ENT-SUB)
               ADD 1 TO ENTRIES-IN-WINDOW
           END-IF.

           IF JR-BEFORE-IMAGE = SPACES
               OR JR-AFTER-IMAGE = SPACES
               GO TO STORE-ENTRY-NEXT
           END-IF.

           MOVE JR-BEFORE-IMAGE TO BEFORE-VIEW.
           MOVE JR-AFTER-IMAGE TO AFTER-VIEW.
           IF BV-MAILING NOT = AV-MAILING
               MOVE 'Y' TO ET-ADDR-SW (ENT-SUB)
           END-IF.
           IF BV-NAME NOT = AV-NAME
               OR BV-BIRTHDAY NOT = AV-BIRTHDAY
               MOVE 'Y' TO ET-IDENT-SW (ENT-SUB)
           END-IF.
           IF AV-CUST-STATUS = "C"
               AND BV-CUST-STATUS NOT = "C"
               MOVE 'Y' TO ET-TO-C-SW (ENT-SUB)
           END-IF.

       STORE-ENTRY-NEXT.
           PERFORM READ-JRN-RTN THRU READ-JRN-EXIT.
       STORE-ENTRY-EXIT.
           EXIT.

      * CHECK-ADDR-IDENT-RTN - address and name/birthday changed
      * within N days, on one entry or on two.  One hit per
      * account, listing each address, name or birthday change
      * within N days of the entry that tripped it.
       CHECK-ADDR-IDENT-RTN.
           MOVE SPACES TO SuspRec.
           WRITE SuspRec.
           MOVE SPACES TO SuspRec.
           STRING "ADDRESS AND NAME OR BIRTHDAY CHANGED WITHIN "
               NEAR-DAYS " DAYS"
               DELIMITED BY SIZE
               INTO SuspRec.
           WRITE SuspRec.
           MOVE ZERO TO SECTION-HITS.

           PERFORM ADDR-IDENT-ONE-RTN THRU ADDR-IDENT-ONE-EXIT
               VARYING ENT-SUB FROM 1 BY 1
               UNTIL ENT-SUB > ENTRY-COUNT.

           MOVE SECTION-HITS TO HITS-ADDR-IDENT.
           PERFORM WRITE-NONE-RTN THRU WRITE-NONE-EXIT.
       CHECK-ADDR-IDENT-EXIT.
           EXIT.

       ADDR-IDENT-ONE-RTN.
           IF NOT ET-IN-WINDOW (ENT-SUB)
               OR ET-DONE-1 (ENT-SUB)
               GO TO ADDR-IDENT-ONE-EXIT
           END-IF.

           IF NOT ET-ADDR-CHG (ENT-SUB)
               AND NOT ET-IDENT-CHG (ENT-SUB)
               GO TO ADDR-IDENT-ONE-EXIT
           END-IF.

           MOVE 'N' TO HIT-SW.
           IF ET-ADDR-CHG (ENT-SUB) AND ET-IDENT-CHG (ENT-SUB)
               SET HIT-FOUND TO TRUE
           ELSE
               PERFORM FIND-PARTNER-RTN THRU FIND-PARTNER-EXIT
                   VARYING SCAN-SUB FROM 1 BY 1
                   UNTIL SCAN-SUB > ENTRY-COUNT
                   OR HIT-FOUND
           END-IF.

           IF NOT HIT-FOUND
               GO TO ADDR-IDENT-ONE-EXIT
           END-IF.

           ADD 1 TO SECTION-HITS.
           MOVE ET-ACCOUNT (ENT-SUB) TO HL-ACCOUNT.
           MOVE "ADDRESS AND NAME/BIRTHDAY CHANGED" TO HL-NOTE.
           PERFORM WRITE-HIT-RTN THRU WRITE-HIT-EXIT.

           PERFORM LIST-ADDR-IDENT-RTN THRU LIST-ADDR-IDENT-EXIT
               VARYING SCAN-SUB FROM 1 BY 1
               UNTIL SCAN-SUB > ENTRY-COUNT.
       ADDR-IDENT-ONE-EXIT.
           EXIT.

       FIND-PARTNER-RTN.
           IF SCAN-SUB = ENT-SUB
               OR ET-ACCOUNT (SCAN-SUB) NOT = ET-ACCOUNT (ENT-SUB)
               GO TO FIND-PARTNER-EXIT
           END-IF.

           PERFORM DAY-GAP-RTN THRU DAY-GAP-EXIT.
           IF DAY-GAP > NEAR-DAYS
               GO TO FIND-PARTNER-EXIT
           END-IF.

           IF (ET-ADDR-CHG (ENT-SUB) AND ET-IDENT-CHG (SCAN-SUB))
               OR (ET-IDENT-CHG (ENT-SUB) AND ET-ADDR-CHG (SCAN-SUB))
               SET HIT-FOUND TO TRUE
           END-IF.
       FIND-PARTNER-EXIT.
           EXIT.

       LIST-ADDR-IDENT-RTN.
           IF ET-ACCOUNT (SCAN-SUB) NOT = ET-ACCOUNT (ENT-SUB)
               GO TO LIST-ADDR-IDENT-EXIT
           END-IF.

           MOVE 'Y' TO ET-DONE-1-SW (SCAN-SUB).
           IF NOT ET-ADDR-CHG (SCAN-SUB)
               AND NOT ET-IDENT-CHG (SCAN-SUB)
               GO TO LIST-ADDR-IDENT-EXIT
           END-IF.

           PERFORM DAY-GAP-RTN THRU DAY-GAP-EXIT.
           IF DAY-GAP > NEAR-DAYS
               GO TO LIST-ADDR-IDENT-EXIT
           END-IF.

           MOVE SCAN-SUB TO PRINT-SUB.
           PERFORM WRITE-ENTRY-RTN THRU WRITE-ENTRY-EXIT.
       LIST-ADDR-IDENT-EXIT.
           EXIT.

      * CHECK-BRANCHES-RTN - an account changed in the window by
      * two or more branches; every window entry on the account
      * is listed so the branches can be compared.
       CHECK-BRANCHES-RTN.
           MOVE SPACES TO SuspRec.
           WRITE SuspRec.
           MOVE "ACCOUNTS CHANGED BY MORE THAN ONE BRANCH"
               TO SuspRec.
           WRITE SuspRec.
           MOVE ZERO TO SECTION-HITS.

           PERFORM BRANCHES-ONE-RTN THRU BRANCHES-ONE-EXIT
               VARYING ENT-SUB FROM 1 BY 1
               UNTIL ENT-SUB > ENTRY-COUNT.

           MOVE SECTION-HITS TO HITS-MULTI-BRANCH.
           PERFORM WRITE-NONE-RTN THRU WRITE-NONE-EXIT.
       CHECK-BRANCHES-EXIT.
           EXIT.

       BRANCHES-ONE-RTN.
           IF NOT ET-IN-WINDOW (ENT-SUB)
               OR ET-DONE-2 (ENT-SUB)
               GO TO BRANCHES-ONE-EXIT
           END-IF.

           MOVE ET-BRANCH (ENT-SUB) TO BRANCH-CHECK.
           IF AUTO-BRANCH
               GO TO BRANCHES-ONE-EXIT
           END-IF.

           MOVE 'N' TO HIT-SW.
           PERFORM FIND-OTHER-BRANCH-RTN THRU FIND-OTHER-BRANCH-EXIT
               VARYING SCAN-SUB FROM ENT-SUB BY 1
               UNTIL SCAN-SUB > ENTRY-COUNT
               OR HIT-FOUND.

           IF NOT HIT-FOUND
               GO TO BRANCHES-ONE-EXIT
           END-IF.

           ADD 1 TO SECTION-HITS.
           MOVE ET-ACCOUNT (ENT-SUB) TO HL-ACCOUNT.
           MOVE "CHANGED BY MORE THAN ONE BRANCH" TO HL-NOTE.
           PERFORM WRITE-HIT-RTN THRU WRITE-HIT-EXIT.

           PERFORM LIST-BRANCHES-RTN THRU LIST-BRANCHES-EXIT
               VARYING SCAN-SUB FROM ENT-SUB BY 1
               UNTIL SCAN-SUB > ENTRY-COUNT.
       BRANCHES-ONE-EXIT.
           EXIT.

       FIND-OTHER-BRANCH-RTN.
           IF ET-ACCOUNT (SCAN-SUB) NOT = ET-ACCOUNT (ENT-SUB)
               OR ET-BRANCH (SCAN-SUB) = ET-BRANCH (ENT-SUB)
               GO TO FIND-OTHER-BRANCH-EXIT
           END-IF.

           MOVE ET-BRANCH (SCAN-SUB) TO BRANCH-CHECK.
           IF NOT AUTO-BRANCH
               SET HIT-FOUND TO TRUE
           END-IF.
       FIND-OTHER-BRANCH-EXIT.
           EXIT.

       LIST-BRANCHES-RTN.
           IF ET-ACCOUNT (SCAN-SUB) NOT = ET-ACCOUNT (ENT-SUB)
               GO TO LIST-BRANCHES-EXIT
           END-IF.

           MOVE 'Y' TO ET-DONE-2-SW (SCAN-SUB).
           MOVE SCAN-SUB TO PRINT-SUB.
           PERFORM WRITE-ENTRY-RTN THRU WRITE-ENTRY-EXIT.
       LIST-BRANCHES-EXIT.
           EXIT.

      * CHECK-REINSTATE-RTN - a REINSTAT entry (window or
      * lookback) followed within N days by a change to the
      * same account from anyone else, inside the window.
       CHECK-REINSTATE-RTN.
           MOVE SPACES TO SuspRec.
           WRITE SuspRec.
           MOVE SPACES TO SuspRec.
           STRING "REINSTATED ACCOUNTS CHANGED AGAIN WITHIN "
               NEAR-DAYS " DAYS"
               DELIMITED BY SIZE
               INTO SuspRec.
           WRITE SuspRec.
           MOVE ZERO TO SECTION-HITS.

           PERFORM REINSTATE-ONE-RTN THRU REINSTATE-ONE-EXIT
               VARYING ENT-SUB FROM 1 BY 1
               UNTIL ENT-SUB > ENTRY-COUNT.

           MOVE SECTION-HITS TO HITS-REINSTATE.
           PERFORM WRITE-NONE-RTN THRU WRITE-NONE-EXIT.
       CHECK-REINSTATE-EXIT.
           EXIT.

       REINSTATE-ONE-RTN.
           IF ET-BRANCH (ENT-SUB) NOT = "REINSTAT"
               GO TO REINSTATE-ONE-EXIT
           END-IF.

           MOVE 'N' TO HIT-SW.
           PERFORM FIND-AFTER-REINSTATE-RTN
               THRU FIND-AFTER-REINSTATE-EXIT
               VARYING SCAN-SUB FROM ENT-SUB BY 1
               UNTIL SCAN-SUB > ENTRY-COUNT
               OR HIT-FOUND.

           IF NOT HIT-FOUND
               GO TO REINSTATE-ONE-EXIT
           END-IF.

           ADD 1 TO SECTION-HITS.
           MOVE ET-ACCOUNT (ENT-SUB) TO HL-ACCOUNT.
           MOVE "CHANGED AGAIN AFTER REINSTATEMENT" TO HL-NOTE.
           PERFORM WRITE-HIT-RTN THRU WRITE-HIT-EXIT.

           MOVE ENT-SUB TO PRINT-SUB.
           PERFORM WRITE-ENTRY-RTN THRU WRITE-ENTRY-EXIT.

           PERFORM LIST-AFTER-REINSTATE-RTN
               THRU LIST-AFTER-REINSTATE-EXIT
               VARYING SCAN-SUB FROM ENT-SUB BY 1
               UNTIL SCAN-SUB > ENTRY-COUNT.
       REINSTATE-ONE-EXIT.
           EXIT.

       FIND-AFTER-REINSTATE-RTN.
           IF SCAN-SUB = ENT-SUB
               OR ET-ACCOUNT (SCAN-SUB) NOT = ET-ACCOUNT (ENT-SUB)
               OR ET-BRANCH (SCAN-SUB) = "REINSTAT"
               OR NOT ET-IN-WINDOW (SCAN-SUB)
               GO TO FIND-AFTER-REINSTATE-EXIT
           END-IF.

           PERFORM DAY-GAP-RTN THRU DAY-GAP-EXIT.
           IF DAY-GAP NOT > NEAR-DAYS
               SET HIT-FOUND TO TRUE
           END-IF.
       FIND-AFTER-REINSTATE-EXIT.
           EXIT.

       LIST-AFTER-REINSTATE-RTN.
           IF SCAN-SUB = ENT-SUB
               OR ET-ACCOUNT (SCAN-SUB) NOT = ET-ACCOUNT (ENT-SUB)
               OR ET-BRANCH (SCAN-SUB) = "REINSTAT"
               GO TO LIST-AFTER-REINSTATE-EXIT
           END-IF.

           PERFORM DAY-GAP-RTN THRU DAY-GAP-EXIT.
           IF DAY-GAP > NEAR-DAYS
               GO TO LIST-AFTER-REINSTATE-EXIT
           END-IF.

           MOVE SCAN-SUB TO PRINT-SUB.
           PERFORM WRITE-ENTRY-RTN THRU WRITE-ENTRY-EXIT.
       LIST-AFTER-REINSTATE-EXIT.
           EXIT.

      * CHECK-FLIPS-RTN - Cust-Status flips to C in the window,
      * counted by run (date and run time) and branch; a run
      * and branch at or over the flip limit is a hit, listed
      * account by account.
       CHECK-FLIPS-RTN.
           MOVE SPACES TO SuspRec.
           WRITE SuspRec.
           MOVE SPACES TO SuspRec.
           STRING "RUNS WHERE ONE BRANCH FLIPPED " FLIP-LIMIT
               " OR MORE ACCOUNTS TO STATUS C"
               DELIMITED BY SIZE
               INTO SuspRec.
           WRITE SuspRec.
           MOVE ZERO TO SECTION-HITS.

           PERFORM COUNT-FLIP-RTN THRU COUNT-FLIP-EXIT
               VARYING ENT-SUB FROM 1 BY 1
               UNTIL ENT-SUB > ENTRY-COUNT.

           PERFORM FLIP-ONE-RTN THRU FLIP-ONE-EXIT
               VARYING FLIP-IDX FROM 1 BY 1
               UNTIL FLIP-IDX > FLIP-COUNT.

           MOVE SECTION-HITS TO HITS-FLIP-RUNS.
           PERFORM WRITE-NONE-RTN THRU WRITE-NONE-EXIT.

           IF FLIPS-NOT-COUNTED > ZERO
               MOVE SPACES TO SuspRec
               STRING "  *** FLIP TABLE FULL (500) - "
                   FLIPS-NOT-COUNTED " FLIPS NOT COUNTED ***"
                   DELIMITED BY SIZE
                   INTO SuspRec
               WRITE SuspRec
           END-IF.
       CHECK-FLIPS-EXIT.
           EXIT.

       COUNT-FLIP-RTN.
           IF NOT ET-IN-WINDOW (ENT-SUB)
               OR NOT ET-TO-C (ENT-SUB)
               GO TO COUNT-FLIP-EXIT
           END-IF.

           SET FLIP-IDX TO 1.
           SEARCH FLIP-ENTRY
               AT END
                   ADD 1 TO FLIPS-NOT-COUNTED
               WHEN FLIP-IDX > FLIP-COUNT
                   ADD 1 TO FLIP-COUNT
                   MOVE ET-DATE (ENT-SUB) TO FT-DATE (FLIP-IDX)
                   MOVE ET-TIME (ENT-SUB) TO FT-TIME (FLIP-IDX)
                   MOVE ET-BRANCH (ENT-SUB) TO FT-BRANCH (FLIP-IDX)
                   MOVE 1 TO FT-FLIPS (FLIP-IDX)
               WHEN FT-DATE (FLIP-IDX) = ET-DATE (ENT-SUB)
                   AND FT-TIME (FLIP-IDX) = ET-TIME (ENT-SUB)
                   AND FT-BRANCH (FLIP-IDX) = ET-BRANCH (ENT-SUB)
                   ADD 1 TO FT-FLIPS (FLIP-IDX)
           END-SEARCH.
       COUNT-FLIP-EXIT.
           EXIT.

       FLIP-ONE-RTN.
           IF FT-FLIPS (FLIP-IDX) < FLIP-LIMIT
               GO TO FLIP-ONE-EXIT
           END-IF.

           ADD 1 TO SECTION-HITS.
           MOVE FT-DATE (FLIP-IDX) TO FL-DATE.
           MOVE FT-TIME (FLIP-IDX) TO FL-TIME.
           MOVE FT-BRANCH (FLIP-IDX) TO FL-BRANCH.
           MOVE FT-FLIPS (FLIP-IDX) TO FL-FLIPS.
           MOVE FLIP-LINE TO SuspRec.
           WRITE SuspRec.

           PERFORM LIST-FLIP-RTN THRU LIST-FLIP-EXIT
               VARYING SCAN-SUB FROM 1 BY 1
               UNTIL SCAN-SUB > ENTRY-COUNT.
       FLIP-ONE-EXIT.
           EXIT.

       LIST-FLIP-RTN.
           IF ET-TO-C (SCAN-SUB)
               AND ET-IN-WINDOW (SCAN-SUB)
               AND ET-DATE (SCAN-SUB) = FT-DATE (FLIP-IDX)
               AND ET-TIME (SCAN-SUB) = FT-TIME (FLIP-IDX)
               AND ET-BRANCH (SCAN-SUB) = FT-BRANCH (FLIP-IDX)
               MOVE SCAN-SUB TO PRINT-SUB
               PERFORM WRITE-ENTRY-RTN THRU WRITE-ENTRY-EXIT
           END-IF.
       LIST-FLIP-EXIT.
           EXIT.

      * CHECK-MERGES-RTN - mstupd01 journals a merge as the
      * survivor (action M, both images) followed directly by
      * the delete of the merged-away record (action M, no
      * after-image).  A survivor whose address differs from
      * the merged-away record's, or whose own address changed,
      * is a hit.  A merge-away with no survivor entry ahead of
      * it (journals cut before the survivor was always
      * journaled) can't be checked and is only counted.
       CHECK-MERGES-RTN.
           MOVE SPACES TO SuspRec.
           WRITE SuspRec.
           MOVE "MERGES WHERE THE SURVIVOR HAS A DIFFERENT ADDRESS"
               TO SuspRec.
           WRITE SuspRec.
           MOVE ZERO TO SECTION-HITS.

           PERFORM MERGE-ONE-RTN THRU MERGE-ONE-EXIT
               VARYING ENT-SUB FROM 1 BY 1
               UNTIL ENT-SUB > ENTRY-COUNT.

           MOVE SECTION-HITS TO HITS-MERGE.
           PERFORM WRITE-NONE-RTN THRU WRITE-NONE-EXIT.
       CHECK-MERGES-EXIT.
           EXIT.

       MERGE-ONE-RTN.
           IF NOT ET-IN-WINDOW (ENT-SUB)
               OR ET-ACTION (ENT-SUB) NOT = "M"
               OR ET-AFTER (ENT-SUB) NOT = SPACES
               GO TO MERGE-ONE-EXIT
           END-IF.

           ADD 1 TO MERGES-CHECKED.
           IF ENT-SUB = 1
               ADD 1 TO MERGES-UNPAIRED
               GO TO MERGE-ONE-EXIT
           END-IF.

           COMPUTE PAIR-SUB = ENT-SUB - 1.
           IF ET-ACTION (PAIR-SUB) NOT = "M"
               OR ET-DATE (PAIR-SUB) NOT = ET-DATE (ENT-SUB)
               OR ET-TIME (PAIR-SUB) NOT = ET-TIME (ENT-SUB)
               OR ET-BEFORE (PAIR-SUB) = SPACES
               OR ET-AFTER (PAIR-SUB) = SPACES
               ADD 1 TO MERGES-UNPAIRED
               GO TO MERGE-ONE-EXIT
           END-IF.

           MOVE ET-BEFORE (ENT-SUB) TO BEFORE-VIEW.
           MOVE ET-AFTER (PAIR-SUB) TO AFTER-VIEW.
           IF BV-MAILING = AV-MAILING
               AND NOT ET-ADDR-CHG (PAIR-SUB)
               GO TO MERGE-ONE-EXIT
           END-IF.

           ADD 1 TO SECTION-HITS.
           MOVE ET-ACCOUNT (PAIR-SUB) TO HL-ACCOUNT.
           MOVE SPACES TO HL-NOTE.
           STRING "SURVIVED MERGE OF " ET-ACCOUNT (ENT-SUB)
               DELIMITED BY SIZE
               INTO HL-NOTE.
           PERFORM WRITE-HIT-RTN THRU WRITE-HIT-EXIT.

           MOVE PAIR-SUB TO PRINT-SUB.
           PERFORM WRITE-ENTRY-RTN THRU WRITE-ENTRY-EXIT.

      *    The merged-away record against the survivor: the
      *    before column is the record deleted, the after
      *    column what the survivor holds.
           MOVE ENT-SUB TO PRINT-SUB.
           PERFORM WRITE-ENTRY-LINE-RTN THRU WRITE-ENTRY-LINE-EXIT.
           MOVE ET-BEFORE (ENT-SUB) TO BEFORE-VIEW.
           MOVE ET-AFTER (PAIR-SUB) TO AFTER-VIEW.
           PERFORM WRITE-FIELDS-RTN THRU WRITE-FIELDS-EXIT.
       MERGE-ONE-EXIT.
           EXIT.

      * WRITE-ENTRY-RTN - the entry at PRINT-SUB and the before
      * and after value of every field it changed.
       WRITE-ENTRY-RTN.
           PERFORM WRITE-ENTRY-LINE-RTN THRU WRITE-ENTRY-LINE-EXIT.

           IF ET-BEFORE (PRINT-SUB) = SPACES
               OR ET-AFTER (PRINT-SUB) = SPACES
               GO TO WRITE-ENTRY-EXIT
           END-IF.

           MOVE ET-BEFORE (PRINT-SUB) TO BEFORE-VIEW.
           MOVE ET-AFTER (PRINT-SUB) TO AFTER-VIEW.
           PERFORM WRITE-FIELDS-RTN THRU WRITE-FIELDS-EXIT.
       WRITE-ENTRY-EXIT.
           EXIT.

       WRITE-ENTRY-LINE-RTN.
           MOVE SPACES TO ENTRY-LINE.
           MOVE ET-DATE (PRINT-SUB) TO EL-DATE.
           MOVE ET-TIME (PRINT-SUB) TO EL-TIME.
           MOVE ET-BRANCH (PRINT-SUB) TO EL-BRANCH.
           MOVE ET-ACTION (PRINT-SUB) TO EL-ACTION.
           MOVE ET-ACCOUNT (PRINT-SUB) TO EL-ACCOUNT.
           EVALUATE TRUE
               WHEN ET-ACTION (PRINT-SUB) = "M"
                   AND ET-AFTER (PRINT-SUB) = SPACES
                   MOVE "MERGED AWAY (BEFORE) VS SURVIVOR (AFTER)"
                       TO EL-NOTE
               WHEN ET-BEFORE (PRINT-SUB) = SPACES
                   MOVE "ADDED" TO EL-NOTE
               WHEN ET-AFTER (PRINT-SUB) = SPACES
                   MOVE "DELETED" TO EL-NOTE
               WHEN ET-BEFORE (PRINT-SUB) = ET-AFTER (PRINT-SUB)
                   MOVE "NO FIELD CHANGED" TO EL-NOTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE ENTRY-LINE TO SuspRec.
           WRITE SuspRec.
       WRITE-ENTRY-LINE-EXIT.
           EXIT.

      * WRITE-FIELDS-RTN - one line per field that differs
      * between BEFORE-VIEW and AFTER-VIEW.
       WRITE-FIELDS-RTN.
           IF BV-NAME NOT = AV-NAME
               MOVE "NAME" TO FD-LABEL
               MOVE BV-NAME TO FD-BEFORE
               MOVE AV-NAME TO FD-AFTER
               PERFORM WRITE-FIELD-LINE-RTN THRU WRITE-FIELD-LINE-EXIT
           END-IF.
           IF BV-GENDER NOT = AV-GENDER
               MOVE "GENDER" TO FD-LABEL
               MOVE BV-GENDER TO FD-BEFORE
               MOVE AV-GENDER TO FD-AFTER
               PERFORM WRITE-FIELD-LINE-RTN THRU WRITE-FIELD-LINE-EXIT
           END-IF.
           IF BV-BIRTHDAY NOT = AV-BIRTHDAY
               MOVE "BIRTHDAY" TO FD-LABEL
               MOVE BV-BIRTHDAY TO FD-BEFORE
               MOVE AV-BIRTHDAY TO FD-AFTER
               PERFORM WRITE-FIELD-LINE-RTN THRU WRITE-FIELD-LINE-EXIT
           END-IF.
           IF BV-ADDRESS NOT = AV-ADDRESS
               MOVE "ADDRESS" TO FD-LABEL
               MOVE BV-ADDRESS TO FD-BEFORE
               MOVE AV-ADDRESS TO FD-AFTER
               PERFORM WRITE-FIELD-LINE-RTN THRU WRITE-FIELD-LINE-EXIT
           END-IF.
           IF BV-CITY NOT = AV-CITY
               MOVE "CITY" TO FD-LABEL
               MOVE BV-CITY TO FD-BEFORE
               MOVE AV-CITY TO FD-AFTER
               PERFORM WRITE-FIELD-LINE-RTN THRU WRITE-FIELD-LINE-EXIT
           END-IF.
           IF BV-STATE NOT = AV-STATE
               MOVE "STATE" TO FD-LABEL
               MOVE BV-STATE TO FD-BEFORE
               MOVE AV-STATE TO FD-AFTER
               PERFORM WRITE-FIELD-LINE-RTN THRU WRITE-FIELD-LINE-EXIT
           END-IF.
           IF BV-ZIP NOT = AV-ZIP
               MOVE "ZIP" TO FD-LABEL
               MOVE BV-ZIP TO FD-BEFORE
               MOVE AV-ZIP TO FD-AFTER
               PERFORM WRITE-FIELD-LINE-RTN THRU WRITE-FIELD-LINE-EXIT
           END-IF.
           IF BV-CUST-STATUS NOT = AV-CUST-STATUS
               MOVE "STATUS" TO FD-LABEL
               MOVE BV-CUST-STATUS TO FD-BEFORE
               MOVE AV-CUST-STATUS TO FD-AFTER
               PERFORM WRITE-FIELD-LINE-RTN THRU WRITE-FIELD-LINE-EXIT
           END-IF.
           IF BV-LAST-ACTIVITY NOT = AV-LAST-ACTIVITY
               MOVE "ACTIVITY" TO FD-LABEL
               MOVE BV-LAST-ACTIVITY TO FD-BEFORE
               MOVE AV-LAST-ACTIVITY TO FD-AFTER
               PERFORM WRITE-FIELD-LINE-RTN THRU WRITE-FIELD-LINE-EXIT
           END-IF.
       WRITE-FIELDS-EXIT.
           EXIT.

       WRITE-FIELD-LINE-RTN.
           MOVE FIELD-LINE TO SuspRec.
           WRITE SuspRec.
       WRITE-FIELD-LINE-EXIT.
           EXIT.

       WRITE-HIT-RTN.
           MOVE HIT-LINE TO SuspRec.
           WRITE SuspRec.
       WRITE-HIT-EXIT.
           EXIT.

       WRITE-NONE-RTN.
           IF SECTION-HITS = ZERO
               MOVE "  NONE" TO SuspRec
               WRITE SuspRec
           END-IF.
       WRITE-NONE-EXIT.
           EXIT.

      * DAY-GAP-RTN - days between the entries at ENT-SUB and
      * SCAN-SUB, either order.
       DAY-GAP-RTN.
           COMPUTE DAY-GAP = ET-SERIAL (SCAN-SUB)
               - ET-SERIAL (ENT-SUB).
           IF DAY-GAP < ZERO
               COMPUTE DAY-GAP = ZERO - DAY-GAP
           END-IF.
       DAY-GAP-EXIT.
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

      * DAY-SERIAL-RTN - day number of DS-YYYY/MM/DD so "within
      * N days" is a subtraction.
       DAY-SERIAL-RTN.
           COMPUTE DS-PRIOR-YYYY = DS-YYYY - 1.
           COMPUTE DS-SERIAL = 365 * DS-PRIOR-YYYY.
           DIVIDE DS-PRIOR-YYYY BY 4 GIVING DS-QUOT.
           ADD DS-QUOT TO DS-SERIAL.
           DIVIDE DS-PRIOR-YYYY BY 100 GIVING DS-QUOT.
           SUBTRACT DS-QUOT FROM DS-SERIAL.
           DIVIDE DS-PRIOR-YYYY BY 400 GIVING DS-QUOT.
           ADD DS-QUOT TO DS-SERIAL.

           EVALUATE DS-MM
               WHEN 2  ADD 31 TO DS-SERIAL
               WHEN 3  ADD 59 TO DS-SERIAL
               WHEN 4  ADD 90 TO DS-SERIAL
               WHEN 5  ADD 120 TO DS-SERIAL
               WHEN 6  ADD 151 TO DS-SERIAL
               WHEN 7  ADD 181 TO DS-SERIAL
               WHEN 8  ADD 212 TO DS-SERIAL
               WHEN 9  ADD 243 TO DS-SERIAL
               WHEN 10 ADD 273 TO DS-SERIAL
               WHEN 11 ADD 304 TO DS-SERIAL
               WHEN 12 ADD 334 TO DS-SERIAL
               WHEN OTHER CONTINUE
           END-EVALUATE.

           IF DS-MM > 2
               MOVE 'N' TO DS-LEAP-SW
               DIVIDE DS-YYYY BY 4 GIVING DS-QUOT
                   REMAINDER DS-REM
               IF DS-REM = 0
                   DIVIDE DS-YYYY BY 100 GIVING DS-QUOT
                       REMAINDER DS-REM
                   IF DS-REM NOT = 0
                       SET DS-LEAP-YEAR TO TRUE
                   ELSE
                       DIVIDE DS-YYYY BY 400 GIVING DS-QUOT
                           REMAINDER DS-REM
                       IF DS-REM = 0
                           SET DS-LEAP-YEAR TO TRUE
                       END-IF
                   END-IF
               END-IF
               IF DS-LEAP-YEAR
                   ADD 1 TO DS-SERIAL
               END-IF
           END-IF.

           ADD DS-DD TO DS-SERIAL.
       DAY-SERIAL-EXIT.
           EXIT.

       WRITE-HEADING-RTN.
           MOVE SPACES TO SuspRec.
           STRING "SUSPICIOUS CHANGE REVIEW - " RUN-DATE
               DELIMITED BY SIZE
               INTO SuspRec.
           WRITE SuspRec.

           MOVE SPACES TO SuspRec.
           STRING "JOURNALS " FROM-DATE " THROUGH " TO-DATE
               "  (CHANGES BACK TO " LOOKBACK-DATE
               " READ FOR CONTEXT)"
               DELIMITED BY SIZE
               INTO SuspRec.
           WRITE SuspRec.

           MOVE SPACES TO SuspRec.
           STRING "N = " NEAR-DAYS " DAYS   C FLIP LIMIT = "
               FLIP-LIMIT
               DELIMITED BY SIZE
               INTO SuspRec.
           WRITE SuspRec.

           MOVE SPACES TO SuspRec.
           WRITE SuspRec.
           MOVE SPACES TO SuspRec.
           MOVE "    RUN DATE TIME    BRANCH    A  ACCOUNT"
               TO SuspRec.
           WRITE SuspRec.
           MOVE SPACES TO SuspRec.
           MOVE "FIELD     BEFORE" TO SuspRec (9:16).
           MOVE "AFTER" TO SuspRec (71:5).
           WRITE SuspRec.
       WRITE-HEADING-EXIT.
           EXIT.

       WRITE-TOTALS-RTN.
           MOVE SPACES TO SuspRec.
           WRITE SuspRec.
           MOVE SPACES TO SuspRec.
           STRING "JOURNALS READ ............: " JOURNALS-READ
               DELIMITED BY SIZE
               INTO SuspRec.
           WRITE SuspRec.
           MOVE SPACES TO SuspRec.
           STRING "ENTRIES READ .............: " ENTRIES-READ
               DELIMITED BY SIZE
               INTO SuspRec.
           WRITE SuspRec.
           MOVE SPACES TO SuspRec.
           STRING "ENTRIES IN WINDOW ........: " ENTRIES-IN-WINDOW
               DELIMITED BY SIZE
               INTO SuspRec.
           WRITE SuspRec.
           MOVE SPACES TO SuspRec.
           STRING "ADDRESS + NAME/BIRTHDAY ..: " HITS-ADDR-IDENT
               DELIMITED BY SIZE
               INTO SuspRec.
           WRITE SuspRec.
           MOVE SPACES TO SuspRec.
           STRING "MORE THAN ONE BRANCH .....: " HITS-MULTI-BRANCH
               DELIMITED BY SIZE
               INTO SuspRec.
           WRITE SuspRec.
           MOVE SPACES TO SuspRec.
           STRING "CHANGED AFTER REINSTATE ..: " HITS-REINSTATE
               DELIMITED BY SIZE
               INTO SuspRec.
           WRITE SuspRec.
           MOVE SPACES TO SuspRec.
           STRING "C-FLIP RUNS OVER LIMIT ...: " HITS-FLIP-RUNS
               DELIMITED BY SIZE
               INTO SuspRec.
           WRITE SuspRec.
           MOVE SPACES TO SuspRec.
           STRING "MERGES CHECKED ...........: " MERGES-CHECKED
               DELIMITED BY SIZE
               INTO SuspRec.
           WRITE SuspRec.
           MOVE SPACES TO SuspRec.
           STRING "MERGES WITH NO SURVIVOR ..: " MERGES-UNPAIRED
               DELIMITED BY SIZE
               INTO SuspRec.
           WRITE SuspRec.
           MOVE SPACES TO SuspRec.
           STRING "MERGE ADDRESS DIFFERS ....: " HITS-MERGE
               DELIMITED BY SIZE
               INTO SuspRec.
           WRITE SuspRec.
           MOVE SPACES TO SuspRec.
           STRING "TOTAL HITS ...............: " HITS-TOTAL
               DELIMITED BY SIZE
               INTO SuspRec.
           WRITE SuspRec.
       WRITE-TOTALS-EXIT.
           EXIT.
