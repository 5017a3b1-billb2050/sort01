       IDENTIFICATION DIVISION.
       PROGRAM-ID. rollfwd01.
      * A GnuCOBOL program
      * On: 10/15/2026
      * By: Bill Blasingim
      *
      * Forward recovery of the indexed customer master.  When
      * customer.mst itself is damaged or lost, mstbak01 has
      * nothing to back out of; this rebuilds the master from a
      * dated copy of the nightly extract
      * (customer-master.ext.yyyymmdd - the mstext01 unload
      * kept under its extract date) and then reapplies the
      * after-image of every entry on every
      * customer-journal.yyyymmdd written since, day by day and
      * in run-time order within the day, so nothing applied
      * since the extract was cut is lost.
      *
      * PARM token 1 is the extract date (yyyymmdd, required).
      * Token 2 is an optional stop date (yyyymmdd) and token 3
      * an optional stop time (hhmmss): nothing journaled at or
      * after that point is replayed, so giving the date and
      * run time of a bad mstupd01 run recovers the master to
      * just before it.  A stop date with no time stops before
      * the first run of that day.  With no stop, every journal
      * through today is replayed.
      *
      * mstupd01 runs before mstext01 in the nightly order, so
      * the extract date's own journal may already be in the
      * extract.  An entry on that journal whose result the
      * master already holds (the after-image is there, or a
      * deleted record is already gone) is counted as already
      * in the extract and skipped.  Anywhere else, an entry
      * whose before-image is not what the master holds at that
      * point is a mismatch: the after-image is still applied -
      * the journal is the record of what happened - but the
      * master and journal images both go on the report for
      * review.
      *
      * rollfwd-recovery.rpt lists the journals replayed, each
      * run's entries applied, already in the extract and
      * mismatched, and checks each run against mstupd01's own
      * record on run-history.dat (transactions applied - a
      * merge journals a survivor rewrite and a delete but is
      * one transaction).  An mstupd01 run on run-history.dat
      * that applied transactions but left nothing to replay
      * means a journal is missing and the master is NOT
      * complete.  mstbak01 backouts in the window are listed
      * too: a backout isn't journaled, so the backed-out run
      * has been replayed and must be backed out again.
      *
      * purge01 doesn't journal either - it deletes straight
      * off the master and records what it took on
      * archive-catalog.dat (archcat.cpy) and its run on
      * run-history.dat.  Each day's purges are replayed off
      * the catalog: every entry archived that day is deleted
      * from the rebuilt master at the time the day's last
      * PURGE01 run finished (run-history), ahead of any
      * journal run that started later, so a customer purged
      * and reinstated the same day comes back.  With no
      * PURGE01 record for the day they go after the day's
      * journal.  On the stop date they are replayed only if
      * that PURGE01 run finished before the stop time.  An
      * account already gone is counted as already in the
      * extract on the extract date and listed as an
      * exception on any other day.  Each day's catalog count
      * is balanced against the PURGE01 run-history records
      * (records archived) for the day.
      *
       Environment Division.
       Input-Output Section.
       File-Control.
       Select ExtFile Assign to Dynamic EXTRACT-NAME
         Line Sequential
         File Status EXT-STATUS.
       Select MstFile Assign to
         "./customer.mst"
         Organization Indexed
         Access Random
         Record Key MST-ACCOUNT
         Alternate Record Key MST-LAST With Duplicates
         File Status MST-STATUS.
       Select JrnFile Assign to Dynamic JOURNAL-NAME
         Line Sequential
         File Status JRN-STATUS.
       Select RecoveryFile Assign to
         "./rollfwd-recovery.rpt"
         Line Sequential.
       Select RunHistFile Assign to
         "./run-history.dat"
         Line Sequential
         File Status RUNHIST-STATUS.
       Select ArchCatFile Assign to
         "./archive-catalog.dat"
         Line Sequential
         File Status ARCHCAT-STATUS.
       Data Division.
       File Section.
       FD ExtFile.
         01 ExtRec.
           COPY "copybooks/custrec.cpy".

       FD MstFile.
         01 MstRec.
           COPY "copybooks/mstrec.cpy".

       FD JrnFile.
         01 JrnRec.
           COPY "copybooks/jrnlrec.cpy".

       FD RecoveryFile.
         01 RecoveryRec      pic x(170).

       FD RunHistFile.
         01 RunHistRec.
           COPY "copybooks/runhist.cpy".

       FD ArchCatFile.
         01 ArchCatRec.
           COPY "copybooks/archcat.cpy".

       Working-Storage Section.
         01 Misc.
           05        Pic X
             Value "N".
           88 EOF     Value "Y".
           05 JRN-EOF-SW      Pic X Value "N".
           88 JRN-EOF  Value "Y".
           05 RUNHIST-EOF-SW  Pic X Value "N".
           88 RUNHIST-EOF  Value "Y".
           05 STOP-SW         Pic X Value "N".
           88 STOP-REACHED  Value "Y".
           05 ARCHCAT-EOF-SW  Pic X Value "N".
           88 ARCHCAT-EOF  Value "Y".

         01 FILE-STATUSES.
           05 EXT-STATUS                PIC X(02).
           05 MST-STATUS                PIC X(02).
           05 JRN-STATUS                PIC X(02).
           05 RUNHIST-STATUS            PIC X(02).
           05 ARCHCAT-STATUS            PIC X(02).

         01 EXTRACT-NAME                PIC X(80).
         01 JOURNAL-NAME                PIC X(80).

         01 PARM-LINE                   PIC X(80).
         01 RUN-PARMS.
           05 EXTRACT-PARM              PIC X(08).
           05 STOP-DATE-PARM            PIC X(08).
           05 STOP-TIME-PARM            PIC X(06).

         01 STOP-POINT.
           05 STOP-SET-SW               PIC X(01) VALUE 'N'.
              88 STOP-SET                         VALUE 'Y'.
           05 STOP-DATE                 PIC 9(08) VALUE ZERO.
           05 STOP-TIME                 PIC 9(06) VALUE ZERO.

         01 EXTRACT-DATE-N              PIC 9(08).
         01 END-DATE                    PIC 9(08).

         COPY "copybooks/brnchrec.cpy".

         01 HDR-DATE-CHECK.
           05 HC-YYYY                   PIC X(4).
           05 HC-MM                     PIC X(2).
           05 HC-DD                     PIC X(2).
         01 HDR-SEEN-SW                 PIC X(01) VALUE 'N'.
            88 HDR-SEEN                           VALUE 'Y'.
         01 TRL-SEEN-SW                 PIC X(01) VALUE 'N'.
            88 TRL-SEEN                           VALUE 'Y'.
         01 TRL-COUNT                   PIC 9(07) VALUE ZERO.

      * The journal date being replayed, walked forward a day
      * at a time from the extract date.
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

      * One entry per mstupd01 run replayed (a run is one run
      * time on one day's journal).
         01 RUN-TABLE.
           05 RUN-COUNT                 PIC 9(04) VALUE ZERO.
           05 RUN-ENTRY OCCURS 1000 TIMES.
             10 RT-DATE                 PIC 9(08).
             10 RT-TIME                 PIC 9(06).
             10 RT-ENTRIES              PIC 9(07).
             10 RT-TXNS                 PIC 9(07).
             10 RT-APPLIED              PIC 9(07).
             10 RT-ALREADY              PIC 9(07).
             10 RT-MISMATCH             PIC 9(07).
             10 RT-RH-APPLIED           PIC 9(07).
             10 RT-RH-SW                PIC X(01).
                88 RT-RH-FOUND                    VALUE 'Y'.
         01 RUN-SUB                     PIC 9(04) COMP.
         01 RUN-OPEN-SW                 PIC X(01) VALUE 'N'.
            88 RUN-IS-OPEN                        VALUE 'Y'.

      * The day's purges: when the last PURGE01 run that day
      * finished and what it archived, by run-history, and
      * what the catalog shows archived that day.
         01 PURGE-DAY.
           05 PURGES-PENDING-SW         PIC X(01).
              88 PURGES-PENDING                   VALUE 'Y'.
           05 PURGE-RH-SW               PIC X(01).
              88 PURGE-RH-FOUND                   VALUE 'Y'.
           05 PURGE-STOP-SW             PIC X(01).
              88 PURGE-AFTER-STOP                 VALUE 'Y'.
           05 PURGE-TIME                PIC 9(06).
           05 PD-RH-ARCHIVED            PIC 9(07).
           05 PD-CATALOGED              PIC 9(07).
           05 PD-DELETED                PIC 9(07).
           05 PD-ALREADY                PIC 9(07).
           05 PD-NOT-ON-MASTER          PIC 9(07).

      * mstupd01, mstbak01 and purge01 records off
      * run-history.dat from the extract date on.
         01 HIST-TABLE.
           05 HIST-COUNT                PIC 9(04) VALUE ZERO.
           05 HIST-ENTRY OCCURS 2000 TIMES.
             10 HT-PROGRAM              PIC X(10).
             10 HT-DATE                 PIC 9(08).
             10 HT-TIME                 PIC 9(06).
             10 HT-WRITTEN              PIC 9(07).
             10 HT-INPUT-FILE           PIC X(50).
             10 HT-USED-SW              PIC X(01).
                88 HT-USED                        VALUE 'Y'.
         01 HIST-SUB                    PIC 9(04) COMP.

         01 ENTRY-RESULT                PIC X(01).
            88 ENTRY-APPLIED                      VALUE 'A'.
            88 ENTRY-ALREADY                      VALUE 'X'.
            88 ENTRY-MISMATCH                     VALUE 'M'.
         01 MISMATCH-REASON             PIC X(40).
         01 MASTER-IMAGE                PIC X(144).
         01 MASTER-HIT-SW               PIC X(01).
            88 ON-MASTER                          VALUE 'Y'.

         01 RECOVERY-TOTALS.
           05 EXTRACT-READ              PIC 9(07) VALUE ZERO.
           05 EXTRACT-LOADED            PIC 9(07) VALUE ZERO.
           05 EXTRACT-REJECTED          PIC 9(07) VALUE ZERO.
           05 JOURNALS-REPLAYED         PIC 9(05) VALUE ZERO.
           05 ENTRIES-READ              PIC 9(07) VALUE ZERO.
           05 ENTRIES-APPLIED           PIC 9(07) VALUE ZERO.
           05 ENTRIES-ALREADY           PIC 9(07) VALUE ZERO.
           05 ENTRIES-MISMATCHED        PIC 9(07) VALUE ZERO.
           05 ENTRIES-AFTER-STOP        PIC 9(07) VALUE ZERO.
           05 RUNS-OUT-OF-BALANCE       PIC 9(05) VALUE ZERO.
           05 RUNS-NO-HISTORY           PIC 9(05) VALUE ZERO.
           05 HISTORY-NOT-REPLAYED      PIC 9(05) VALUE ZERO.
           05 BACKOUTS-IN-WINDOW        PIC 9(05) VALUE ZERO.
           05 PURGES-CATALOGED          PIC 9(07) VALUE ZERO.
           05 PURGES-REPLAYED           PIC 9(07) VALUE ZERO.
           05 PURGES-ALREADY            PIC 9(07) VALUE ZERO.
           05 PURGES-NOT-ON-MASTER      PIC 9(07) VALUE ZERO.
           05 PURGES-AFTER-STOP         PIC 9(07) VALUE ZERO.
           05 PURGE-DAYS-OUT-OF-BALANCE PIC 9(05) VALUE ZERO.

         01 DETAIL-LINE.
           05 DL-DATE                   PIC X(08).
           05 Filler                    PIC X(1) VALUE SPACE.
           05 DL-TIME                   PIC X(06).
           05 Filler                    PIC X(2) VALUE SPACES.
           05 DL-BRANCH-ID              PIC X(08).
           05 Filler                    PIC X(2) VALUE SPACES.
           05 DL-ACTION                 PIC X(01).
           05 Filler                    PIC X(2) VALUE SPACES.
           05 DL-ACCOUNT                PIC X(18).
           05 Filler                    PIC X(2) VALUE SPACES.
           05 DL-REASON                 PIC X(40).

         01 IMAGE-LINE.
           05 Filler                    PIC X(6) VALUE SPACES.
           05 IL-LABEL                  PIC X(14).
           05 IL-IMAGE                  PIC X(144).

         01 RUN-LINE.
           05 RL-DATE                   PIC X(08).
           05 Filler                    PIC X(1) VALUE SPACE.
           05 RL-TIME                   PIC X(06).
           05 Filler                    PIC X(2) VALUE SPACES.
           05 RL-ENTRIES                PIC ZZZ,ZZ9.
           05 Filler                    PIC X(2) VALUE SPACES.
           05 RL-APPLIED                PIC ZZZ,ZZ9.
           05 Filler                    PIC X(2) VALUE SPACES.
           05 RL-ALREADY                PIC ZZZ,ZZ9.
           05 Filler                    PIC X(2) VALUE SPACES.
           05 RL-MISMATCH               PIC ZZZ,ZZ9.
           05 Filler                    PIC X(2) VALUE SPACES.
           05 RL-TXNS                   PIC ZZZ,ZZ9.
           05 Filler                    PIC X(2) VALUE SPACES.
           05 RL-RH-APPLIED             PIC ZZZ,ZZ9.
           05 Filler                    PIC X(2) VALUE SPACES.
           05 RL-CHECK                  PIC X(20).

         01 PURGE-LINE.
           05 Filler                    PIC X(08) VALUE "PURGES".
           05 PL-DATE                   PIC X(08).
           05 Filler                    PIC X(1) VALUE SPACE.
           05 PL-TIME                   PIC X(06).
           05 Filler                    PIC X(12)
              VALUE "  CATALOGED".
           05 PL-CATALOGED              PIC ZZZ,ZZ9.
           05 Filler                    PIC X(10)
              VALUE "  DELETED".
           05 PL-DELETED                PIC ZZZ,ZZ9.
           05 Filler                    PIC X(10)
              VALUE "  ALREADY".
           05 PL-ALREADY                PIC ZZZ,ZZ9.
           05 Filler                    PIC X(16)
              VALUE "  NOT ON MASTER".
           05 PL-NOT-ON-MASTER          PIC ZZZ,ZZ9.
           05 Filler                    PIC X(10)
              VALUE "  RUNHIST".
           05 PL-RH-ARCHIVED            PIC ZZZ,ZZ9.
           05 Filler                    PIC X(2) VALUE SPACES.
           05 PL-CHECK                  PIC X(20).

         01 HIST-LINE.
           05 HL-PROGRAM                PIC X(10).
           05 Filler                    PIC X(2) VALUE SPACES.
           05 HL-DATE                   PIC X(08).
           05 Filler                    PIC X(1) VALUE SPACE.
           05 HL-TIME                   PIC X(06).
           05 Filler                    PIC X(2) VALUE SPACES.
           05 HL-WRITTEN                PIC ZZZ,ZZ9.
           05 Filler                    PIC X(2) VALUE SPACES.
           05 HL-NOTE                   PIC X(80).

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
               INTO EXTRACT-PARM STOP-DATE-PARM STOP-TIME-PARM.

           IF EXTRACT-PARM NOT NUMERIC
               DISPLAY "ROLLFWD01: PARM MUST BE THE EXTRACT DATE "
                   "(YYYYMMDD), GOT '" EXTRACT-PARM "'"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE EXTRACT-PARM TO EXTRACT-DATE-N.

           IF STOP-DATE-PARM NOT = SPACES
               IF STOP-DATE-PARM NOT NUMERIC
                   DISPLAY "ROLLFWD01: STOP DATE MUST BE YYYYMMDD, "
                       "GOT '" STOP-DATE-PARM "'"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET STOP-SET TO TRUE
               MOVE STOP-DATE-PARM TO STOP-DATE
           END-IF.

           IF STOP-TIME-PARM NOT = SPACES
               IF STOP-TIME-PARM NOT NUMERIC OR NOT STOP-SET
                   DISPLAY "ROLLFWD01: STOP TIME MUST BE HHMMSS "
                       "AFTER A STOP DATE, GOT '" STOP-TIME-PARM
                       "'"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE STOP-TIME-PARM TO STOP-TIME
           END-IF.

           IF STOP-SET AND STOP-DATE < EXTRACT-DATE-N
               DISPLAY "ROLLFWD01: STOP DATE " STOP-DATE
                   " IS BEFORE THE EXTRACT DATE " EXTRACT-DATE-N
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT TODAY FROM DATE YYYYMMDD.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           IF STOP-SET AND STOP-DATE < TODAY-N
               MOVE STOP-DATE TO END-DATE
           ELSE
               MOVE TODAY-N TO END-DATE
           END-IF.

           MOVE SPACES TO EXTRACT-NAME.
           STRING "./customer-master.ext." EXTRACT-PARM
               DELIMITED BY SIZE
               INTO EXTRACT-NAME.

           OPEN INPUT ExtFile.
           IF EXT-STATUS NOT = "00"
               DISPLAY "ROLLFWD01: NO EXTRACT " EXTRACT-NAME
                   " (STATUS " EXT-STATUS ") - NOTHING REBUILT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT MstFile.
           IF MST-STATUS NOT = "00"
               DISPLAY "ROLLFWD01: MASTER WON'T OPEN, STATUS "
                   MST-STATUS " - NOTHING REBUILT"
               CLOSE ExtFile
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM READ-EXT-RTN THRU READ-EXT-EXIT.
           PERFORM LOAD-RTN THRU LOAD-EXIT
               UNTIL EOF.
           CLOSE ExtFile, MstFile.

           PERFORM CHECK-EXTRACT-RTN THRU CHECK-EXTRACT-EXIT.

           PERFORM LOAD-HISTORY-RTN THRU LOAD-HISTORY-EXIT.

           OPEN I-O MstFile.
           IF MST-STATUS NOT = "00"
               DISPLAY "ROLLFWD01: REBUILT MASTER WON'T REOPEN, "
                   "STATUS " MST-STATUS " - NO JOURNAL REPLAYED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT RecoveryFile.
           PERFORM WRITE-HEADING-RTN THRU WRITE-HEADING-EXIT.

           MOVE EXTRACT-DATE-N TO SCAN-DATE-N.
           PERFORM REPLAY-JOURNAL-RTN THRU REPLAY-JOURNAL-EXIT
               UNTIL SCAN-DATE-N > END-DATE
               OR STOP-REACHED.

           CLOSE MstFile.

           PERFORM CROSS-CHECK-RTN THRU CROSS-CHECK-EXIT.
           PERFORM WRITE-TOTALS-RTN THRU WRITE-TOTALS-EXIT.

           CLOSE RecoveryFile.

           DISPLAY "ROLLFWD01 CONTROL TOTALS".
           DISPLAY "  EXTRACT RECORDS READ : " EXTRACT-READ.
           DISPLAY "  EXTRACT LOADED ......: " EXTRACT-LOADED.
           DISPLAY "  EXTRACT REJECTED ....: " EXTRACT-REJECTED.
           DISPLAY "  JOURNALS REPLAYED ...: " JOURNALS-REPLAYED.
           DISPLAY "  ENTRIES READ ........: " ENTRIES-READ.
           DISPLAY "  ENTRIES APPLIED .....: " ENTRIES-APPLIED.
           DISPLAY "  ALREADY IN EXTRACT ..: " ENTRIES-ALREADY.
           DISPLAY "  BEFORE-IMAGE MISMATCH: " ENTRIES-MISMATCHED.
           DISPLAY "  RUNS OUT OF BALANCE .: " RUNS-OUT-OF-BALANCE.
           DISPLAY "  PURGES REPLAYED .....: " PURGES-REPLAYED.
           DISPLAY "  PURGED, NOT ON MASTER: " PURGES-NOT-ON-MASTER.
           DISPLAY "  PURGE DAYS UNBALANCED: "
               PURGE-DAYS-OUT-OF-BALANCE.
           IF ENTRIES-MISMATCHED > ZERO
               OR RUNS-OUT-OF-BALANCE > ZERO
               OR RUNS-NO-HISTORY > ZERO
               OR HISTORY-NOT-REPLAYED > ZERO
               OR BACKOUTS-IN-WINDOW > ZERO
               OR PURGES-NOT-ON-MASTER > ZERO
               OR PURGE-DAYS-OUT-OF-BALANCE > ZERO
               DISPLAY "*** ROLLFWD01: RECOVERY HAS EXCEPTIONS - "
                   "SEE ROLLFWD-RECOVERY.RPT BEFORE RELEASING "
                   "THE MASTER ***"
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
           MOVE "ROLLFWD01" TO RH-PROGRAM.
           MOVE RUN-DATE TO RH-RUN-DATE.
           MOVE RUN-TIME-HHMMSS TO RH-RUN-TIME.
           MOVE EXTRACT-NAME TO RH-INPUT-FILE.
           MOVE ENTRIES-READ TO RH-RECORDS-READ.
           MOVE ENTRIES-APPLIED TO RH-RECORDS-WRITTEN.
           MOVE ENTRIES-MISMATCHED TO RH-RECORDS-REJECTED.
           MOVE "COMPLETE" TO RH-RUN-STATUS.
           WRITE RunHistRec.

           CLOSE RunHistFile.
       WRITE-RUN-HISTORY-EXIT.
           EXIT.

       READ-EXT-RTN.
           Read ExtFile
             At End
               Set EOF to True
           End-Read.
       READ-EXT-EXIT.
           EXIT.

      * LOAD-RTN - same load mstbld01 does, plus the extract's
      * own header and trailer are kept for CHECK-EXTRACT-RTN.
       LOAD-RTN.
           IF ExtRec (1:3) = "HDR"
               MOVE ExtRec (1:25) TO BRANCH-HEADER-REC
               SET HDR-SEEN TO TRUE
               GO TO LOAD-NEXT-RTN
           END-IF.

           IF ExtRec (1:3) = "TRL"
               MOVE ExtRec (1:12) TO BRANCH-TRAILER-REC
               MOVE BT-RECORD-COUNT TO TRL-COUNT
               SET TRL-SEEN TO TRUE
               GO TO LOAD-NEXT-RTN
           END-IF.

           ADD 1 TO EXTRACT-READ.

           IF Account = SPACES
               ADD 1 TO EXTRACT-REJECTED
               DISPLAY "ROLLFWD01: BLANK ACCOUNT ON EXTRACT, "
                   "RECORD " EXTRACT-READ " NOT LOADED"
               GO TO LOAD-NEXT-RTN
           END-IF.

           MOVE Account TO MST-ACCOUNT.
           MOVE Gender TO MST-GENDER.
           MOVE I-First TO MST-FIRST.
           MOVE I-Middle TO MST-MIDDLE.
           MOVE I-Last TO MST-LAST.
           MOVE I-Birthday TO MST-BIRTHDAY.
           MOVE I-Address TO MST-ADDRESS.
           MOVE City TO MST-CITY.
           MOVE State TO MST-STATE.
           MOVE Zip TO MST-ZIP.
           MOVE Cust-Status TO MST-CUST-STATUS.
           MOVE Last-Activity TO MST-LAST-ACTIVITY.

           WRITE MstRec
               INVALID KEY
                   ADD 1 TO EXTRACT-REJECTED
                   DISPLAY "ROLLFWD01: DUPLICATE ACCOUNT "
                       Account " ON EXTRACT NOT LOADED"
               NOT INVALID KEY
                   ADD 1 TO EXTRACT-LOADED
           END-WRITE.

       LOAD-NEXT-RTN.
           PERFORM READ-EXT-RTN THRU READ-EXT-EXIT.
       LOAD-EXIT.
           EXIT.

      * CHECK-EXTRACT-RTN - a truncated extract is no base to
      * roll forward from: a trailer that doesn't balance stops
      * the run before any journal is replayed.  A header date
      * other than the PARM date is only warned about - a copy
      * may have been kept under the wrong name.
       CHECK-EXTRACT-RTN.
           IF NOT TRL-SEEN
               DISPLAY "*** ROLLFWD01: NO TRAILER ON "
                   EXTRACT-NAME " - RUN STOPPED, NO JOURNAL "
                   "REPLAYED ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF TRL-COUNT NOT = EXTRACT-READ
               DISPLAY "*** ROLLFWD01: " EXTRACT-NAME
                   " OUT OF BALANCE - TRAILER " TRL-COUNT
                   " VS READ " EXTRACT-READ " - RUN STOPPED, NO "
                   "JOURNAL REPLAYED ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF HDR-SEEN
               MOVE BH-EXTRACT-DATE (1:4) TO HC-YYYY
               MOVE BH-EXTRACT-DATE (6:2) TO HC-MM
               MOVE BH-EXTRACT-DATE (9:2) TO HC-DD
               IF HDR-DATE-CHECK NOT = EXTRACT-PARM
                   DISPLAY "*** ROLLFWD01: " EXTRACT-NAME
                       " HEADER IS DATED " BH-EXTRACT-DATE
                       " - CHECK THE RIGHT EXTRACT WAS KEPT ***"
               END-IF
           END-IF.
       CHECK-EXTRACT-EXIT.
           EXIT.

      * LOAD-HISTORY-RTN - mstupd01, mstbak01 and purge01
      * records from the extract date on, for the cross-check
      * and the purge replay.
       LOAD-HISTORY-RTN.
           OPEN INPUT RunHistFile.
           IF RUNHIST-STATUS NOT = "00"
               DISPLAY "ROLLFWD01: NO RUN-HISTORY.DAT (STATUS "
                   RUNHIST-STATUS ") - REPLAY CAN'T BE "
                   "CROSS-CHECKED"
               GO TO LOAD-HISTORY-EXIT
           END-IF.

           PERFORM READ-RUNHIST-RTN THRU READ-RUNHIST-EXIT.
           PERFORM STORE-HISTORY-RTN THRU STORE-HISTORY-EXIT
               UNTIL RUNHIST-EOF.

           CLOSE RunHistFile.
       LOAD-HISTORY-EXIT.
           EXIT.

       READ-RUNHIST-RTN.
           Read RunHistFile
             At End
               Set RUNHIST-EOF to True
           End-Read.
       READ-RUNHIST-EXIT.
           EXIT.

       STORE-HISTORY-RTN.
           IF RH-PROGRAM NOT = "MSTUPD01"
               AND RH-PROGRAM NOT = "MSTBAK01"
               AND RH-PROGRAM NOT = "PURGE01"
               GO TO STORE-HISTORY-NEXT
           END-IF.

           IF RH-RUN-DATE NOT NUMERIC
               OR RH-RUN-DATE < EXTRACT-DATE-N
               GO TO STORE-HISTORY-NEXT
           END-IF.

           IF HIST-COUNT >= 2000
               DISPLAY "ROLLFWD01: RUN-HISTORY TABLE FULL (2000) "
                   "- LATER RUNS NOT CROSS-CHECKED"
               GO TO STORE-HISTORY-NEXT
           END-IF.

           ADD 1 TO HIST-COUNT.
           MOVE HIST-COUNT TO HIST-SUB.
           MOVE RH-PROGRAM TO HT-PROGRAM (HIST-SUB).
           MOVE RH-RUN-DATE TO HT-DATE (HIST-SUB).
           MOVE RH-RUN-TIME TO HT-TIME (HIST-SUB).
           MOVE RH-RECORDS-WRITTEN TO HT-WRITTEN (HIST-SUB).
           MOVE RH-INPUT-FILE TO HT-INPUT-FILE (HIST-SUB).
           MOVE 'N' TO HT-USED-SW (HIST-SUB).

       STORE-HISTORY-NEXT.
           PERFORM READ-RUNHIST-RTN THRU READ-RUNHIST-EXIT.
       STORE-HISTORY-EXIT.
           EXIT.

      * REPLAY-JOURNAL-RTN - one day's journal, in file order,
      * which is run-time order: each mstupd01 run appends.
      * A day with no journal is a day mstupd01 didn't run.
      * The day's purges go in ahead of the first run that
      * started after PURGE01 finished, or after the last.
       REPLAY-JOURNAL-RTN.
           PERFORM SET-PURGE-DAY-RTN THRU SET-PURGE-DAY-EXIT.

           MOVE SPACES TO JOURNAL-NAME.
           STRING "./customer-journal." SCAN-DATE-X
               DELIMITED BY SIZE
               INTO JOURNAL-NAME.

           OPEN INPUT JrnFile.
           IF JRN-STATUS NOT = "00"
               GO TO REPLAY-JOURNAL-NEXT
           END-IF.

           ADD 1 TO JOURNALS-REPLAYED.
           MOVE SPACES TO RecoveryRec.
           STRING "JOURNAL " DELIMITED BY SIZE
               JOURNAL-NAME DELIMITED BY SPACE
               INTO RecoveryRec.
           WRITE RecoveryRec.

           MOVE 'N' TO JRN-EOF-SW.
           MOVE 'N' TO RUN-OPEN-SW.
           PERFORM READ-JRN-RTN THRU READ-JRN-EXIT.
           PERFORM REPLAY-ENTRY-RTN THRU REPLAY-ENTRY-EXIT
               UNTIL JRN-EOF OR STOP-REACHED.
           CLOSE JrnFile.

       REPLAY-JOURNAL-NEXT.
           IF PURGES-PENDING
               PERFORM REPLAY-PURGES-RTN THRU REPLAY-PURGES-EXIT
           END-IF.
           PERFORM NEXT-DAY-RTN THRU NEXT-DAY-EXIT.
       REPLAY-JOURNAL-EXIT.
           EXIT.

       READ-JRN-RTN.
           Read JrnFile
             At End
               Set JRN-EOF to True
           End-Read.
       READ-JRN-EXIT.
           EXIT.

      * REPLAY-ENTRY-RTN - the images say what the operation
      * was, the same way mstbak01 reads them: a blank
      * before-image was an add, a blank after-image a delete,
      * anything else a rewrite.
       REPLAY-ENTRY-RTN.
           IF STOP-SET
               IF SCAN-DATE-N > STOP-DATE
                   OR (SCAN-DATE-N = STOP-DATE
                   AND JR-RUN-TIME NOT < STOP-TIME)
                   SET STOP-REACHED TO TRUE
                   PERFORM COUNT-AFTER-STOP-RTN
                       THRU COUNT-AFTER-STOP-EXIT
                       UNTIL JRN-EOF
                   GO TO REPLAY-ENTRY-EXIT
               END-IF
           END-IF.

           IF PURGES-PENDING
               AND PURGE-RH-FOUND
               AND JR-RUN-TIME > PURGE-TIME
               PERFORM REPLAY-PURGES-RTN THRU REPLAY-PURGES-EXIT
           END-IF.

           IF NOT RUN-IS-OPEN
               PERFORM START-RUN-RTN THRU START-RUN-EXIT
           ELSE
               IF JR-RUN-TIME NOT = RT-TIME (RUN-SUB)
                   PERFORM START-RUN-RTN THRU START-RUN-EXIT
               END-IF
           END-IF.

           ADD 1 TO ENTRIES-READ.
           ADD 1 TO RT-ENTRIES (RUN-SUB).
           IF JR-ACTION NOT = "M" OR JR-AFTER-IMAGE = SPACES
               ADD 1 TO RT-TXNS (RUN-SUB)
           END-IF.

           MOVE SPACES TO MISMATCH-REASON.
           MOVE JR-ACCOUNT TO MST-ACCOUNT.
           MOVE 'N' TO MASTER-HIT-SW.
           MOVE SPACES TO MASTER-IMAGE.
           READ MstFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO MASTER-HIT-SW
                   MOVE MstRec TO MASTER-IMAGE
           END-READ.

           EVALUATE TRUE
               WHEN JR-BEFORE-IMAGE = SPACES
                   PERFORM REPLAY-ADD-RTN THRU REPLAY-ADD-EXIT
               WHEN JR-AFTER-IMAGE = SPACES
                   PERFORM REPLAY-DELETE-RTN THRU REPLAY-DELETE-EXIT
               WHEN OTHER
                   PERFORM REPLAY-CHANGE-RTN THRU REPLAY-CHANGE-EXIT
           END-EVALUATE.

           EVALUATE TRUE
               WHEN ENTRY-ALREADY
                   ADD 1 TO ENTRIES-ALREADY
                   ADD 1 TO RT-ALREADY (RUN-SUB)
               WHEN ENTRY-MISMATCH
                   ADD 1 TO ENTRIES-APPLIED
                   ADD 1 TO RT-APPLIED (RUN-SUB)
                   ADD 1 TO ENTRIES-MISMATCHED
                   ADD 1 TO RT-MISMATCH (RUN-SUB)
                   PERFORM WRITE-MISMATCH-RTN
                       THRU WRITE-MISMATCH-EXIT
               WHEN OTHER
                   ADD 1 TO ENTRIES-APPLIED
                   ADD 1 TO RT-APPLIED (RUN-SUB)
           END-EVALUATE.

           PERFORM READ-JRN-RTN THRU READ-JRN-EXIT.
       REPLAY-ENTRY-EXIT.
           EXIT.

       COUNT-AFTER-STOP-RTN.
           ADD 1 TO ENTRIES-AFTER-STOP.
           PERFORM READ-JRN-RTN THRU READ-JRN-EXIT.
       COUNT-AFTER-STOP-EXIT.
           EXIT.

      * START-RUN-RTN - a new run time on the journal starts a
      * new run-table entry.  A table overflow stops the run:
      * the report would not account for every entry.
       START-RUN-RTN.
           IF RUN-COUNT >= 1000
               DISPLAY "ROLLFWD01: RUN TABLE FULL (1000) - RUN "
                   "STOPPED PART WAY; RERUN FROM A LATER EXTRACT"
               CLOSE JrnFile, MstFile, RecoveryFile
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO RUN-COUNT.
           MOVE RUN-COUNT TO RUN-SUB.
           MOVE SCAN-DATE-N TO RT-DATE (RUN-SUB).
           MOVE JR-RUN-TIME TO RT-TIME (RUN-SUB).
           MOVE ZERO TO RT-ENTRIES (RUN-SUB).
           MOVE ZERO TO RT-TXNS (RUN-SUB).
           MOVE ZERO TO RT-APPLIED (RUN-SUB).
           MOVE ZERO TO RT-ALREADY (RUN-SUB).
           MOVE ZERO TO RT-MISMATCH (RUN-SUB).
           MOVE ZERO TO RT-RH-APPLIED (RUN-SUB).
           MOVE 'N' TO RT-RH-SW (RUN-SUB).
           SET RUN-IS-OPEN TO TRUE.
       START-RUN-EXIT.
           EXIT.

      * REPLAY-ADD-RTN - an add whose after-image the master
      * already holds on the extract date was in the extract.
       REPLAY-ADD-RTN.
           MOVE JR-AFTER-IMAGE TO MstRec.
           IF NOT ON-MASTER
               WRITE MstRec
                   INVALID KEY
                       MOVE "ADD FAILED ON WRITE" TO MISMATCH-REASON
               END-WRITE
               IF MISMATCH-REASON = SPACES
                   SET ENTRY-APPLIED TO TRUE
               ELSE
                   SET ENTRY-MISMATCH TO TRUE
               END-IF
               GO TO REPLAY-ADD-EXIT
           END-IF.

           IF SCAN-DATE-N = EXTRACT-DATE-N
               AND MASTER-IMAGE = JR-AFTER-IMAGE
               SET ENTRY-ALREADY TO TRUE
               GO TO REPLAY-ADD-EXIT
           END-IF.

           MOVE "ADD OF AN ACCOUNT ALREADY ON MASTER"
               TO MISMATCH-REASON.
           SET ENTRY-MISMATCH TO TRUE.
           REWRITE MstRec
               INVALID KEY
                   MOVE "ADD OVER EXISTING - REWRITE FAILED"
                       TO MISMATCH-REASON
           END-REWRITE.
       REPLAY-ADD-EXIT.
           EXIT.

       REPLAY-CHANGE-RTN.
           IF SCAN-DATE-N = EXTRACT-DATE-N
               AND ON-MASTER
               AND MASTER-IMAGE = JR-AFTER-IMAGE
               SET ENTRY-ALREADY TO TRUE
               GO TO REPLAY-CHANGE-EXIT
           END-IF.

           MOVE JR-AFTER-IMAGE TO MstRec.
           IF NOT ON-MASTER
               MOVE "CHANGE OF AN ACCOUNT NOT ON MASTER"
                   TO MISMATCH-REASON
               SET ENTRY-MISMATCH TO TRUE
               WRITE MstRec
                   INVALID KEY
                       MOVE "CHANGE NOT ON MASTER - WRITE FAILED"
                           TO MISMATCH-REASON
               END-WRITE
               GO TO REPLAY-CHANGE-EXIT
           END-IF.

           IF MASTER-IMAGE = JR-BEFORE-IMAGE
               SET ENTRY-APPLIED TO TRUE
           ELSE
               MOVE "BEFORE-IMAGE DOES NOT MATCH MASTER"
                   TO MISMATCH-REASON
               SET ENTRY-MISMATCH TO TRUE
           END-IF.

           REWRITE MstRec
               INVALID KEY
                   MOVE "REWRITE FAILED" TO MISMATCH-REASON
                   SET ENTRY-MISMATCH TO TRUE
           END-REWRITE.
       REPLAY-CHANGE-EXIT.
           EXIT.

      * REPLAY-DELETE-RTN - a delete whose record is already
      * gone on the extract date was in the extract.
       REPLAY-DELETE-RTN.
           IF NOT ON-MASTER
               IF SCAN-DATE-N = EXTRACT-DATE-N
                   SET ENTRY-ALREADY TO TRUE
               ELSE
                   MOVE "DELETE OF AN ACCOUNT NOT ON MASTER"
                       TO MISMATCH-REASON
                   SET ENTRY-MISMATCH TO TRUE
               END-IF
               GO TO REPLAY-DELETE-EXIT
           END-IF.

           IF MASTER-IMAGE = JR-BEFORE-IMAGE
               SET ENTRY-APPLIED TO TRUE
           ELSE
               MOVE "BEFORE-IMAGE DOES NOT MATCH MASTER"
                   TO MISMATCH-REASON
               SET ENTRY-MISMATCH TO TRUE
           END-IF.

           DELETE MstFile
               INVALID KEY
                   MOVE "DELETE FAILED" TO MISMATCH-REASON
                   SET ENTRY-MISMATCH TO TRUE
           END-DELETE.
       REPLAY-DELETE-EXIT.
           EXIT.

      * SET-PURGE-DAY-RTN - when the day's last PURGE01 run
      * finished and how many records its runs archived.  The
      * catalog has no time, so with more than one run in a
      * day all the day's purges go in at the last one.
       SET-PURGE-DAY-RTN.
           MOVE 'Y' TO PURGES-PENDING-SW.
           MOVE 'N' TO PURGE-RH-SW.
           MOVE 'N' TO PURGE-STOP-SW.
           MOVE ZERO TO PURGE-TIME.
           MOVE ZERO TO PD-RH-ARCHIVED.
           MOVE ZERO TO PD-CATALOGED.
           MOVE ZERO TO PD-DELETED.
           MOVE ZERO TO PD-ALREADY.
           MOVE ZERO TO PD-NOT-ON-MASTER.

           PERFORM FIND-PURGE-RUN-RTN THRU FIND-PURGE-RUN-EXIT
               VARYING HIST-SUB FROM 1 BY 1
               UNTIL HIST-SUB > HIST-COUNT.
       SET-PURGE-DAY-EXIT.
           EXIT.

       FIND-PURGE-RUN-RTN.
           IF HT-PROGRAM (HIST-SUB) NOT = "PURGE01"
               OR HT-DATE (HIST-SUB) NOT = SCAN-DATE-N
               GO TO FIND-PURGE-RUN-EXIT
           END-IF.

           MOVE 'Y' TO PURGE-RH-SW.
           ADD HT-WRITTEN (HIST-SUB) TO PD-RH-ARCHIVED.
           IF HT-TIME (HIST-SUB) > PURGE-TIME
               MOVE HT-TIME (HIST-SUB) TO PURGE-TIME
           END-IF.
       FIND-PURGE-RUN-EXIT.
           EXIT.

      * REPLAY-PURGES-RTN - delete every account the catalog
      * shows archived on the day being replayed, then balance
      * the day against PURGE01's run-history.  On the stop
      * date, purges not known to have finished before the
      * stop time are counted and left alone.
       REPLAY-PURGES-RTN.
           MOVE 'N' TO PURGES-PENDING-SW.
           IF STOP-SET
               AND SCAN-DATE-N NOT < STOP-DATE
               AND (NOT PURGE-RH-FOUND
               OR PURGE-TIME NOT < STOP-TIME)
               MOVE 'Y' TO PURGE-STOP-SW
           END-IF.

           OPEN INPUT ArchCatFile.
           IF ARCHCAT-STATUS NOT = "00"
               GO TO REPLAY-PURGES-CHECK
           END-IF.

           MOVE 'N' TO ARCHCAT-EOF-SW.
           PERFORM READ-ARCHCAT-RTN THRU READ-ARCHCAT-EXIT.
           PERFORM PURGE-ENTRY-RTN THRU PURGE-ENTRY-EXIT
               UNTIL ARCHCAT-EOF.
           CLOSE ArchCatFile.

       REPLAY-PURGES-CHECK.
           IF PD-CATALOGED = ZERO
               AND PD-RH-ARCHIVED = ZERO
               GO TO REPLAY-PURGES-EXIT
           END-IF.

           MOVE SCAN-DATE-X TO PL-DATE.
           IF PURGE-RH-FOUND
               MOVE PURGE-TIME TO PL-TIME
           ELSE
               MOVE SPACES TO PL-TIME
           END-IF.
           MOVE PD-CATALOGED TO PL-CATALOGED.
           MOVE PD-DELETED TO PL-DELETED.
           MOVE PD-ALREADY TO PL-ALREADY.
           MOVE PD-NOT-ON-MASTER TO PL-NOT-ON-MASTER.
           MOVE PD-RH-ARCHIVED TO PL-RH-ARCHIVED.
           ADD PD-CATALOGED TO PURGES-CATALOGED.

           IF PURGE-AFTER-STOP
               ADD PD-CATALOGED TO PURGES-AFTER-STOP
               MOVE "AFTER STOP POINT" TO PL-CHECK
           ELSE
               IF PD-CATALOGED = PD-RH-ARCHIVED
                   MOVE "IN-BALANCE" TO PL-CHECK
               ELSE
                   ADD 1 TO PURGE-DAYS-OUT-OF-BALANCE
                   IF PURGE-RH-FOUND
                       MOVE "OUT-OF-BALANCE" TO PL-CHECK
                   ELSE
                       MOVE "NO RUN-HISTORY REC" TO PL-CHECK
                   END-IF
               END-IF
           END-IF.

           MOVE PURGE-LINE TO RecoveryRec.
           WRITE RecoveryRec.
       REPLAY-PURGES-EXIT.
           EXIT.

       READ-ARCHCAT-RTN.
           Read ArchCatFile
             At End
               Set ARCHCAT-EOF to True
           End-Read.
       READ-ARCHCAT-EXIT.
           EXIT.

      * PURGE-ENTRY-RTN - a purged account already gone from
      * the master on the extract date was purged before the
      * extract was cut; on any later day it is an exception.
       PURGE-ENTRY-RTN.
           IF AC-ARCHIVE-DATE NOT = SCAN-DATE-N
               GO TO PURGE-ENTRY-NEXT
           END-IF.

           ADD 1 TO PD-CATALOGED.
           IF PURGE-AFTER-STOP
               GO TO PURGE-ENTRY-NEXT
           END-IF.

           MOVE AC-ACCOUNT TO MST-ACCOUNT.
           MOVE 'Y' TO MASTER-HIT-SW.
           DELETE MstFile
               INVALID KEY
                   MOVE 'N' TO MASTER-HIT-SW
           END-DELETE.

           IF ON-MASTER
               ADD 1 TO PD-DELETED
               ADD 1 TO PURGES-REPLAYED
               GO TO PURGE-ENTRY-NEXT
           END-IF.

           IF SCAN-DATE-N = EXTRACT-DATE-N
               ADD 1 TO PD-ALREADY
               ADD 1 TO PURGES-ALREADY
               GO TO PURGE-ENTRY-NEXT
           END-IF.

           ADD 1 TO PD-NOT-ON-MASTER.
           ADD 1 TO PURGES-NOT-ON-MASTER.
           MOVE SPACES TO DETAIL-LINE.
           MOVE SCAN-DATE-X TO DL-DATE.
           IF PURGE-RH-FOUND
               MOVE PURGE-TIME TO DL-TIME
           END-IF.
           MOVE "PURGE01" TO DL-BRANCH-ID.
           MOVE "P" TO DL-ACTION.
           MOVE AC-ACCOUNT TO DL-ACCOUNT.
           MOVE "PURGE OF AN ACCOUNT NOT ON MASTER" TO DL-REASON.
           MOVE DETAIL-LINE TO RecoveryRec.
           WRITE RecoveryRec.

       PURGE-ENTRY-NEXT.
           PERFORM READ-ARCHCAT-RTN THRU READ-ARCHCAT-EXIT.
       PURGE-ENTRY-EXIT.
           EXIT.

      * WRITE-MISMATCH-RTN - the entry, then what the master
      * held and what the journal expected it to hold.
       WRITE-MISMATCH-RTN.
           MOVE SPACES TO DETAIL-LINE.
           MOVE SCAN-DATE-X TO DL-DATE.
           MOVE JR-RUN-TIME TO DL-TIME.
           MOVE JR-BRANCH-ID TO DL-BRANCH-ID.
           MOVE JR-ACTION TO DL-ACTION.
           MOVE JR-ACCOUNT TO DL-ACCOUNT.
           MOVE MISMATCH-REASON TO DL-REASON.
           MOVE DETAIL-LINE TO RecoveryRec.
           WRITE RecoveryRec.

           MOVE "MASTER HELD : " TO IL-LABEL.
           IF ON-MASTER
               MOVE MASTER-IMAGE TO IL-IMAGE
           ELSE
               MOVE "(NOT ON MASTER)" TO IL-IMAGE
           END-IF.
           MOVE IMAGE-LINE TO RecoveryRec.
           WRITE RecoveryRec.

           MOVE "JOURNAL BEFORE" TO IL-LABEL.
           IF JR-BEFORE-IMAGE = SPACES
               MOVE "(ADD - NO BEFORE-IMAGE)" TO IL-IMAGE
           ELSE
               MOVE JR-BEFORE-IMAGE TO IL-IMAGE
           END-IF.
           MOVE IMAGE-LINE TO RecoveryRec.
           WRITE RecoveryRec.
       WRITE-MISMATCH-EXIT.
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

      * CROSS-CHECK-RTN - each replayed run against mstupd01's
      * run-history record for it, then every mstupd01 run on
      * run-history.dat that nothing replayed, then the
      * backouts.  mstupd01 stamps the journal with its start
      * time and run-history with its end time, so a run's
      * record is the first unused MSTUPD01 record that day
      * at or after the journal's run time.
       CROSS-CHECK-RTN.
           MOVE SPACES TO RecoveryRec.
           WRITE RecoveryRec.
           MOVE "RUNS REPLAYED" TO RecoveryRec.
           WRITE RecoveryRec.
           MOVE SPACES TO RecoveryRec.
           MOVE "DATE     TIME    ENTRIES  APPLIED  ALREADY"
               TO RecoveryRec (1:49).
           MOVE "MISMATCH     TXNS  RUNHIST  CHECK"
               TO RecoveryRec (52:33).
           WRITE RecoveryRec.

           PERFORM CHECK-RUN-RTN THRU CHECK-RUN-EXIT
               VARYING RUN-SUB FROM 1 BY 1
               UNTIL RUN-SUB > RUN-COUNT.

           MOVE SPACES TO RecoveryRec.
           WRITE RecoveryRec.
           MOVE "RUN-HISTORY RECORDS NOT ACCOUNTED FOR BY THE REPLAY"
               TO RecoveryRec.
           WRITE RecoveryRec.

           PERFORM CHECK-HISTORY-RTN THRU CHECK-HISTORY-EXIT
               VARYING HIST-SUB FROM 1 BY 1
               UNTIL HIST-SUB > HIST-COUNT.

           IF HISTORY-NOT-REPLAYED = ZERO
               AND BACKOUTS-IN-WINDOW = ZERO
               MOVE "  NONE" TO RecoveryRec
               WRITE RecoveryRec
           END-IF.
       CROSS-CHECK-EXIT.
           EXIT.

       CHECK-RUN-RTN.
           PERFORM FIND-HISTORY-RTN THRU FIND-HISTORY-EXIT
               VARYING HIST-SUB FROM 1 BY 1
               UNTIL HIST-SUB > HIST-COUNT
               OR RT-RH-FOUND (RUN-SUB).

           MOVE SPACES TO RUN-LINE.
           MOVE RT-DATE (RUN-SUB) TO RL-DATE.
           MOVE RT-TIME (RUN-SUB) TO RL-TIME.
           MOVE RT-ENTRIES (RUN-SUB) TO RL-ENTRIES.
           MOVE RT-APPLIED (RUN-SUB) TO RL-APPLIED.
           MOVE RT-ALREADY (RUN-SUB) TO RL-ALREADY.
           MOVE RT-MISMATCH (RUN-SUB) TO RL-MISMATCH.
           MOVE RT-TXNS (RUN-SUB) TO RL-TXNS.

           IF NOT RT-RH-FOUND (RUN-SUB)
               MOVE "NO RUN-HISTORY REC" TO RL-CHECK
               ADD 1 TO RUNS-NO-HISTORY
           ELSE
               MOVE RT-RH-APPLIED (RUN-SUB) TO RL-RH-APPLIED
               IF RT-RH-APPLIED (RUN-SUB) = RT-TXNS (RUN-SUB)
                   MOVE "IN-BALANCE" TO RL-CHECK
               ELSE
                   MOVE "OUT-OF-BALANCE" TO RL-CHECK
                   ADD 1 TO RUNS-OUT-OF-BALANCE
               END-IF
           END-IF.

           MOVE RUN-LINE TO RecoveryRec.
           WRITE RecoveryRec.
       CHECK-RUN-EXIT.
           EXIT.

       FIND-HISTORY-RTN.
           IF HT-PROGRAM (HIST-SUB) = "MSTUPD01"
               AND NOT HT-USED (HIST-SUB)
               AND HT-DATE (HIST-SUB) = RT-DATE (RUN-SUB)
               AND HT-TIME (HIST-SUB) NOT < RT-TIME (RUN-SUB)
               MOVE 'Y' TO HT-USED-SW (HIST-SUB)
               MOVE 'Y' TO RT-RH-SW (RUN-SUB)
               MOVE HT-WRITTEN (HIST-SUB) TO RT-RH-APPLIED (RUN-SUB)
           END-IF.
       FIND-HISTORY-EXIT.
           EXIT.

      * CHECK-HISTORY-RTN - an unmatched mstupd01 run that
      * applied nothing journals nothing and is fine; one that
      * applied transactions before the stop point means a
      * journal is missing.  purge01 runs were balanced day by
      * day as their purges were replayed.
       CHECK-HISTORY-RTN.
           IF HT-PROGRAM (HIST-SUB) = "PURGE01"
               GO TO CHECK-HISTORY-EXIT
           END-IF.

           MOVE SPACES TO HIST-LINE.
           MOVE HT-PROGRAM (HIST-SUB) TO HL-PROGRAM.
           MOVE HT-DATE (HIST-SUB) TO HL-DATE.
           MOVE HT-TIME (HIST-SUB) TO HL-TIME.
           MOVE HT-WRITTEN (HIST-SUB) TO HL-WRITTEN.

           IF HT-PROGRAM (HIST-SUB) = "MSTBAK01"
               IF STOP-SET
                   AND (HT-DATE (HIST-SUB) > STOP-DATE
                   OR (HT-DATE (HIST-SUB) = STOP-DATE
                   AND HT-TIME (HIST-SUB) NOT < STOP-TIME))
                   GO TO CHECK-HISTORY-EXIT
               END-IF
               ADD 1 TO BACKOUTS-IN-WINDOW
               STRING "BACKOUT OF " DELIMITED BY SIZE
                   HT-INPUT-FILE (HIST-SUB) DELIMITED BY SPACE
                   " WAS REPLAYED OVER - BACK IT OUT AGAIN"
                   DELIMITED BY SIZE
                   INTO HL-NOTE
               MOVE HIST-LINE TO RecoveryRec
               WRITE RecoveryRec
               GO TO CHECK-HISTORY-EXIT
           END-IF.

           IF HT-USED (HIST-SUB)
               OR HT-WRITTEN (HIST-SUB) = ZERO
               GO TO CHECK-HISTORY-EXIT
           END-IF.

           IF STOP-SET
               AND (HT-DATE (HIST-SUB) > STOP-DATE
               OR (HT-DATE (HIST-SUB) = STOP-DATE
               AND HT-TIME (HIST-SUB) NOT < STOP-TIME))
               GO TO CHECK-HISTORY-EXIT
           END-IF.

           ADD 1 TO HISTORY-NOT-REPLAYED.
           MOVE "APPLIED TRANSACTIONS, NOTHING REPLAYED - JOURNAL LOST?"
               TO HL-NOTE.
           MOVE HIST-LINE TO RecoveryRec.
           WRITE RecoveryRec.
       CHECK-HISTORY-EXIT.
           EXIT.

       WRITE-HEADING-RTN.
           MOVE SPACES TO RecoveryRec.
           STRING "MASTER ROLL-FORWARD RECOVERY - " RUN-DATE
               DELIMITED BY SIZE
               INTO RecoveryRec.
           WRITE RecoveryRec.

           MOVE SPACES TO RecoveryRec.
           STRING "REBUILT FROM " DELIMITED BY SIZE
               EXTRACT-NAME DELIMITED BY SPACE
               INTO RecoveryRec.
           WRITE RecoveryRec.

           MOVE SPACES TO RecoveryRec.
           IF STOP-SET
               STRING "REPLAY STOPS BEFORE " STOP-DATE " "
                   STOP-TIME
                   DELIMITED BY SIZE
                   INTO RecoveryRec
           ELSE
               STRING "REPLAY THROUGH " END-DATE
                   DELIMITED BY SIZE
                   INTO RecoveryRec
           END-IF.
           WRITE RecoveryRec.

           MOVE SPACES TO RecoveryRec.
           STRING "EXTRACT RECORDS LOADED: " EXTRACT-LOADED
               "   REJECTED: " EXTRACT-REJECTED
               DELIMITED BY SIZE
               INTO RecoveryRec.
           WRITE RecoveryRec.

           MOVE SPACES TO RecoveryRec.
           WRITE RecoveryRec.
           MOVE "JOURNALS AND PURGES REPLAYED, ENTRIES NEEDING REVIEW"
               TO RecoveryRec.
           WRITE RecoveryRec.
       WRITE-HEADING-EXIT.
           EXIT.

       WRITE-TOTALS-RTN.
           MOVE SPACES TO RecoveryRec.
           WRITE RecoveryRec.
           MOVE SPACES TO RecoveryRec.
           STRING "JOURNALS REPLAYED ........: " JOURNALS-REPLAYED
               DELIMITED BY SIZE
               INTO RecoveryRec.
           WRITE RecoveryRec.
           MOVE SPACES TO RecoveryRec.
           STRING "RUNS REPLAYED ............: " RUN-COUNT
               DELIMITED BY SIZE
               INTO RecoveryRec.
           WRITE RecoveryRec.
           MOVE SPACES TO RecoveryRec.
           STRING "ENTRIES APPLIED ..........: " ENTRIES-APPLIED
               DELIMITED BY SIZE
               INTO RecoveryRec.
           WRITE RecoveryRec.
           MOVE SPACES TO RecoveryRec.
           STRING "ALREADY IN EXTRACT .......: " ENTRIES-ALREADY
               DELIMITED BY SIZE
               INTO RecoveryRec.
           WRITE RecoveryRec.
           MOVE SPACES TO RecoveryRec.
           STRING "BEFORE-IMAGE MISMATCHES ..: " ENTRIES-MISMATCHED
               DELIMITED BY SIZE
               INTO RecoveryRec.
           WRITE RecoveryRec.
           MOVE SPACES TO RecoveryRec.
           STRING "ENTRIES AFTER STOP POINT .: " ENTRIES-AFTER-STOP
               DELIMITED BY SIZE
               INTO RecoveryRec.
           WRITE RecoveryRec.
           MOVE SPACES TO RecoveryRec.
           STRING "RUNS OUT OF BALANCE ......: " RUNS-OUT-OF-BALANCE
               DELIMITED BY SIZE
               INTO RecoveryRec.
           WRITE RecoveryRec.
           MOVE SPACES TO RecoveryRec.
           STRING "RUNS WITH NO RUN-HISTORY .: " RUNS-NO-HISTORY
               DELIMITED BY SIZE
               INTO RecoveryRec.
           WRITE RecoveryRec.
           MOVE SPACES TO RecoveryRec.
           STRING "MSTUPD01 RUNS NOT REPLAYED: " HISTORY-NOT-REPLAYED
               DELIMITED BY SIZE
               INTO RecoveryRec.
           WRITE RecoveryRec.
           MOVE SPACES TO RecoveryRec.
           STRING "BACKOUTS IN WINDOW .......: " BACKOUTS-IN-WINDOW
               DELIMITED BY SIZE
               INTO RecoveryRec.
           WRITE RecoveryRec.
           MOVE SPACES TO RecoveryRec.
           STRING "PURGES CATALOGED .........: " PURGES-CATALOGED
               DELIMITED BY SIZE
               INTO RecoveryRec.
           WRITE RecoveryRec.
           MOVE SPACES TO RecoveryRec.
           STRING "PURGES REPLAYED ..........: " PURGES-REPLAYED
               DELIMITED BY SIZE
               INTO RecoveryRec.
           WRITE RecoveryRec.
           MOVE SPACES TO RecoveryRec.
           STRING "PURGES ALREADY IN EXTRACT : " PURGES-ALREADY
               DELIMITED BY SIZE
               INTO RecoveryRec.
           WRITE RecoveryRec.
           MOVE SPACES TO RecoveryRec.
           STRING "PURGES NOT ON MASTER .....: " PURGES-NOT-ON-MASTER
               DELIMITED BY SIZE
               INTO RecoveryRec.
           WRITE RecoveryRec.
           MOVE SPACES TO RecoveryRec.
           STRING "PURGES AFTER STOP POINT ..: " PURGES-AFTER-STOP
               DELIMITED BY SIZE
               INTO RecoveryRec.
           WRITE RecoveryRec.
           MOVE SPACES TO RecoveryRec.
           STRING "PURGE DAYS OUT OF BALANCE : "
               PURGE-DAYS-OUT-OF-BALANCE
               DELIMITED BY SIZE
               INTO RecoveryRec.
           WRITE RecoveryRec.
       WRITE-TOTALS-EXIT.
           EXIT.
