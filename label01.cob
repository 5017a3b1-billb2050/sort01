      * By: Bill Blasingim
      *
      * Reads the ZIP-sorted customer.srt (run sort01 with the
      * ZIP sort-key PARM first), or the file named as PARM
      * token 3 - campsel01's campaign-select.srt for a
      * campaign pull - and produces print-ready
      * mailing labels to mail-labels.prt: a name line built
      * from First/Last with the fixed-width padding trimmed, a
      * street line, and a city/state/ZIP line, one blank line
      *              mailed within the last N days is skipped
      *              and counted.  No PARM (or 0) keeps the
      *              old mail-everyone behavior.
      * 10/15/2026 - BB - PARM token 2 is the campaign code from
      *              campaign.dat (campsel01 pulls the list);
      *              it is stamped on every contact-history.dat
      *              record instead of the fixed word LABEL, so
      *              two label drops in a quarter can be told
      *              apart.  No code keeps LABEL.  The run's
      *              pieces in, suppressed, capped and printed
      *              are appended to campaign-stats.dat
      *              (campstat.cpy) for campcst01.
      * 10/15/2026 - BB - PARM token 3 names the input file
      *              (default customer.srt), so a campaign pull
      *              is labeled from campsel01's ZIP-sorted
      *              campaign-select.srt instead of rerunning
      *              sort01 over the nightly customer.srt.
      * 10/15/2026 - BB - Suppression table raised from 500 to
      *              5000 entries; a suppress.dat too big for it
      *              now stops the run RC 16 instead of skipping
      *              the entries that did not fit.
      *
       Environment Division.
       Input-Output Section.
       File-Control.
       Select InFile Assign to Dynamic INFILE-NAME
         File Status INFILE-STATUS.
       Select LabelFile Assign to
         "./mail-labels.prt"
         "./contact-history.dat"
         Line Sequential
         File Status CONTACT-STATUS.
       Select StatsFile Assign to
         "./campaign-stats.dat"
         Line Sequential
         File Status STATS-STATUS.
       Select RunHistFile Assign to
         "./run-history.dat"
         Line Sequential
         01 ContactRec.
           COPY "copybooks/cnthist.cpy".

       FD StatsFile.
         01 StatsRec.
           COPY "copybooks/campstat.cpy".

       FD RunHistFile.
         01 RunHistRec.
           COPY "copybooks/runhist.cpy".
           05 SUPPREG-STATUS            PIC X(02).
           05 CONTACT-STATUS            PIC X(02).
           05 RUNHIST-STATUS            PIC X(02).
           05 STATS-STATUS              PIC X(02).

         01 PARM-LINE                   PIC X(80).
         01 CAP-PARM                    PIC X(03).
         01 CAMPAIGN-PARM               PIC X(10).
         01 INFILE-NAME                 PIC X(80).
         01 DEFAULT-INFILE-NAME         PIC X(80) VALUE
            "./customer.srt".
         01 CAP-DAYS                    PIC 9(03) VALUE ZERO.

         01 RECENT-TABLE.
           05 MAIL-SERIAL               PIC 9(07).

         01 SUPPRESS-TABLE.
           05 SUPP-COUNT                PIC 9(05) VALUE ZERO.
           05 SUPP-ENTRY OCCURS 5000 TIMES
                         INDEXED BY SUPP-IDX.
             10 SE-ACCOUNT              PIC X(18).
             10 SE-REASON               PIC X(01).
       PROCEDURE DIVISION.

           ACCEPT PARM-LINE FROM COMMAND-LINE.
           MOVE SPACES TO INFILE-NAME.
           UNSTRING PARM-LINE DELIMITED BY ALL SPACES
               INTO CAP-PARM CAMPAIGN-PARM INFILE-NAME.

           IF INFILE-NAME = SPACES
               MOVE DEFAULT-INFILE-NAME TO INFILE-NAME
           END-IF.

           IF CAMPAIGN-PARM = SPACES
               MOVE "LABEL" TO CAMPAIGN-PARM
           END-IF.

           IF CAP-PARM NOT = SPACES
               IF CAP-PARM NUMERIC

           OPEN INPUT InFile.
           IF INFILE-STATUS NOT = "00"
               DISPLAY "LABEL01: INPUT WON'T OPEN "
                   "(STATUS " INFILE-STATUS ") - NO LABELS: "
                   INFILE-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "  ZIP5 BUNDLES ......: " ZIP5-BUNDLES.
           DISPLAY "  ZIP3 BUNDLES ......: " ZIP3-BUNDLES.

           PERFORM WRITE-STATS-RTN THRU WRITE-STATS-EXIT.
           PERFORM WRITE-RUN-HISTORY-RTN THRU WRITE-RUN-HISTORY-EXIT.

           STOP RUN.
       READ-SUPP-EXIT.
           EXIT.

      * STORE-SUPP-RTN - a full table stops the run before
      * anything is mailed: mailing with part of the do-not-mail
      * list left out would reach people who asked not to be.
       STORE-SUPP-RTN.
           IF SUPP-COUNT >= 5000
               DISPLAY "LABEL01: SUPPRESSION TABLE FULL (5000) AT "
                   SUP-ACCOUNT " - NOTHING MAILED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO SUPP-COUNT.
           SET SUPP-IDX TO SUPP-COUNT.
           MOVE SUP-ACCOUNT TO SE-ACCOUNT (SUPP-IDX).
           MOVE SUP-REASON-CODE TO SE-REASON (SUPP-IDX).

           PERFORM READ-SUPP-RTN THRU READ-SUPP-EXIT.
       STORE-SUPP-EXIT.
           EXIT.
           MOVE SPACES TO ContactRec.
           MOVE L-Account TO CT-ACCOUNT.
           MOVE RUN-DATE TO CT-MAIL-DATE.
           MOVE CAMPAIGN-PARM TO CT-CAMPAIGN.
           WRITE ContactRec.
       WRITE-CONTACT-EXIT.
           EXIT.
       APPEND-WORD-EXIT.
           EXIT.

      * WRITE-STATS-RTN - this drop's counts for campcst01;
      * shared file, so EXTEND with the usual OUTPUT fallback
      * for first use.
       WRITE-STATS-RTN.
           OPEN EXTEND StatsFile.
           IF STATS-STATUS NOT = "00"
               OPEN OUTPUT StatsFile
           END-IF.

           MOVE SPACES TO StatsRec.
           MOVE CAMPAIGN-PARM TO CP-CAMPAIGN.
           MOVE "LABEL01" TO CP-PROGRAM.
           MOVE RUN-DATE TO CP-RUN-DATE.
           MOVE RECORDS-READ TO CP-SELECTED.
           MOVE SUPPRESSED-PIECES TO CP-SUPPRESSED.
           MOVE CAPPED-PIECES TO CP-CAPPED.
           MOVE TOTAL-PIECES TO CP-MAILED.
           MOVE ZERO TO CP-SAVED.
           WRITE StatsRec.

           CLOSE StatsFile.
       WRITE-STATS-EXIT.
           EXIT.

      * WRITE-RUN-HISTORY-RTN - append this run's record to the
      * shared run-history file.  EXTEND creates the file on
      * first use via the OUTPUT fallback.
           MOVE "LABEL01" TO RH-PROGRAM.
           MOVE RUN-DATE TO RH-RUN-DATE.
           MOVE RUN-TIME-HHMMSS TO RH-RUN-TIME.
           MOVE INFILE-NAME TO RH-INPUT-FILE.
           MOVE RECORDS-READ TO RH-RECORDS-READ.
           MOVE TOTAL-PIECES TO RH-RECORDS-WRITTEN.
           MOVE ZERO TO RH-RECORDS-REJECTED.
