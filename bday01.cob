      *              as mailed within the last N days is
      *              skipped and counted.  No second token (or
      *              0) keeps the old mail-everyone behavior.
      * 10/15/2026 - BB - PARM token 3 is the campaign code from
      *              campaign.dat; it is stamped on every
      *              contact-history.dat record instead of the
      *              fixed word BIRTHDAY.  No code keeps
      *              BIRTHDAY.  The run's month matches,
      *              suppressed, capped and selected counts are
      *              appended to campaign-stats.dat
      *              (campstat.cpy) for campcst01.
      * 10/15/2026 - BB - Suppression table raised from 500 to
      *              5000 entries; a suppress.dat too big for it
      *              now stops the run RC 16 instead of skipping
      *              the entries that did not fit.
      *
       Environment Division.
       Input-Output Section.
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
         01 SUPP-STATUS                  PIC X(02).
         01 SUPPREG-STATUS               PIC X(02).
         01 CONTACT-STATUS               PIC X(02).
         01 STATS-STATUS                 PIC X(02).

         01 CAP-PARM                    PIC X(03).
         01 CAMPAIGN-PARM               PIC X(10).
         01 CAP-DAYS                    PIC 9(03) VALUE ZERO.

         01 RECENT-TABLE.
           05 MAIL-SERIAL               PIC 9(07).

         01 SUPPRESS-TABLE.
           05 SUPP-COUNT                PIC 9(05) VALUE ZERO.
           05 SUPP-ENTRY OCCURS 5000 TIMES
                         INDEXED BY SUPP-IDX.
             10 SE-ACCOUNT              PIC X(18).
             10 SE-REASON               PIC X(01).

           ACCEPT PARM-LINE FROM COMMAND-LINE.
           UNSTRING PARM-LINE DELIMITED BY ALL SPACES
               INTO MONTH-PARM CAP-PARM CAMPAIGN-PARM.

           IF CAMPAIGN-PARM = SPACES
               MOVE "BIRTHDAY" TO CAMPAIGN-PARM
           END-IF.

           IF CAP-PARM NOT = SPACES
               IF CAP-PARM NUMERIC
           DISPLAY "  RECORDS CAPPED ....: " RECORDS-CAPPED.
           DISPLAY "  INVALID BIRTHDAYS .: " RECORDS-INVALID.

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
               DISPLAY "BDAY01: SUPPRESSION TABLE FULL (5000) AT "
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
           MOVE Account TO CT-ACCOUNT.
           MOVE RUN-DATE TO CT-MAIL-DATE.
           MOVE CAMPAIGN-PARM TO CT-CAMPAIGN.
           WRITE ContactRec.
       WRITE-CONTACT-EXIT.
           EXIT.
       WRITE-DAY-LINE-EXIT.
           EXIT.

      * WRITE-STATS-RTN - this drop's counts for campcst01.
      * Pieces in are the valid month matches, before
      * suppression and the cap; shared file, so EXTEND with the
      * usual OUTPUT fallback for first use.
       WRITE-STATS-RTN.
           OPEN EXTEND StatsFile.
           IF STATS-STATUS NOT = "00"
               OPEN OUTPUT StatsFile
           END-IF.

           MOVE SPACES TO StatsRec.
           MOVE CAMPAIGN-PARM TO CP-CAMPAIGN.
           MOVE "BDAY01" TO CP-PROGRAM.
           MOVE RUN-DATE TO CP-RUN-DATE.
           COMPUTE CP-SELECTED = RECORDS-SELECTED
               + RECORDS-SUPPRESSED + RECORDS-CAPPED.
           MOVE RECORDS-SUPPRESSED TO CP-SUPPRESSED.
           MOVE RECORDS-CAPPED TO CP-CAPPED.
           MOVE RECORDS-SELECTED TO CP-MAILED.
           MOVE ZERO TO CP-SAVED.
           WRITE StatsRec.

           CLOSE StatsFile.
       WRITE-STATS-EXIT.
           EXIT.

      * WRITE-RUN-HISTORY-RTN - append this run's record to the
      * shared run-history file.  EXTEND creates the file on
      * first use via the OUTPUT fallback.
