       IDENTIFICATION DIVISION.
       PROGRAM-ID. genmgr01.
      * A GnuCOBOL program
      * On: 10/15/2026
      * By: Bill Blasingim
      *
      * Generation management and retention for the published
      * and recovery files.  Run after each publish (it is a
      * step in nightly01.stream).  Keeps generation-catalog.dat
      * (gencat.cpy), one line per managed file:
      *   SRT      tonight's customer.srt, copied off as the
      *            dated generation customer.srt.yyyymmdd - the
      *            last N are kept, and delta01 and sort01 find
      *            the previous generation here instead of on a
      *            customer-prior.srt someone has to remember
      *            to copy;
      *   EXTRACT  the dated customer-master.ext.yyyymmdd
      *            unloads mstext01 keeps - the master backups
      *            rollfwd01 rebuilds customer.mst from - the
      *            last N are kept;
      *   JOURNAL  customer-journal.yyyymmdd, kept N days;
      *   ARCHIVE  customer-archive.yyyymmdd, kept N days;
      *   ACK      txn-ack.<branch>, kept N days from the
      *            extract date on its branch header;
      *   TXNS     customer-txns.txt.yyyymmdd, the branch
      *            transaction files mstupd01 rolls off after
      *            applying them, kept N days.
      * Dated files are found by looking for each date from the
      * newest one already cataloged through today (the first
      * run looks back FIRST-SCAN-DAYS); archives named on
      * archive-catalog.dat are cataloged whatever their date,
      * and ack files are found from the branch ids on the last
      * mstupd01 run's txn-ack.work.
      *
      * A file past its retention is deleted ("aged off") unless
      * something still needs it, in which case it is HELD:
      *   - a journal or archive named on archive-catalog.dat
      *     (reinst01 still has to be able to find the record);
      *   - a journal dated on or after the oldest kept master
      *     backup, since rollfwd01 needs every journal from the
      *     backup forward - and every journal, when no master
      *     backup is cataloged at all.
      * A cataloged file no longer on disk is reported MISSING
      * and dropped from the catalog.
      *
      * Retention comes from genmgr01.ctl, KEYWORD=VALUE one per
      * line (the nightly01.ctl style); anything not given runs
      * with the default shown:
      *   SRT-GENERATIONS=7      EXTRACT-GENERATIONS=7
      *   JOURNAL-DAYS=90        ARCHIVE-DAYS=2555
      *   ACK-DAYS=30            TXNS-DAYS=90
      *   FIRST-SCAN-DAYS=400
      * A generation count is never less than 1.
      *
      * generation-retention.rpt lists, by file type, every file
      * kept, newly cataloged, held back, aged off or missing,
      * and why.
      *
       Environment Division.
       Input-Output Section.
       File-Control.
       Select CtlFile Assign to
         "./genmgr01.ctl"
         Line Sequential
         File Status CTL-STATUS.
       Select GenCatFile Assign to
         "./generation-catalog.dat"
         Line Sequential
         File Status GENCAT-STATUS.
       Select ProbeFile Assign to Dynamic PROBE-NAME
         Line Sequential
         File Status PROBE-STATUS.
       Select SrtFile Assign to
         "./customer.srt"
         File Status SRT-STATUS.
       Select SrtGenFile Assign to Dynamic GEN-NAME
         File Status SRTGEN-STATUS.
       Select ArchCatFile Assign to
         "./archive-catalog.dat"
         Line Sequential
         File Status ARCHCAT-STATUS.
       Select AckWorkFile Assign to
         "./txn-ack.work"
         Line Sequential
         File Status ACKWORK-STATUS.
       Select RetentionFile Assign to
         "./generation-retention.rpt"
         Line Sequential.
       Select RunHistFile Assign to
         "./run-history.dat"
         Line Sequential
         File Status RUNHIST-STATUS.
       Data Division.
       File Section.
       FD CtlFile.
         01 CtlRec              pic x(80).

       FD GenCatFile.
         01 GenCatRec.
           COPY "copybooks/gencat.cpy".

       FD ProbeFile.
         01 ProbeRec            pic x(400).

      * customer.srt and its generations are record sequential
      * (sort01 writes the line feed itself as the last byte).
       FD SrtFile.
         01 SrtRec              pic x(145).

       FD SrtGenFile.
         01 SrtGenRec           pic x(145).

       FD ArchCatFile.
         01 ArchCatRec.
           COPY "copybooks/archcat.cpy".

       FD AckWorkFile.
         01 AckWorkRec.
           05 AW-BRANCH-ID      pic x(8).
           05 Filler            pic x(80).

       FD RetentionFile.
         01 RetentionRec        pic x(132).

       FD RunHistFile.
         01 RunHistRec.
           COPY "copybooks/runhist.cpy".

       Working-Storage Section.
         01 Misc.
           05        Pic X
             Value "N".
           88 EOF     Value "Y"  When Set To False Is "N".
           05 PROBE-FOUND-SW  Pic X Value "N".
           88 PROBE-FOUND  Value "Y".

         01 FILE-STATUSES.
           05 CTL-STATUS                PIC X(02).
           05 GENCAT-STATUS             PIC X(02).
           05 PROBE-STATUS              PIC X(02).
           05 SRT-STATUS                PIC X(02).
           05 SRTGEN-STATUS             PIC X(02).
           05 ARCHCAT-STATUS            PIC X(02).
           05 ACKWORK-STATUS            PIC X(02).
           05 RUNHIST-STATUS            PIC X(02).

         01 PROBE-NAME                  PIC X(80).
         01 GEN-NAME                    PIC X(80).
         01 DELETE-NAME                 PIC X(40).
         01 DELETE-RC                   PIC 9(04).

         01 RETENTION-SETTINGS.
           05 SRT-GENERATIONS           PIC 9(03) VALUE 7.
           05 EXTRACT-GENERATIONS       PIC 9(03) VALUE 7.
           05 JOURNAL-DAYS              PIC 9(05) VALUE 90.
           05 ARCHIVE-DAYS              PIC 9(05) VALUE 2555.
           05 ACK-DAYS                  PIC 9(05) VALUE 30.
           05 TXNS-DAYS                 PIC 9(05) VALUE 90.
           05 FIRST-SCAN-DAYS           PIC 9(05) VALUE 400.

         01 CTL-PARSE.
           05 CTL-KEYWORD               PIC X(20).
           05 CTL-VALUE                 PIC X(10).
           05 CTL-NUM                   PIC 9(07).
           05 CTL-SUB                   PIC 9(02) COMP.
           05 CTL-DIGIT-X               PIC X(01).
           05 CTL-DIGIT REDEFINES CTL-DIGIT-X
                                        PIC 9(01).

      * The catalog, plus what this run decided for each file.
         01 CATALOG-TABLE.
           05 CAT-COUNT                 PIC 9(05) COMP VALUE ZERO.
           05 CAT-ENTRY OCCURS 3000 TIMES
                 INDEXED BY CAT-IDX.
             10 CT-TYPE                 PIC X(08).
             10 CT-DATE                 PIC 9(08).
             10 CT-NAME                 PIC X(40).
             10 CT-COUNT                PIC 9(07).
             10 CT-CAT-DATE             PIC 9(08).
             10 CT-AGE                  PIC 9(05).
             10 CT-RANK                 PIC 9(05).
             10 CT-DISP                 PIC X(10).
             10 CT-REASON               PIC X(40).
         01 CAT-SUB                     PIC 9(05) COMP.
         01 RANK-SUB                    PIC 9(05) COMP.

      * Files archive-catalog.dat still points reinst01 at, with
      * how many archived accounts each holds.
         01 ARCHREF-TABLE.
           05 REF-COUNT                 PIC 9(05) COMP VALUE ZERO.
           05 REF-ENTRY OCCURS 1000 TIMES
                 INDEXED BY REF-IDX.
             10 RF-NAME                 PIC X(40).
             10 RF-ACCOUNTS             PIC 9(07).
         01 REF-SUB                     PIC 9(05) COMP.

         01 FIND-NAME                   PIC X(40).
         01 NEW-ENTRY.
           05 NEW-TYPE                  PIC X(08).
           05 NEW-DATE                  PIC 9(08).
           05 NEW-NAME                  PIC X(40).
           05 NEW-COUNT                 PIC 9(07).

         01 DISCOVER-WORK.
           05 DISC-TYPE                 PIC X(08).
           05 DISC-PREFIX               PIC X(30).
           05 DISC-START                PIC 9(08).

         01 PROBE-COUNT                 PIC 9(07).
         01 PROBE-HDR-DATE              PIC 9(08).
         01 PROBE-HDR-DATE-X REDEFINES PROBE-HDR-DATE
                                        PIC X(08).
         01 HDR-DATE-WORK.
           05 HD-YYYY                   PIC X(04).
           05 Filler                    PIC X(01).
           05 HD-MM                     PIC X(02).
           05 Filler                    PIC X(01).
           05 HD-DD                     PIC X(02).
         01 LAST-BRANCH                 PIC X(08).

         01 KEEP-LIMIT                  PIC 9(05).
         01 KEEP-GENS                   PIC 9(03).
         01 OLDEST-BACKUP-DATE          PIC 9(08).
         01 AGE-WORK                    PIC S9(07).

         01 TODAY-DATE                  PIC 9(08).
         01 TODAY-DATE-X REDEFINES TODAY-DATE
                                        PIC X(08).
         01 TODAY-SERIAL                PIC 9(07).

      * The date being looked for, walked forward a day at a
      * time.
         01 SCAN-DATE.
           05 SCAN-YYYY                 PIC 9(04).
           05 SCAN-MM                   PIC 9(02).
           05 SCAN-DD                   PIC 9(02).
         01 SCAN-DATE-X REDEFINES SCAN-DATE PIC X(08).
         01 SCAN-DATE-N REDEFINES SCAN-DATE PIC 9(08).

         01 WORK-DATE.
           05 WD-YYYY                   PIC 9(04).
           05 WD-MM                     PIC 9(02).
           05 WD-DD                     PIC 9(02).
         01 WORK-DATE-N REDEFINES WORK-DATE PIC 9(08).

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

         01 RETENTION-TOTALS.
           05 FILES-KEPT                PIC 9(05) VALUE ZERO.
           05 FILES-NEW                 PIC 9(05) VALUE ZERO.
           05 FILES-HELD                PIC 9(05) VALUE ZERO.
           05 FILES-AGED                PIC 9(05) VALUE ZERO.
           05 FILES-DEL-FAILED          PIC 9(05) VALUE ZERO.
           05 FILES-MISSING             PIC 9(05) VALUE ZERO.
           05 FILES-CATALOGED           PIC 9(05) VALUE ZERO.
           05 SECTION-LINES             PIC 9(05) VALUE ZERO.

         01 RPT-TYPE                    PIC X(08).
         01 SECTION-TITLE               PIC X(80).

         01 RETENTION-LINE.
           05 Filler                    PIC X(2) VALUE SPACES.
           05 RL-NAME                   PIC X(40).
           05 Filler                    PIC X(2) VALUE SPACES.
           05 RL-DATE                   PIC 9(08).
           05 Filler                    PIC X(2) VALUE SPACES.
           05 RL-AGE                    PIC ZZZZ9.
           05 Filler                    PIC X(2) VALUE SPACES.
           05 RL-COUNT                  PIC ZZZ,ZZ9.
           05 Filler                    PIC X(2) VALUE SPACES.
           05 RL-DISP                   PIC X(10).
           05 Filler                    PIC X(2) VALUE SPACES.
           05 RL-REASON                 PIC X(40).

         01 TOTAL-LINE.
           05 TL-LABEL                  PIC X(30).
           05 TL-COUNT                  PIC ZZ,ZZ9.

         01 RUN-STAMP.
            05 RUN-DATE                  PIC 9(08).
            05 RUN-TIME-FULL             PIC 9(08).
            05 RUN-TIME REDEFINES RUN-TIME-FULL.
               10 RUN-TIME-HHMMSS        PIC 9(06).
               10 Filler                 PIC 9(02).

       PROCEDURE DIVISION.

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           MOVE TODAY-DATE TO WORK-DATE-N.
           PERFORM WORK-SERIAL-RTN THRU WORK-SERIAL-EXIT.
           MOVE DS-SERIAL TO TODAY-SERIAL.

           PERFORM LOAD-THRESHOLDS-RTN THRU LOAD-THRESHOLDS-EXIT.
           PERFORM LOAD-CATALOG-RTN THRU LOAD-CATALOG-EXIT.
           PERFORM VERIFY-ENTRY-RTN THRU VERIFY-ENTRY-EXIT
               VARYING CAT-SUB FROM 1 BY 1
               UNTIL CAT-SUB > CAT-COUNT.

           PERFORM CATALOG-SRT-RTN THRU CATALOG-SRT-EXIT.

           MOVE "EXTRACT" TO DISC-TYPE.
           MOVE "./customer-master.ext." TO DISC-PREFIX.
           PERFORM DISCOVER-RTN THRU DISCOVER-EXIT.
           MOVE "JOURNAL" TO DISC-TYPE.
           MOVE "./customer-journal." TO DISC-PREFIX.
           PERFORM DISCOVER-RTN THRU DISCOVER-EXIT.
           MOVE "ARCHIVE" TO DISC-TYPE.
           MOVE "./customer-archive." TO DISC-PREFIX.
           PERFORM DISCOVER-RTN THRU DISCOVER-EXIT.
           MOVE "TXNS" TO DISC-TYPE.
           MOVE "./customer-txns.txt." TO DISC-PREFIX.
           PERFORM DISCOVER-RTN THRU DISCOVER-EXIT.

           PERFORM LOAD-ARCHCAT-RTN THRU LOAD-ARCHCAT-EXIT.
           PERFORM DISCOVER-ACKS-RTN THRU DISCOVER-ACKS-EXIT.

           PERFORM AGE-ENTRY-RTN THRU AGE-ENTRY-EXIT
               VARYING CAT-SUB FROM 1 BY 1
               UNTIL CAT-SUB > CAT-COUNT.
           PERFORM RANK-ENTRY-RTN THRU RANK-ENTRY-EXIT
               VARYING CAT-SUB FROM 1 BY 1
               UNTIL CAT-SUB > CAT-COUNT.

           MOVE 99999999 TO OLDEST-BACKUP-DATE.
           PERFORM OLDEST-BACKUP-RTN THRU OLDEST-BACKUP-EXIT
               VARYING CAT-SUB FROM 1 BY 1
               UNTIL CAT-SUB > CAT-COUNT.
           IF OLDEST-BACKUP-DATE = 99999999
               MOVE ZERO TO OLDEST-BACKUP-DATE
           END-IF.

           PERFORM RETAIN-DAYS-RTN THRU RETAIN-DAYS-EXIT
               VARYING CAT-SUB FROM 1 BY 1
               UNTIL CAT-SUB > CAT-COUNT.

           OPEN OUTPUT RetentionFile.
           PERFORM WRITE-REPORT-RTN THRU WRITE-REPORT-EXIT.
           CLOSE RetentionFile.

           PERFORM WRITE-CATALOG-RTN THRU WRITE-CATALOG-EXIT.

           DISPLAY "GENMGR01 CONTROL TOTALS".
           DISPLAY "  FILES CATALOGED ...: " FILES-CATALOGED.
           DISPLAY "  KEPT ..............: " FILES-KEPT.
           DISPLAY "  NEW THIS RUN ......: " FILES-NEW.
           DISPLAY "  HELD BACK .........: " FILES-HELD.
           DISPLAY "  AGED OFF ..........: " FILES-AGED.
           DISPLAY "  DELETE FAILED .....: " FILES-DEL-FAILED.
           DISPLAY "  MISSING ...........: " FILES-MISSING.
           IF FILES-DEL-FAILED > ZERO
               DISPLAY "*** GENMGR01: " FILES-DEL-FAILED
                   " FILES PAST RETENTION COULD NOT BE DELETED - "
                   "SEE GENERATION-RETENTION.RPT ***"
           END-IF.

           PERFORM WRITE-RUN-HISTORY-RTN THRU WRITE-RUN-HISTORY-EXIT.

           STOP RUN.

      * WRITE-RUN-HISTORY-RTN - append this run's record to the
      * shared run-history file: catalog entries examined, left
      * on the catalog, and past retention but not deleted.
      * EXTEND creates the file on first use via the OUTPUT
      * fallback.
       WRITE-RUN-HISTORY-RTN.
           OPEN EXTEND RunHistFile.
           IF RUNHIST-STATUS NOT = "00"
               OPEN OUTPUT RunHistFile
           END-IF.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME-FULL FROM TIME.

           MOVE SPACES TO RunHistRec.
           MOVE "GENMGR01" TO RH-PROGRAM.
           MOVE RUN-DATE TO RH-RUN-DATE.
           MOVE RUN-TIME-HHMMSS TO RH-RUN-TIME.
           MOVE "./generation-catalog.dat" TO RH-INPUT-FILE.
           MOVE CAT-COUNT TO RH-RECORDS-READ.
           MOVE FILES-CATALOGED TO RH-RECORDS-WRITTEN.
           MOVE FILES-DEL-FAILED TO RH-RECORDS-REJECTED.
           MOVE "COMPLETE" TO RH-RUN-STATUS.
           WRITE RunHistRec.

           CLOSE RunHistFile.
       WRITE-RUN-HISTORY-EXIT.
           EXIT.

      * LOAD-THRESHOLDS-RTN - retention settings from
      * genmgr01.ctl; a missing control file runs with the
      * defaults and says so.
       LOAD-THRESHOLDS-RTN.
           OPEN INPUT CtlFile.
           IF CTL-STATUS NOT = "00"
               DISPLAY "GENMGR01: NO GENMGR01.CTL (STATUS "
                   CTL-STATUS ") - USING DEFAULT RETENTION"
               GO TO LOAD-THRESHOLDS-REPORT
           END-IF.

           SET EOF TO FALSE.
           PERFORM READ-CTL-RTN THRU READ-CTL-EXIT.
           PERFORM PARSE-CTL-RTN THRU PARSE-CTL-EXIT
               UNTIL EOF.

           CLOSE CtlFile.

       LOAD-THRESHOLDS-REPORT.
           IF SRT-GENERATIONS = ZERO
               MOVE 1 TO SRT-GENERATIONS
           END-IF.
           IF EXTRACT-GENERATIONS = ZERO
               MOVE 1 TO EXTRACT-GENERATIONS
           END-IF.
           DISPLAY "GENMGR01: SRT-GENERATIONS ....: "
               SRT-GENERATIONS.
           DISPLAY "GENMGR01: EXTRACT-GENERATIONS : "
               EXTRACT-GENERATIONS.
           DISPLAY "GENMGR01: JOURNAL-DAYS .......: " JOURNAL-DAYS.
           DISPLAY "GENMGR01: ARCHIVE-DAYS .......: " ARCHIVE-DAYS.
           DISPLAY "GENMGR01: ACK-DAYS ...........: " ACK-DAYS.
           DISPLAY "GENMGR01: TXNS-DAYS ..........: " TXNS-DAYS.
       LOAD-THRESHOLDS-EXIT.
           EXIT.

       READ-CTL-RTN.
           Read CtlFile
             At End
               Set EOF to True
           End-Read.
       READ-CTL-EXIT.
           EXIT.

       PARSE-CTL-RTN.
           MOVE SPACES TO CTL-KEYWORD.
           MOVE SPACES TO CTL-VALUE.
           UNSTRING CtlRec DELIMITED BY "="
               INTO CTL-KEYWORD CTL-VALUE.

           PERFORM CONVERT-VALUE-RTN THRU CONVERT-VALUE-EXIT.

           EVALUATE CTL-KEYWORD
               WHEN "SRT-GENERATIONS"
                   MOVE CTL-NUM TO SRT-GENERATIONS
               WHEN "EXTRACT-GENERATIONS"
                   MOVE CTL-NUM TO EXTRACT-GENERATIONS
               WHEN "JOURNAL-DAYS"
                   MOVE CTL-NUM TO JOURNAL-DAYS
               WHEN "ARCHIVE-DAYS"
                   MOVE CTL-NUM TO ARCHIVE-DAYS
               WHEN "ACK-DAYS"
                   MOVE CTL-NUM TO ACK-DAYS
               WHEN "TXNS-DAYS"
                   MOVE CTL-NUM TO TXNS-DAYS
               WHEN "FIRST-SCAN-DAYS"
                   MOVE CTL-NUM TO FIRST-SCAN-DAYS
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY "GENMGR01: UNKNOWN CONTROL KEYWORD "
                       CTL-KEYWORD " IGNORED"
           END-EVALUATE.

           PERFORM READ-CTL-RTN THRU READ-CTL-EXIT.
       PARSE-CTL-EXIT.
           EXIT.

      * CONVERT-VALUE-RTN - build CTL-NUM from the digits of
      * CTL-VALUE; stops at the first blank.
       CONVERT-VALUE-RTN.
           MOVE ZERO TO CTL-NUM.
           MOVE 1 TO CTL-SUB.
           PERFORM CONVERT-DIGIT-RTN THRU CONVERT-DIGIT-EXIT
               UNTIL CTL-SUB > 10
               OR CTL-VALUE (CTL-SUB:1) = SPACE.
       CONVERT-VALUE-EXIT.
           EXIT.

       CONVERT-DIGIT-RTN.
           IF CTL-VALUE (CTL-SUB:1) NUMERIC
               MOVE CTL-VALUE (CTL-SUB:1) TO CTL-DIGIT-X
               COMPUTE CTL-NUM = CTL-NUM * 10 + CTL-DIGIT
           END-IF.
           ADD 1 TO CTL-SUB.
       CONVERT-DIGIT-EXIT.
           EXIT.

      * LOAD-CATALOG-RTN - last run's catalog.  None at all is a
      * first run; one that won't read stops the run before
      * anything is deleted.
       LOAD-CATALOG-RTN.
           OPEN INPUT GenCatFile.
           IF GENCAT-STATUS = "35"
               DISPLAY "GENMGR01: NO GENERATION-CATALOG.DAT - "
                   "STARTING A NEW CATALOG"
               GO TO LOAD-CATALOG-EXIT
           END-IF.
           IF GENCAT-STATUS NOT = "00"
               DISPLAY "GENMGR01: GENERATION-CATALOG.DAT WON'T "
                   "OPEN (STATUS " GENCAT-STATUS ") - NOTHING "
                   "AGED OFF"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET EOF TO FALSE.
           PERFORM READ-GENCAT-RTN THRU READ-GENCAT-EXIT.
           PERFORM STORE-CATALOG-RTN THRU STORE-CATALOG-EXIT
               UNTIL EOF.

           CLOSE GenCatFile.
       LOAD-CATALOG-EXIT.
           EXIT.

       READ-GENCAT-RTN.
           Read GenCatFile
             At End
               Set EOF to True
           End-Read.
       READ-GENCAT-EXIT.
           EXIT.

       STORE-CATALOG-RTN.
           IF GC-FILE-NAME = SPACES
               GO TO STORE-CATALOG-NEXT
           END-IF.

           PERFORM CHECK-ROOM-RTN THRU CHECK-ROOM-EXIT.
           ADD 1 TO CAT-COUNT.
           MOVE GC-FILE-TYPE TO CT-TYPE (CAT-COUNT).
           MOVE GC-FILE-DATE TO CT-DATE (CAT-COUNT).
           MOVE GC-FILE-NAME TO CT-NAME (CAT-COUNT).
           MOVE GC-RECORD-COUNT TO CT-COUNT (CAT-COUNT).
           MOVE GC-CATALOG-DATE TO CT-CAT-DATE (CAT-COUNT).
           MOVE ZERO TO CT-AGE (CAT-COUNT).
           MOVE ZERO TO CT-RANK (CAT-COUNT).
           MOVE "KEPT" TO CT-DISP (CAT-COUNT).
           MOVE SPACES TO CT-REASON (CAT-COUNT).

       STORE-CATALOG-NEXT.
           PERFORM READ-GENCAT-RTN THRU READ-GENCAT-EXIT.
       STORE-CATALOG-EXIT.
           EXIT.

      * CHECK-ROOM-RTN - a catalog too big for the table stops
      * the run before anything is deleted; aging off from a
      * partial catalog could throw away a file it can't see
      * is still needed.
       CHECK-ROOM-RTN.
           IF CAT-COUNT >= 3000
               DISPLAY "GENMGR01: MORE THAN 3000 CATALOGED FILES "
                   "- NOTHING AGED OFF"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       CHECK-ROOM-EXIT.
           EXIT.

      * VERIFY-ENTRY-RTN - is the cataloged file still there?
      * Record counts are refreshed, and an ack file's date is
      * re-read from its branch header (mstupd01 rewrites the
      * file every run the branch sends transactions).
       VERIFY-ENTRY-RTN.
           IF CT-TYPE (CAT-SUB) = "SRT"
               MOVE CT-NAME (CAT-SUB) TO GEN-NAME
               PERFORM CHECK-SRT-GEN-RTN THRU CHECK-SRT-GEN-EXIT
           ELSE
               MOVE CT-NAME (CAT-SUB) TO PROBE-NAME
               PERFORM COUNT-PROBE-RTN THRU COUNT-PROBE-EXIT
           END-IF.

           IF NOT PROBE-FOUND
               MOVE "MISSING" TO CT-DISP (CAT-SUB)
               MOVE "NOT ON DISK - DROPPED FROM THE CATALOG"
                   TO CT-REASON (CAT-SUB)
               GO TO VERIFY-ENTRY-EXIT
           END-IF.

           IF CT-TYPE (CAT-SUB) NOT = "SRT"
               MOVE PROBE-COUNT TO CT-COUNT (CAT-SUB)
           END-IF.
           IF CT-TYPE (CAT-SUB) = "ACK"
               AND PROBE-HDR-DATE NOT = ZERO
               MOVE PROBE-HDR-DATE TO CT-DATE (CAT-SUB)
           END-IF.
       VERIFY-ENTRY-EXIT.
           EXIT.

       CHECK-SRT-GEN-RTN.
           MOVE 'N' TO PROBE-FOUND-SW.
           OPEN INPUT SrtGenFile.
           IF SRTGEN-STATUS = "00"
               SET PROBE-FOUND TO TRUE
               CLOSE SrtGenFile
           END-IF.
       CHECK-SRT-GEN-EXIT.
           EXIT.

      * COUNT-PROBE-RTN - open PROBE-NAME; when it is there,
      * count its lines and, for a file that starts with a
      * branch header, pick up the header's extract date.
       COUNT-PROBE-RTN.
           MOVE 'N' TO PROBE-FOUND-SW.
           MOVE ZERO TO PROBE-COUNT.
           MOVE ZERO TO PROBE-HDR-DATE.

           OPEN INPUT ProbeFile.
           IF PROBE-STATUS NOT = "00"
               GO TO COUNT-PROBE-EXIT
           END-IF.
           SET PROBE-FOUND TO TRUE.

           SET EOF TO FALSE.
           PERFORM READ-PROBE-RTN THRU READ-PROBE-EXIT.
           IF NOT EOF
               AND ProbeRec (1:3) = "HDR"
               PERFORM HEADER-DATE-RTN THRU HEADER-DATE-EXIT
           END-IF.
           PERFORM COUNT-LINE-RTN THRU COUNT-LINE-EXIT
               UNTIL EOF.

           CLOSE ProbeFile.
       COUNT-PROBE-EXIT.
           EXIT.

       READ-PROBE-RTN.
           Read ProbeFile
             At End
               Set EOF to True
           End-Read.
       READ-PROBE-EXIT.
           EXIT.

       COUNT-LINE-RTN.
           ADD 1 TO PROBE-COUNT.
           PERFORM READ-PROBE-RTN THRU READ-PROBE-EXIT.
       COUNT-LINE-EXIT.
           EXIT.

      * HEADER-DATE-RTN - BH-EXTRACT-DATE (brnchrec.cpy, columns
      * 16-25, yyyy/mm/dd) as yyyymmdd; left zero if it isn't a
      * date.
       HEADER-DATE-RTN.
           MOVE ProbeRec (16:10) TO HDR-DATE-WORK.
           MOVE HD-YYYY TO PROBE-HDR-DATE-X (1:4).
           MOVE HD-MM TO PROBE-HDR-DATE-X (5:2).
           MOVE HD-DD TO PROBE-HDR-DATE-X (7:2).
           IF PROBE-HDR-DATE-X NOT NUMERIC
               MOVE ZERO TO PROBE-HDR-DATE
           END-IF.
       HEADER-DATE-EXIT.
           EXIT.

      * CATALOG-SRT-RTN - copy tonight's customer.srt off as
      * generation customer.srt.yyyymmdd.  A rerun the same
      * day replaces that day's generation.
       CATALOG-SRT-RTN.
           OPEN INPUT SrtFile.
           IF SRT-STATUS NOT = "00"
               DISPLAY "*** GENMGR01: NO CUSTOMER.SRT (STATUS "
                   SRT-STATUS ") - NO NEW GENERATION TONIGHT ***"
               GO TO CATALOG-SRT-EXIT
           END-IF.

           MOVE SPACES TO GEN-NAME.
           STRING "./customer.srt." TODAY-DATE-X
               DELIMITED BY SIZE
               INTO GEN-NAME.
           OPEN OUTPUT SrtGenFile.
           IF SRTGEN-STATUS NOT = "00"
               DISPLAY "*** GENMGR01: " GEN-NAME
               DISPLAY "*** WON'T OPEN (STATUS " SRTGEN-STATUS
                   ") - NO NEW GENERATION TONIGHT ***"
               CLOSE SrtFile
               GO TO CATALOG-SRT-EXIT
           END-IF.

           MOVE ZERO TO NEW-COUNT.
           SET EOF TO FALSE.
           PERFORM READ-SRT-RTN THRU READ-SRT-EXIT.
           PERFORM COPY-SRT-RTN THRU COPY-SRT-EXIT
               UNTIL EOF.

           CLOSE SrtFile.
           CLOSE SrtGenFile.

           MOVE "SRT" TO NEW-TYPE.
           MOVE TODAY-DATE TO NEW-DATE.
           MOVE GEN-NAME TO NEW-NAME.
           PERFORM ADD-OR-UPDATE-RTN THRU ADD-OR-UPDATE-EXIT.

           DISPLAY "GENMGR01: CUSTOMER.SRT KEPT AS GENERATION "
               TODAY-DATE-X " (" NEW-COUNT " RECORDS)".
       CATALOG-SRT-EXIT.
           EXIT.

       READ-SRT-RTN.
           Read SrtFile
             At End
               Set EOF to True
           End-Read.
       READ-SRT-EXIT.
           EXIT.

       COPY-SRT-RTN.
           MOVE SrtRec TO SrtGenRec.
           WRITE SrtGenRec.
           ADD 1 TO NEW-COUNT.
           PERFORM READ-SRT-RTN THRU READ-SRT-EXIT.
       COPY-SRT-EXIT.
           EXIT.

      * DISCOVER-RTN - catalog DISC-TYPE's dated files
      * (DISC-PREFIX followed by yyyymmdd) from the newest date
      * already cataloged - it is looked at again, the file may
      * have grown - through today.
       DISCOVER-RTN.
           MOVE ZERO TO DISC-START.
           PERFORM NEWEST-OF-TYPE-RTN THRU NEWEST-OF-TYPE-EXIT
               VARYING CAT-SUB FROM 1 BY 1
               UNTIL CAT-SUB > CAT-COUNT.

           IF DISC-START = ZERO
               MOVE TODAY-DATE TO SCAN-DATE-N
               PERFORM PRIOR-DAY-RTN THRU PRIOR-DAY-EXIT
                   FIRST-SCAN-DAYS TIMES
           ELSE
               MOVE DISC-START TO SCAN-DATE-N
           END-IF.

           PERFORM PROBE-DATE-RTN THRU PROBE-DATE-EXIT
               UNTIL SCAN-DATE-N > TODAY-DATE.
       DISCOVER-EXIT.
           EXIT.

       NEWEST-OF-TYPE-RTN.
           IF CT-TYPE (CAT-SUB) = DISC-TYPE
               AND CT-DISP (CAT-SUB) NOT = "MISSING"
               AND CT-DATE (CAT-SUB) > DISC-START
               MOVE CT-DATE (CAT-SUB) TO DISC-START
           END-IF.
       NEWEST-OF-TYPE-EXIT.
           EXIT.

       PROBE-DATE-RTN.
           MOVE SPACES TO PROBE-NAME.
           STRING DISC-PREFIX DELIMITED BY SPACE
               SCAN-DATE-X DELIMITED BY SIZE
               INTO PROBE-NAME.
           PERFORM COUNT-PROBE-RTN THRU COUNT-PROBE-EXIT.

           IF PROBE-FOUND
               MOVE DISC-TYPE TO NEW-TYPE
               MOVE SCAN-DATE-N TO NEW-DATE
               MOVE PROBE-NAME TO NEW-NAME
               MOVE PROBE-COUNT TO NEW-COUNT
               PERFORM ADD-OR-UPDATE-RTN THRU ADD-OR-UPDATE-EXIT
           END-IF.

           PERFORM NEXT-DAY-RTN THRU NEXT-DAY-EXIT.
       PROBE-DATE-EXIT.
           EXIT.

      * ADD-OR-UPDATE-RTN - NEW-ENTRY onto the catalog, or its
      * date and count refreshed when the file is already there.
       ADD-OR-UPDATE-RTN.
           MOVE NEW-NAME TO FIND-NAME.
           PERFORM FIND-ENTRY-RTN THRU FIND-ENTRY-EXIT.
           IF CAT-IDX NOT > CAT-COUNT
               MOVE NEW-DATE TO CT-DATE (CAT-IDX)
               MOVE NEW-COUNT TO CT-COUNT (CAT-IDX)
               GO TO ADD-OR-UPDATE-EXIT
           END-IF.

           PERFORM CHECK-ROOM-RTN THRU CHECK-ROOM-EXIT.
           ADD 1 TO CAT-COUNT.
           SET CAT-IDX TO CAT-COUNT.
           MOVE NEW-TYPE TO CT-TYPE (CAT-IDX).
           MOVE NEW-DATE TO CT-DATE (CAT-IDX).
           MOVE NEW-NAME TO CT-NAME (CAT-IDX).
           MOVE NEW-COUNT TO CT-COUNT (CAT-IDX).
           MOVE TODAY-DATE TO CT-CAT-DATE (CAT-IDX).
           MOVE ZERO TO CT-AGE (CAT-IDX).
           MOVE ZERO TO CT-RANK (CAT-IDX).
           MOVE "NEW" TO CT-DISP (CAT-IDX).
           MOVE SPACES TO CT-REASON (CAT-IDX).
       ADD-OR-UPDATE-EXIT.
           EXIT.

      * FIND-ENTRY-RTN - CAT-IDX to the catalog entry for
      * FIND-NAME, or past CAT-COUNT when there is none.
       FIND-ENTRY-RTN.
           SET CAT-IDX TO 1.
           SEARCH CAT-ENTRY
               AT END
                   CONTINUE
               WHEN CAT-IDX > CAT-COUNT
                   CONTINUE
               WHEN CT-NAME (CAT-IDX) = FIND-NAME
                   CONTINUE
           END-SEARCH.
       FIND-ENTRY-EXIT.
           EXIT.

      * LOAD-ARCHCAT-RTN - every archive file archive-catalog.dat
      * still names, with its account count.  An archive the
      * catalog names that was never cataloged here (older than
      * the first look-back) is cataloged now, so it is held
      * like the rest.  A catalog that won't read stops the run
      * before anything is deleted.
       LOAD-ARCHCAT-RTN.
           OPEN INPUT ArchCatFile.
           IF ARCHCAT-STATUS = "35"
               DISPLAY "GENMGR01: NO ARCHIVE-CATALOG.DAT - NO "
                   "ARCHIVE IS HELD FOR IT"
               GO TO LOAD-ARCHCAT-EXIT
           END-IF.
           IF ARCHCAT-STATUS NOT = "00"
               DISPLAY "GENMGR01: ARCHIVE-CATALOG.DAT WON'T OPEN "
                   "(STATUS " ARCHCAT-STATUS ") - NOTHING AGED OFF"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET EOF TO FALSE.
           PERFORM READ-ARCHCAT-RTN THRU READ-ARCHCAT-EXIT.
           PERFORM STORE-REF-RTN THRU STORE-REF-EXIT
               UNTIL EOF.

           CLOSE ArchCatFile.

           PERFORM CATALOG-REF-RTN THRU CATALOG-REF-EXIT
               VARYING REF-SUB FROM 1 BY 1
               UNTIL REF-SUB > REF-COUNT.
       LOAD-ARCHCAT-EXIT.
           EXIT.

       READ-ARCHCAT-RTN.
           Read ArchCatFile
             At End
               Set EOF to True
           End-Read.
       READ-ARCHCAT-EXIT.
           EXIT.

       STORE-REF-RTN.
           IF AC-ARCHIVE-FILE = SPACES
               GO TO STORE-REF-NEXT
           END-IF.

           MOVE AC-ARCHIVE-FILE TO FIND-NAME.
           PERFORM FIND-REF-RTN THRU FIND-REF-EXIT.
           IF REF-IDX NOT > REF-COUNT
               ADD 1 TO RF-ACCOUNTS (REF-IDX)
               GO TO STORE-REF-NEXT
           END-IF.

           IF REF-COUNT >= 1000
               DISPLAY "GENMGR01: ARCHIVE-CATALOG.DAT NAMES MORE "
                   "THAN 1000 FILES - NOTHING AGED OFF"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO REF-COUNT.
           MOVE FIND-NAME TO RF-NAME (REF-COUNT).
           MOVE 1 TO RF-ACCOUNTS (REF-COUNT).

       STORE-REF-NEXT.
           PERFORM READ-ARCHCAT-RTN THRU READ-ARCHCAT-EXIT.
       STORE-REF-EXIT.
           EXIT.

      * FIND-REF-RTN - REF-IDX to FIND-NAME's archive-catalog
      * reference, or past REF-COUNT when there is none.
       FIND-REF-RTN.
           SET REF-IDX TO 1.
           SEARCH REF-ENTRY
               AT END
                   CONTINUE
               WHEN REF-IDX > REF-COUNT
                   CONTINUE
               WHEN RF-NAME (REF-IDX) = FIND-NAME
                   CONTINUE
           END-SEARCH.
       FIND-REF-EXIT.
           EXIT.

       CATALOG-REF-RTN.
           MOVE RF-NAME (REF-SUB) TO FIND-NAME.
           PERFORM FIND-ENTRY-RTN THRU FIND-ENTRY-EXIT.
           IF CAT-IDX NOT > CAT-COUNT
               GO TO CATALOG-REF-EXIT
           END-IF.

           IF RF-NAME (REF-SUB) (1:19) NOT = "./customer-archive."
               OR RF-NAME (REF-SUB) (20:8) NOT NUMERIC
               GO TO CATALOG-REF-EXIT
           END-IF.

           MOVE RF-NAME (REF-SUB) TO PROBE-NAME.
           PERFORM COUNT-PROBE-RTN THRU COUNT-PROBE-EXIT.
           IF PROBE-FOUND
               MOVE "ARCHIVE" TO NEW-TYPE
               MOVE RF-NAME (REF-SUB) (20:8) TO NEW-DATE
               MOVE RF-NAME (REF-SUB) TO NEW-NAME
               MOVE PROBE-COUNT TO NEW-COUNT
               PERFORM ADD-OR-UPDATE-RTN THRU ADD-OR-UPDATE-EXIT
           END-IF.
       CATALOG-REF-EXIT.
           EXIT.

      * DISCOVER-ACKS-RTN - the branches on the last mstupd01
      * run's txn-ack.work each have a txn-ack.<branch>; any not
      * yet cataloged are added, dated from the branch header.
       DISCOVER-ACKS-RTN.
           OPEN INPUT AckWorkFile.
           IF ACKWORK-STATUS NOT = "00"
               DISPLAY "GENMGR01: NO TXN-ACK.WORK - NO NEW ACK "
                   "FILES LOOKED FOR"
               GO TO DISCOVER-ACKS-EXIT
           END-IF.

           MOVE HIGH-VALUES TO LAST-BRANCH.
           SET EOF TO FALSE.
           PERFORM READ-ACKWORK-RTN THRU READ-ACKWORK-EXIT.
           PERFORM ACK-BRANCH-RTN THRU ACK-BRANCH-EXIT
               UNTIL EOF.

           CLOSE AckWorkFile.
       DISCOVER-ACKS-EXIT.
           EXIT.

       READ-ACKWORK-RTN.
           Read AckWorkFile
             At End
               Set EOF to True
           End-Read.
       READ-ACKWORK-EXIT.
           EXIT.

       ACK-BRANCH-RTN.
           IF AW-BRANCH-ID = LAST-BRANCH
               OR AW-BRANCH-ID = SPACES
               GO TO ACK-BRANCH-NEXT
           END-IF.
           MOVE AW-BRANCH-ID TO LAST-BRANCH.

           MOVE SPACES TO PROBE-NAME.
           STRING "./txn-ack." DELIMITED BY SIZE
               AW-BRANCH-ID DELIMITED BY SPACE
               INTO PROBE-NAME.
           MOVE PROBE-NAME TO FIND-NAME.
           PERFORM FIND-ENTRY-RTN THRU FIND-ENTRY-EXIT.
           IF CAT-IDX NOT > CAT-COUNT
               GO TO ACK-BRANCH-NEXT
           END-IF.

      *    COUNT-PROBE-RTN reads the ack file to end on the
      *    same EOF switch, so it is reset for the work file
      *    afterwards.
           PERFORM PROBE-ACK-RTN THRU PROBE-ACK-EXIT.

       ACK-BRANCH-NEXT.
           PERFORM READ-ACKWORK-RTN THRU READ-ACKWORK-EXIT.
       ACK-BRANCH-EXIT.
           EXIT.

       PROBE-ACK-RTN.
           PERFORM COUNT-PROBE-RTN THRU COUNT-PROBE-EXIT.
           SET EOF TO FALSE.
           IF NOT PROBE-FOUND
               GO TO PROBE-ACK-EXIT
           END-IF.

           MOVE "ACK" TO NEW-TYPE.
           IF PROBE-HDR-DATE NOT = ZERO
               MOVE PROBE-HDR-DATE TO NEW-DATE
           ELSE
               MOVE TODAY-DATE TO NEW-DATE
           END-IF.
           MOVE PROBE-NAME TO NEW-NAME.
           MOVE PROBE-COUNT TO NEW-COUNT.
           PERFORM ADD-OR-UPDATE-RTN THRU ADD-OR-UPDATE-EXIT.
       PROBE-ACK-EXIT.
           EXIT.

      * AGE-ENTRY-RTN - days from the file's date to today.
       AGE-ENTRY-RTN.
           IF CT-DISP (CAT-SUB) = "MISSING"
               GO TO AGE-ENTRY-EXIT
           END-IF.

           MOVE CT-DATE (CAT-SUB) TO WORK-DATE-N.
           PERFORM WORK-SERIAL-RTN THRU WORK-SERIAL-EXIT.
           COMPUTE AGE-WORK = TODAY-SERIAL - DS-SERIAL.
           IF AGE-WORK < ZERO
               MOVE ZERO TO AGE-WORK
           END-IF.
           MOVE AGE-WORK TO CT-AGE (CAT-SUB).
       AGE-ENTRY-EXIT.
           EXIT.

      * RANK-ENTRY-RTN - an SRT or EXTRACT file's generation
      * (1 = newest); past the number of generations kept, it
      * is aged off.
       RANK-ENTRY-RTN.
           IF CT-DISP (CAT-SUB) = "MISSING"
               GO TO RANK-ENTRY-EXIT
           END-IF.
           EVALUATE CT-TYPE (CAT-SUB)
               WHEN "SRT"
                   MOVE SRT-GENERATIONS TO KEEP-GENS
               WHEN "EXTRACT"
                   MOVE EXTRACT-GENERATIONS TO KEEP-GENS
               WHEN OTHER
                   GO TO RANK-ENTRY-EXIT
           END-EVALUATE.

           MOVE 1 TO CT-RANK (CAT-SUB).
           PERFORM COUNT-NEWER-RTN THRU COUNT-NEWER-EXIT
               VARYING RANK-SUB FROM 1 BY 1
               UNTIL RANK-SUB > CAT-COUNT.

           MOVE SPACES TO CT-REASON (CAT-SUB).
           IF CT-RANK (CAT-SUB) > KEEP-GENS
               STRING "GENERATION " CT-RANK (CAT-SUB)
                   ", KEEPING THE LAST " KEEP-GENS
                   DELIMITED BY SIZE
                   INTO CT-REASON (CAT-SUB)
               PERFORM AGE-OFF-RTN THRU AGE-OFF-EXIT
           ELSE
               STRING "GENERATION " CT-RANK (CAT-SUB)
                   " OF THE LAST " KEEP-GENS
                   DELIMITED BY SIZE
                   INTO CT-REASON (CAT-SUB)
           END-IF.
       RANK-ENTRY-EXIT.
           EXIT.

       COUNT-NEWER-RTN.
           IF RANK-SUB NOT = CAT-SUB
               AND CT-TYPE (RANK-SUB) = CT-TYPE (CAT-SUB)
               AND CT-DISP (RANK-SUB) NOT = "MISSING"
               AND CT-DATE (RANK-SUB) > CT-DATE (CAT-SUB)
               ADD 1 TO CT-RANK (CAT-SUB)
           END-IF.
       COUNT-NEWER-EXIT.
           EXIT.

      * OLDEST-BACKUP-RTN - the oldest master backup still on
      * disk after the generations have been trimmed; rollfwd01
      * can only start from a backup that is there.
       OLDEST-BACKUP-RTN.
           IF CT-TYPE (CAT-SUB) = "EXTRACT"
               AND (CT-DISP (CAT-SUB) = "KEPT"
                 OR CT-DISP (CAT-SUB) = "NEW"
                 OR CT-DISP (CAT-SUB) = "DEL FAILED")
               AND CT-DATE (CAT-SUB) < OLDEST-BACKUP-DATE
               MOVE CT-DATE (CAT-SUB) TO OLDEST-BACKUP-DATE
           END-IF.
       OLDEST-BACKUP-EXIT.
           EXIT.

      * RETAIN-DAYS-RTN - journals, archives, acks and rolled
      * transaction files by age.
      * Past its retention period a file is aged off unless
      * archive-catalog.dat names it or, for a journal, a roll
      * forward from the oldest master backup would need it.
       RETAIN-DAYS-RTN.
           IF CT-DISP (CAT-SUB) = "MISSING"
               GO TO RETAIN-DAYS-EXIT
           END-IF.
           EVALUATE CT-TYPE (CAT-SUB)
               WHEN "JOURNAL"
                   MOVE JOURNAL-DAYS TO KEEP-LIMIT
               WHEN "ARCHIVE"
                   MOVE ARCHIVE-DAYS TO KEEP-LIMIT
               WHEN "ACK"
                   MOVE ACK-DAYS TO KEEP-LIMIT
               WHEN "TXNS"
                   MOVE TXNS-DAYS TO KEEP-LIMIT
               WHEN OTHER
                   GO TO RETAIN-DAYS-EXIT
           END-EVALUATE.

           MOVE SPACES TO CT-REASON (CAT-SUB).
           IF CT-AGE (CAT-SUB) NOT > KEEP-LIMIT
               STRING "AGE " CT-AGE (CAT-SUB)
                   " DAYS, KEEPING " KEEP-LIMIT
                   DELIMITED BY SIZE
                   INTO CT-REASON (CAT-SUB)
               GO TO RETAIN-DAYS-EXIT
           END-IF.

           MOVE CT-NAME (CAT-SUB) TO FIND-NAME.
           PERFORM FIND-REF-RTN THRU FIND-REF-EXIT.
           IF REF-IDX NOT > REF-COUNT
               MOVE "HELD" TO CT-DISP (CAT-SUB)
               STRING "ON ARCHIVE-CATALOG.DAT, "
                   RF-ACCOUNTS (REF-IDX) " ACCOUNTS"
                   DELIMITED BY SIZE
                   INTO CT-REASON (CAT-SUB)
               GO TO RETAIN-DAYS-EXIT
           END-IF.

           IF CT-TYPE (CAT-SUB) = "JOURNAL"
               AND OLDEST-BACKUP-DATE = ZERO
               MOVE "HELD" TO CT-DISP (CAT-SUB)
               MOVE "NO MASTER BACKUP TO ROLL FORWARD FROM"
                   TO CT-REASON (CAT-SUB)
               GO TO RETAIN-DAYS-EXIT
           END-IF.

           IF CT-TYPE (CAT-SUB) = "JOURNAL"
               AND CT-DATE (CAT-SUB) NOT < OLDEST-BACKUP-DATE
               MOVE "HELD" TO CT-DISP (CAT-SUB)
               STRING "ROLL FORWARD FROM BACKUP "
                   OLDEST-BACKUP-DATE
                   DELIMITED BY SIZE
                   INTO CT-REASON (CAT-SUB)
               GO TO RETAIN-DAYS-EXIT
           END-IF.

           STRING "AGE " CT-AGE (CAT-SUB)
               " DAYS, OVER " KEEP-LIMIT
               DELIMITED BY SIZE
               INTO CT-REASON (CAT-SUB).
           PERFORM AGE-OFF-RTN THRU AGE-OFF-EXIT.
       RETAIN-DAYS-EXIT.
           EXIT.

      * AGE-OFF-RTN - delete the file.  One that won't delete
      * stays on the catalog and is reported.
       AGE-OFF-RTN.
           MOVE CT-NAME (CAT-SUB) TO DELETE-NAME.
           CALL "CBL_DELETE_FILE" USING DELETE-NAME.
           MOVE RETURN-CODE TO DELETE-RC.
           MOVE ZERO TO RETURN-CODE.

           IF DELETE-RC = ZERO
               MOVE "AGED OFF" TO CT-DISP (CAT-SUB)
           ELSE
               MOVE "DEL FAILED" TO CT-DISP (CAT-SUB)
               MOVE SPACES TO CT-REASON (CAT-SUB)
               STRING "DELETE FAILED, RC " DELETE-RC
                   " - STILL ON DISK"
                   DELIMITED BY SIZE
                   INTO CT-REASON (CAT-SUB)
           END-IF.
       AGE-OFF-EXIT.
           EXIT.

      * WRITE-REPORT-RTN - generation-retention.rpt, one section
      * per file type.
       WRITE-REPORT-RTN.
           MOVE SPACES TO RetentionRec.
           STRING "GENMGR01 - GENERATION AND RETENTION REPORT"
               "   RUN " TODAY-DATE-X
               DELIMITED BY SIZE
               INTO RetentionRec.
           WRITE RetentionRec.
           MOVE SPACES TO RetentionRec.
           IF OLDEST-BACKUP-DATE = ZERO
               MOVE "NO MASTER BACKUP ON DISK - EVERY JOURNAL HELD"
                   TO RetentionRec
           ELSE
               STRING "OLDEST MASTER BACKUP " OLDEST-BACKUP-DATE
                   " - JOURNALS FROM THAT DATE ON ARE HELD"
                   DELIMITED BY SIZE
                   INTO RetentionRec
           END-IF.
           WRITE RetentionRec.

           MOVE "SRT" TO RPT-TYPE.
           MOVE SPACES TO SECTION-TITLE.
           STRING "CUSTOMER.SRT GENERATIONS - KEEP THE LAST "
               SRT-GENERATIONS
               DELIMITED BY SIZE
               INTO SECTION-TITLE.
           PERFORM WRITE-SECTION-RTN THRU WRITE-SECTION-EXIT.

           MOVE "EXTRACT" TO RPT-TYPE.
           MOVE SPACES TO SECTION-TITLE.
           STRING "CUSTOMER-MASTER.EXT GENERATIONS (MASTER "
               "BACKUPS) - KEEP THE LAST " EXTRACT-GENERATIONS
               DELIMITED BY SIZE
               INTO SECTION-TITLE.
           PERFORM WRITE-SECTION-RTN THRU WRITE-SECTION-EXIT.

           MOVE "JOURNAL" TO RPT-TYPE.
           MOVE SPACES TO SECTION-TITLE.
           STRING "CUSTOMER JOURNALS - KEEP " JOURNAL-DAYS " DAYS"
               DELIMITED BY SIZE
               INTO SECTION-TITLE.
           PERFORM WRITE-SECTION-RTN THRU WRITE-SECTION-EXIT.

           MOVE "ARCHIVE" TO RPT-TYPE.
           MOVE SPACES TO SECTION-TITLE.
           STRING "CUSTOMER ARCHIVES - KEEP " ARCHIVE-DAYS " DAYS"
               DELIMITED BY SIZE
               INTO SECTION-TITLE.
           PERFORM WRITE-SECTION-RTN THRU WRITE-SECTION-EXIT.

           MOVE "ACK" TO RPT-TYPE.
           MOVE SPACES TO SECTION-TITLE.
           STRING "BRANCH TRANSACTION ACKS - KEEP " ACK-DAYS
               " DAYS"
               DELIMITED BY SIZE
               INTO SECTION-TITLE.
           PERFORM WRITE-SECTION-RTN THRU WRITE-SECTION-EXIT.

           MOVE "TXNS" TO RPT-TYPE.
           MOVE SPACES TO SECTION-TITLE.
           STRING "BRANCH TRANSACTION FILES - KEEP " TXNS-DAYS
               " DAYS"
               DELIMITED BY SIZE
               INTO SECTION-TITLE.
           PERFORM WRITE-SECTION-RTN THRU WRITE-SECTION-EXIT.

           MOVE SPACES TO RetentionRec.
           WRITE RetentionRec.
           MOVE "TOTALS" TO RetentionRec.
           WRITE RetentionRec.
           MOVE "  KEPT" TO TL-LABEL.
           MOVE FILES-KEPT TO TL-COUNT.
           PERFORM WRITE-TOTAL-RTN THRU WRITE-TOTAL-EXIT.
           MOVE "  NEW THIS RUN" TO TL-LABEL.
           MOVE FILES-NEW TO TL-COUNT.
           PERFORM WRITE-TOTAL-RTN THRU WRITE-TOTAL-EXIT.
           MOVE "  HELD BACK" TO TL-LABEL.
           MOVE FILES-HELD TO TL-COUNT.
           PERFORM WRITE-TOTAL-RTN THRU WRITE-TOTAL-EXIT.
           MOVE "  AGED OFF" TO TL-LABEL.
           MOVE FILES-AGED TO TL-COUNT.
           PERFORM WRITE-TOTAL-RTN THRU WRITE-TOTAL-EXIT.
           MOVE "  DELETE FAILED" TO TL-LABEL.
           MOVE FILES-DEL-FAILED TO TL-COUNT.
           PERFORM WRITE-TOTAL-RTN THRU WRITE-TOTAL-EXIT.
           MOVE "  MISSING" TO TL-LABEL.
           MOVE FILES-MISSING TO TL-COUNT.
           PERFORM WRITE-TOTAL-RTN THRU WRITE-TOTAL-EXIT.
       WRITE-REPORT-EXIT.
           EXIT.

       WRITE-TOTAL-RTN.
           MOVE TOTAL-LINE TO RetentionRec.
           WRITE RetentionRec.
       WRITE-TOTAL-EXIT.
           EXIT.

       WRITE-SECTION-RTN.
           MOVE SPACES TO RetentionRec.
           WRITE RetentionRec.
           MOVE SECTION-TITLE TO RetentionRec.
           WRITE RetentionRec.
           MOVE SPACES TO RetentionRec.
           MOVE "  FILE" TO RetentionRec (1:6).
           MOVE "DATE" TO RetentionRec (45:4).
           MOVE "AGE" TO RetentionRec (57:3).
           MOVE "RECORDS" TO RetentionRec (62:7).
           MOVE "DISPOSITION" TO RetentionRec (71:11).
           MOVE "REASON" TO RetentionRec (83:6).
           WRITE RetentionRec.

           MOVE ZERO TO SECTION-LINES.
           PERFORM WRITE-ENTRY-RTN THRU WRITE-ENTRY-EXIT
               VARYING CAT-SUB FROM 1 BY 1
               UNTIL CAT-SUB > CAT-COUNT.

           IF SECTION-LINES = ZERO
               MOVE "  NONE CATALOGED" TO RetentionRec
               WRITE RetentionRec
           END-IF.
       WRITE-SECTION-EXIT.
           EXIT.

       WRITE-ENTRY-RTN.
           IF CT-TYPE (CAT-SUB) NOT = RPT-TYPE
               GO TO WRITE-ENTRY-EXIT
           END-IF.

           ADD 1 TO SECTION-LINES.
           EVALUATE CT-DISP (CAT-SUB)
               WHEN "KEPT"       ADD 1 TO FILES-KEPT
               WHEN "NEW"        ADD 1 TO FILES-NEW
               WHEN "HELD"       ADD 1 TO FILES-HELD
               WHEN "AGED OFF"   ADD 1 TO FILES-AGED
               WHEN "DEL FAILED" ADD 1 TO FILES-DEL-FAILED
               WHEN "MISSING"    ADD 1 TO FILES-MISSING
           END-EVALUATE.

           MOVE CT-NAME (CAT-SUB) TO RL-NAME.
           MOVE CT-DATE (CAT-SUB) TO RL-DATE.
           MOVE CT-AGE (CAT-SUB) TO RL-AGE.
           MOVE CT-COUNT (CAT-SUB) TO RL-COUNT.
           MOVE CT-DISP (CAT-SUB) TO RL-DISP.
           MOVE CT-REASON (CAT-SUB) TO RL-REASON.
           MOVE RETENTION-LINE TO RetentionRec.
           WRITE RetentionRec.
       WRITE-ENTRY-EXIT.
           EXIT.

      * WRITE-CATALOG-RTN - rewrite the catalog: everything
      * still on disk, HELD with its reason.
       WRITE-CATALOG-RTN.
           OPEN OUTPUT GenCatFile.
           IF GENCAT-STATUS NOT = "00"
               DISPLAY "*** GENMGR01: GENERATION-CATALOG.DAT WON'T "
                   "OPEN FOR OUTPUT (STATUS " GENCAT-STATUS
                   ") - CATALOG NOT UPDATED ***"
               MOVE 16 TO RETURN-CODE
               GO TO WRITE-CATALOG-EXIT
           END-IF.

           PERFORM WRITE-CAT-ENTRY-RTN THRU WRITE-CAT-ENTRY-EXIT
               VARYING CAT-SUB FROM 1 BY 1
               UNTIL CAT-SUB > CAT-COUNT.

           CLOSE GenCatFile.
       WRITE-CATALOG-EXIT.
           EXIT.

       WRITE-CAT-ENTRY-RTN.
           IF CT-DISP (CAT-SUB) = "AGED OFF"
               OR CT-DISP (CAT-SUB) = "MISSING"
               GO TO WRITE-CAT-ENTRY-EXIT
           END-IF.

           MOVE SPACES TO GenCatRec.
           MOVE CT-TYPE (CAT-SUB) TO GC-FILE-TYPE.
           MOVE CT-DATE (CAT-SUB) TO GC-FILE-DATE.
           MOVE CT-NAME (CAT-SUB) TO GC-FILE-NAME.
           MOVE CT-COUNT (CAT-SUB) TO GC-RECORD-COUNT.
           MOVE CT-CAT-DATE (CAT-SUB) TO GC-CATALOG-DATE.
           IF CT-DISP (CAT-SUB) = "HELD"
               MOVE "HELD" TO GC-STATUS
               MOVE CT-REASON (CAT-SUB) TO GC-REASON
           ELSE
               MOVE "KEPT" TO GC-STATUS
           END-IF.
           WRITE GenCatRec.
           ADD 1 TO FILES-CATALOGED.
       WRITE-CAT-ENTRY-EXIT.
           EXIT.

      * WORK-SERIAL-RTN - DS-SERIAL for WORK-DATE.
       WORK-SERIAL-RTN.
           MOVE WD-YYYY TO DS-YYYY.
           MOVE WD-MM TO DS-MM.
           MOVE WD-DD TO DS-DD.
           PERFORM DAY-SERIAL-RTN THRU DAY-SERIAL-EXIT.
       WORK-SERIAL-EXIT.
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

      * DAY-SERIAL-RTN - day number of DS-YYYY/MM/DD so an age
      * in days is a subtraction.
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
