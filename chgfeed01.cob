       IDENTIFICATION DIVISION.
       PROGRAM-ID. chgfeed01.
      * A GnuCOBOL program
      * On: 10/15/2026
      * By: Bill Blasingim
      *
      * Outbound incremental customer change feed.  Run nightly
      * (a step in nightly01.stream, after mstupd01).  Builds
      * customer-feed.nnnnnn (chgfeed.cpy), nnnnnn the feed
      * sequence number, from one day's customer-journal.yyyymmdd
      * and the purges purge01 cataloged on archive-catalog.dat
      * that day: one record per add, change, delete, merge and
      * purge, with the new image and which fields changed,
      * between a header (sequence number and date) and a
      * trailer (record count and a count per action).
      *
      * The journal entries are turned into feed records so:
      *   A  ADD, every field flagged as changed;
      *   C  CHANGE, only when some field did change;
      *   D  DELETE;
      *   M  the survivor's entry and the merged-away record's
      *      delete that follows it (same run date and time)
      *      make one MERGE; a survivor with no delete after it
      *      goes as a CHANGE, a merged-away delete with no
      *      survivor before it as a DELETE.
      * Purges follow the day's journal entries.  A mstbak01
      * backout is not journaled and so is not fed.
      *
      * customer-feed-control.dat (feedctl.cpy) holds a line per
      * feed sent.  Each feed is for the day after the last one,
      * so the same journal is never fed twice and no day is
      * skipped: a run feeds every day from the day after the
      * last feed through today, a day with no journal as an
      * empty feed.  Journal entries or purges added to the last
      * feed's day after it was built go out on the next feed.
      *
      * PARM:
      *   (none)            feed every day that is due;
      *   yyyymmdd          the same, but the first feed ever
      *                     starts at yyyymmdd instead of today -
      *                     once feeds exist it must be the day
      *                     due, anything else is refused;
      *   RESEND nnnnnn     regenerate feed nnnnnn exactly as it
      *                     first went out (same entries, same
      *                     header) - its journal must still be
      *                     on disk.  Its receivers' acks are
      *                     reset to AWAITING.  A customer
      *                     erased since (privreq01) comes out
      *                     with the personal fields blank, or
      *                     asterisks in those a CHANGE or
      *                     MERGE changed; the records, actions
      *                     and flags are as first sent.
      *
      * customer-feed.ctl names the receivers, one
      * RECEIVER=<id> line each (up to five); with none the
      * feed goes to a single receiver, DEFAULT.  feedack01
      * reconciles the acks they return.
      *
       Environment Division.
       Input-Output Section.
       File-Control.
       Select CtlFile Assign to
         "./customer-feed.ctl"
         Line Sequential
         File Status CTL-STATUS.
       Select FeedCtlFile Assign to
         "./customer-feed-control.dat"
         Line Sequential
         File Status FEEDCTL-STATUS.
       Select JrnFile Assign to Dynamic JOURNAL-NAME
         Line Sequential
         File Status JRN-STATUS.
       Select ArchCatFile Assign to
         "./archive-catalog.dat"
         Line Sequential
         File Status ARCHCAT-STATUS.
       Select FeedFile Assign to Dynamic FEED-NAME
         Line Sequential
         File Status FEED-STATUS.
       Select RunHistFile Assign to
         "./run-history.dat"
         Line Sequential
         File Status RUNHIST-STATUS.
       Data Division.
       File Section.
       FD CtlFile.
         01 CtlRec              pic x(80).

       FD FeedCtlFile.
         01 FeedCtlRec          pic x(262).

       FD JrnFile.
         01 JrnRec.
           COPY "copybooks/jrnlrec.cpy".

       FD ArchCatFile.
         01 ArchCatRec.
           COPY "copybooks/archcat.cpy".

       FD FeedFile.
         01 FeedRec             pic x(249).

       FD RunHistFile.
         01 RunHistRec.
           COPY "copybooks/runhist.cpy".

       Working-Storage Section.
         01 Misc.
           05        Pic X
             Value "N".
           88 EOF     Value "Y"  When Set To False Is "N".
           05 RESEND-SW       Pic X Value "N".
           88 RESEND-RUN  Value "Y".
           05 PENDING-SW      Pic X Value "N".
           88 PENDING-MERGE  Value "Y".
           05 SHORT-SW        Pic X Value "N".
           88 RANGE-SHORT  Value "Y".

         01 FILE-STATUSES.
           05 CTL-STATUS                PIC X(02).
           05 FEEDCTL-STATUS            PIC X(02).
           05 JRN-STATUS                PIC X(02).
           05 ARCHCAT-STATUS            PIC X(02).
           05 FEED-STATUS               PIC X(02).
           05 RUNHIST-STATUS            PIC X(02).

         01 JOURNAL-NAME                PIC X(80).
         01 FEED-NAME                   PIC X(80).

         01 PARM-LINE                   PIC X(80).
         01 RUN-PARMS.
           05 PARM-1                    PIC X(08).
           05 PARM-1-N REDEFINES PARM-1 PIC 9(08).
           05 PARM-2                    PIC X(10).
         01 RESEND-SEQ                  PIC 9(06).

         01 CTL-PARSE.
           05 CTL-KEYWORD               PIC X(20).
           05 CTL-VALUE                 PIC X(10).
           05 CTL-NUM                   PIC 9(07).
           05 CTL-SUB                   PIC 9(02) COMP.
           05 CTL-DIGIT-X               PIC X(01).
           05 CTL-DIGIT REDEFINES CTL-DIGIT-X
                                        PIC 9(01).

      * Receivers from customer-feed.ctl.
         01 RECEIVER-TABLE.
           05 RCV-COUNT                 PIC 9(02) COMP VALUE ZERO.
           05 RCV-ID OCCURS 5 TIMES     PIC X(08).
         01 RCV-SUB                     PIC 9(02) COMP.

      * Every feed sent, in sequence order, as read from and
      * written back to customer-feed-control.dat.
         01 FEED-TABLE.
           05 FEED-COUNT                PIC 9(05) COMP VALUE ZERO.
           05 FEED-ENTRY OCCURS 9999 TIMES
                 INDEXED BY FEED-IDX.
             10 FE-RECORD               PIC X(262).
         01 FEED-SUB                    PIC 9(05) COMP.

      * The feed being built or resent.
         01 FEED-CTL-VIEW.
           COPY "copybooks/feedctl.cpy".

      * The last feed on the control file.
         01 LAST-FEED.
           05 LAST-SEQ                  PIC 9(06) VALUE ZERO.
           05 LAST-DATE                 PIC 9(08) VALUE ZERO.
           05 LAST-JRN                  PIC 9(07) VALUE ZERO.
           05 LAST-PRG                  PIC 9(07) VALUE ZERO.

         COPY "copybooks/chgfeed.cpy".

      * Field views of a journal before-image and after-image
      * (the mstrec.cpy layout).
         01 BEFORE-VIEW.
           05 BV-ACCOUNT                PIC X(18).
           05 Filler                    PIC X(2).
           05 BV-GENDER                 PIC X(1).
           05 BV-FIRST                  PIC X(15).
           05 BV-MIDDLE                 PIC X(15).
           05 BV-LAST                   PIC X(20).
           05 BV-BIRTHDAY               PIC X(10).
           05 BV-ADDRESS                PIC X(25).
           05 BV-CITY                   PIC X(20).
           05 BV-STATE                  PIC X(2).
           05 BV-ZIP                    PIC X(5).
           05 BV-CUST-STATUS            PIC X(1).
           05 BV-LAST-ACTIVITY          PIC X(10).

         01 AFTER-VIEW.
           05 AV-ACCOUNT                PIC X(18).
           05 Filler                    PIC X(2).
           05 AV-GENDER                 PIC X(1).
           05 AV-FIRST                  PIC X(15).
           05 AV-MIDDLE                 PIC X(15).
           05 AV-LAST                   PIC X(20).
           05 AV-BIRTHDAY               PIC X(10).
           05 AV-ADDRESS                PIC X(25).
           05 AV-CITY                   PIC X(20).
           05 AV-STATE                  PIC X(2).
           05 AV-ZIP                    PIC X(5).
           05 AV-CUST-STATUS            PIC X(1).
           05 AV-LAST-ACTIVITY          PIC X(10).

      * A merge survivor's entry, held until the merged-away
      * record's delete turns up behind it.
         01 PENDING-ENTRY.
           05 PM-DATE                   PIC 9(08).
           05 PM-TIME                   PIC 9(06).
           05 PM-BRANCH                 PIC X(08).
           05 PM-ACCOUNT                PIC X(18).
           05 PM-BEFORE                 PIC X(144).
           05 PM-AFTER                  PIC X(144).

      * The stretch of one day's journal or purges being fed.
         01 RANGE-WORK.
           05 RANGE-DATE                PIC 9(08).
           05 RANGE-DATE-X REDEFINES RANGE-DATE
                                        PIC X(08).
           05 RANGE-FROM                PIC 9(07).
           05 RANGE-THRU                PIC 9(07).
           05 ENTRY-NO                  PIC 9(07).

         01 COUNT-WORK.
           05 COUNT-DATE                PIC 9(08).
           05 COUNT-DATE-X REDEFINES COUNT-DATE
                                        PIC X(08).
           05 COUNT-RESULT              PIC 9(07).
           05 NEED-COUNT                PIC 9(07).

         01 FEED-TOTALS.
           05 FEED-RECORDS              PIC 9(07).
           05 FEED-ADDS                 PIC 9(07).
           05 FEED-CHANGES              PIC 9(07).
           05 FEED-DELETES              PIC 9(07).
           05 FEED-MERGES               PIC 9(07).
           05 FEED-PURGES               PIC 9(07).

         01 RUN-TOTALS.
           05 FEEDS-BUILT               PIC 9(05) VALUE ZERO.
           05 JOURNAL-ENTRIES-READ      PIC 9(07) VALUE ZERO.
           05 PURGES-READ               PIC 9(07) VALUE ZERO.
           05 RECORDS-WRITTEN           PIC 9(07) VALUE ZERO.
           05 UNCHANGED-SKIPPED         PIC 9(07) VALUE ZERO.
           05 MERGES-UNPAIRED           PIC 9(07) VALUE ZERO.
           05 UNKNOWN-ACTIONS           PIC 9(07) VALUE ZERO.
           05 LATE-ENTRIES              PIC 9(07) VALUE ZERO.

      * The feed date, walked forward a day at a time.
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
               INTO PARM-1 PARM-2.

           ACCEPT TODAY FROM DATE YYYYMMDD.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME-FULL FROM TIME.

           IF PARM-1 = "RESEND"
               MOVE PARM-2 TO CTL-VALUE
               PERFORM CONVERT-VALUE-RTN THRU CONVERT-VALUE-EXIT
               IF CTL-NUM = ZERO OR CTL-NUM > 999999
                   DISPLAY "CHGFEED01: RESEND NEEDS THE FEED "
                       "SEQUENCE NUMBER, GOT '" PARM-2 "'"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE CTL-NUM TO RESEND-SEQ
               SET RESEND-RUN TO TRUE
           ELSE
               IF PARM-1 NOT = SPACES
                   AND (PARM-1 NOT NUMERIC OR PARM-1-N > TODAY-N)
                   DISPLAY "CHGFEED01: PARM MUST BE A FEED DATE "
                       "(YYYYMMDD, NOT AFTER TODAY) OR RESEND "
                       "NNNNNN, GOT '" PARM-1 "'"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           PERFORM LOAD-CTL-RTN THRU LOAD-CTL-EXIT.
           PERFORM LOAD-FEEDCTL-RTN THRU LOAD-FEEDCTL-EXIT.

           IF RESEND-RUN
               PERFORM RESEND-RTN THRU RESEND-EXIT
           ELSE
               PERFORM FEED-DUE-RTN THRU FEED-DUE-EXIT
           END-IF.

           IF FEEDS-BUILT > ZERO
               PERFORM WRITE-FEEDCTL-RTN THRU WRITE-FEEDCTL-EXIT
           END-IF.

           DISPLAY "CHGFEED01 CONTROL TOTALS".
           DISPLAY "  FEEDS BUILT .........: " FEEDS-BUILT.
           DISPLAY "  JOURNAL ENTRIES READ : " JOURNAL-ENTRIES-READ.
           DISPLAY "  PURGES READ .........: " PURGES-READ.
           DISPLAY "  FEED RECORDS WRITTEN : " RECORDS-WRITTEN.
           DISPLAY "  NO-CHANGE ENTRIES ...: " UNCHANGED-SKIPPED.
           DISPLAY "  UNPAIRED MERGES .....: " MERGES-UNPAIRED.
           DISPLAY "  LATE ENTRIES CARRIED : " LATE-ENTRIES.
           IF UNKNOWN-ACTIONS > ZERO
               DISPLAY "*** CHGFEED01: " UNKNOWN-ACTIONS
                   " JOURNAL ENTRIES WITH AN UNKNOWN ACTION WERE "
                   "NOT FED ***"
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
           MOVE "CHGFEED01" TO RH-PROGRAM.
           MOVE RUN-DATE TO RH-RUN-DATE.
           MOVE RUN-TIME-HHMMSS TO RH-RUN-TIME.
           MOVE "./customer-feed-control.dat" TO RH-INPUT-FILE.
           COMPUTE RH-RECORDS-READ = JOURNAL-ENTRIES-READ
               + PURGES-READ.
           MOVE RECORDS-WRITTEN TO RH-RECORDS-WRITTEN.
           MOVE UNKNOWN-ACTIONS TO RH-RECORDS-REJECTED.
           IF RESEND-RUN
               MOVE "RESEND" TO RH-RUN-STATUS
           ELSE
               MOVE "COMPLETE" TO RH-RUN-STATUS
           END-IF.
           WRITE RunHistRec.

           CLOSE RunHistFile.
       WRITE-RUN-HISTORY-EXIT.
           EXIT.

      * LOAD-CTL-RTN - the receivers from customer-feed.ctl.
       LOAD-CTL-RTN.
           OPEN INPUT CtlFile.
           IF CTL-STATUS NOT = "00"
               DISPLAY "CHGFEED01: NO CUSTOMER-FEED.CTL (STATUS "
                   CTL-STATUS ")"
               GO TO LOAD-CTL-DEFAULT
           END-IF.

           SET EOF TO FALSE.
           PERFORM READ-CTL-RTN THRU READ-CTL-EXIT.
           PERFORM PARSE-CTL-RTN THRU PARSE-CTL-EXIT
               UNTIL EOF.

           CLOSE CtlFile.

       LOAD-CTL-DEFAULT.
           IF RCV-COUNT = ZERO
               DISPLAY "CHGFEED01: NO RECEIVERS NAMED - FEEDING "
                   "RECEIVER DEFAULT"
               MOVE 1 TO RCV-COUNT
               MOVE "DEFAULT" TO RCV-ID (1)
           END-IF.
       LOAD-CTL-EXIT.
           EXIT.

       READ-CTL-RTN.
           Read CtlFile
             At End
               Set EOF to True
           End-Read.
       READ-CTL-EXIT.
           EXIT.

      * PARSE-CTL-RTN - ACK-DAYS is feedack01's; it is allowed
      * here so the two programs can share the control file.
       PARSE-CTL-RTN.
           MOVE SPACES TO CTL-KEYWORD.
           MOVE SPACES TO CTL-VALUE.
           UNSTRING CtlRec DELIMITED BY "="
               INTO CTL-KEYWORD CTL-VALUE.

           EVALUATE CTL-KEYWORD
               WHEN "RECEIVER"
                   IF RCV-COUNT < 5
                       ADD 1 TO RCV-COUNT
                       MOVE CTL-VALUE TO RCV-ID (RCV-COUNT)
                   ELSE
                       DISPLAY "CHGFEED01: MORE THAN 5 RECEIVERS - "
                           CTL-VALUE " IGNORED"
                   END-IF
               WHEN "ACK-DAYS"
                   CONTINUE
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY "CHGFEED01: UNKNOWN CONTROL KEYWORD "
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

      * LOAD-FEEDCTL-RTN - every feed sent so far.  None at all
      * is the first feed; a control file that won't read stops
      * the run before anything is fed.
       LOAD-FEEDCTL-RTN.
           OPEN INPUT FeedCtlFile.
           IF FEEDCTL-STATUS = "35"
               GO TO LOAD-FEEDCTL-EXIT
           END-IF.
           IF FEEDCTL-STATUS NOT = "00"
               DISPLAY "CHGFEED01: CUSTOMER-FEED-CONTROL.DAT WON'T "
                   "OPEN (STATUS " FEEDCTL-STATUS ") - NOTHING FED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET EOF TO FALSE.
           PERFORM READ-FEEDCTL-RTN THRU READ-FEEDCTL-EXIT.
           PERFORM STORE-FEEDCTL-RTN THRU STORE-FEEDCTL-EXIT
               UNTIL EOF.

           CLOSE FeedCtlFile.
       LOAD-FEEDCTL-EXIT.
           EXIT.

       READ-FEEDCTL-RTN.
           Read FeedCtlFile
             At End
               Set EOF to True
           End-Read.
       READ-FEEDCTL-EXIT.
           EXIT.

       STORE-FEEDCTL-RTN.
           IF FeedCtlRec = SPACES
               GO TO STORE-FEEDCTL-NEXT
           END-IF.

           PERFORM CHECK-ROOM-RTN THRU CHECK-ROOM-EXIT.
           ADD 1 TO FEED-COUNT.
           MOVE FeedCtlRec TO FE-RECORD (FEED-COUNT).

           MOVE FeedCtlRec TO FEED-CTL-VIEW.
           MOVE FC-FEED-SEQ TO LAST-SEQ.
           MOVE FC-FEED-DATE TO LAST-DATE.
           MOVE FC-JOURNAL-ENTRIES TO LAST-JRN.
           MOVE FC-PURGE-ENTRIES TO LAST-PRG.

       STORE-FEEDCTL-NEXT.
           PERFORM READ-FEEDCTL-RTN THRU READ-FEEDCTL-EXIT.
       STORE-FEEDCTL-EXIT.
           EXIT.

      * CHECK-ROOM-RTN - the control file is never trimmed, so
      * the table holds 9999 feeds (better than 27 years of
      * them).
       CHECK-ROOM-RTN.
           IF FEED-COUNT >= 9999
               DISPLAY "CHGFEED01: MORE THAN 9999 FEEDS ON "
                   "CUSTOMER-FEED-CONTROL.DAT - NOTHING FED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       CHECK-ROOM-EXIT.
           EXIT.

      * FEED-DUE-RTN - a feed for every day from the day after
      * the last feed through today.  A PARM date must be the
      * day due; a day already fed is only sent again by
      * RESEND, and a later day would leave a hole.
       FEED-DUE-RTN.
           IF FEED-COUNT = ZERO
               IF PARM-1 = SPACES
                   MOVE TODAY-N TO SCAN-DATE-N
               ELSE
                   MOVE PARM-1-N TO SCAN-DATE-N
               END-IF
               DISPLAY "CHGFEED01: NO CUSTOMER-FEED-CONTROL.DAT - "
                   "THE FIRST FEED IS FOR " SCAN-DATE-X
               GO TO FEED-DUE-BUILD
           END-IF.

           MOVE LAST-DATE TO SCAN-DATE-N.
           PERFORM NEXT-DAY-RTN THRU NEXT-DAY-EXIT.

           IF PARM-1 NOT = SPACES
               AND PARM-1-N < SCAN-DATE-N
               PERFORM FIND-DATE-RTN THRU FIND-DATE-EXIT
               IF FC-FEED-DATE = PARM-1-N
                   DISPLAY "CHGFEED01: " PARM-1 " WAS FED ON FEED "
                       FC-FEED-SEQ " - RESEND " FC-FEED-SEQ
                       " TO SEND IT AGAIN"
               ELSE
                   DISPLAY "CHGFEED01: " PARM-1 " IS BEFORE THE "
                       "FIRST FEED - NOTHING FED"
               END-IF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PARM-1 NOT = SPACES
               AND PARM-1-N > SCAN-DATE-N
               DISPLAY "CHGFEED01: THE NEXT FEED IS FOR "
                   SCAN-DATE-X " - FEEDING " PARM-1
                   " WOULD SKIP IT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF SCAN-DATE-N > TODAY-N
               PERFORM NOTHING-DUE-RTN THRU NOTHING-DUE-EXIT
               GO TO FEED-DUE-EXIT
           END-IF.

       FEED-DUE-BUILD.
           PERFORM BUILD-FEED-RTN THRU BUILD-FEED-EXIT
               UNTIL SCAN-DATE-N > TODAY-N.
       FEED-DUE-EXIT.
           EXIT.

      * FIND-DATE-RTN - the feed that carried PARM-1's day into
      * FEED-CTL-VIEW.  The view still holds the last control
      * record from the load, so it is cleared first - else
      * the search stops before it starts when PARM-1 is that
      * record's day.
       FIND-DATE-RTN.
           MOVE SPACES TO FEED-CTL-VIEW.
           INITIALIZE FEED-CTL-VIEW.
           PERFORM CHECK-DATE-RTN THRU CHECK-DATE-EXIT
               VARYING FEED-SUB FROM 1 BY 1
               UNTIL FEED-SUB > FEED-COUNT
               OR FC-FEED-DATE = PARM-1-N.
       FIND-DATE-EXIT.
           EXIT.

       CHECK-DATE-RTN.
           MOVE FE-RECORD (FEED-SUB) TO FEED-CTL-VIEW.
       CHECK-DATE-EXIT.
           EXIT.

      * NOTHING-DUE-RTN - today is already fed.  Entries added
      * to today's journal or purges since then go out on
      * tomorrow's feed; the operator is told how many.
       NOTHING-DUE-RTN.
           DISPLAY "CHGFEED01: NOTHING DUE - FEED " LAST-SEQ
               " ALREADY CARRIED " LAST-DATE.

           MOVE LAST-DATE TO COUNT-DATE.
           PERFORM COUNT-JOURNAL-RTN THRU COUNT-JOURNAL-EXIT.
           MOVE COUNT-RESULT TO NEED-COUNT.
           PERFORM COUNT-PURGES-RTN THRU COUNT-PURGES-EXIT.
           IF NEED-COUNT > LAST-JRN
               OR COUNT-RESULT > LAST-PRG
               DISPLAY "*** CHGFEED01: " LAST-DATE " HAS ENTRIES "
                   "ADDED SINCE FEED " LAST-SEQ
                   " - THEY GO ON THE NEXT FEED ***"
           END-IF.
       NOTHING-DUE-EXIT.
           EXIT.

      * BUILD-FEED-RTN - the feed for SCAN-DATE's day.  How
      * many journal entries and purges it takes is fixed
      * before it is written, along with anything added to the
      * last feed's day since, so a resend can take exactly the
      * same ones.
       BUILD-FEED-RTN.
           PERFORM CHECK-ROOM-RTN THRU CHECK-ROOM-EXIT.

           MOVE SPACES TO FEED-CTL-VIEW.
           INITIALIZE FEED-CTL-VIEW.
           COMPUTE FC-FEED-SEQ = LAST-SEQ + 1.
           MOVE SCAN-DATE-N TO FC-FEED-DATE.
           MOVE RUN-DATE TO FC-CREATED-DATE.
           MOVE RUN-TIME-HHMMSS TO FC-CREATED-TIME.
           MOVE RUN-DATE TO FC-LAST-SENT-DATE.

           IF LAST-DATE NOT = ZERO
               PERFORM LATE-ENTRIES-RTN THRU LATE-ENTRIES-EXIT
           END-IF.

           MOVE SCAN-DATE-N TO COUNT-DATE.
           PERFORM COUNT-JOURNAL-RTN THRU COUNT-JOURNAL-EXIT.
           MOVE COUNT-RESULT TO FC-JOURNAL-ENTRIES.
           PERFORM COUNT-PURGES-RTN THRU COUNT-PURGES-EXIT.
           MOVE COUNT-RESULT TO FC-PURGE-ENTRIES.

           PERFORM SET-RECEIVER-RTN THRU SET-RECEIVER-EXIT
               VARYING RCV-SUB FROM 1 BY 1
               UNTIL RCV-SUB > RCV-COUNT.

           PERFORM GENERATE-FEED-RTN THRU GENERATE-FEED-EXIT.
           IF RANGE-SHORT
               DISPLAY "CHGFEED01: A JOURNAL OR ARCHIVE-CATALOG.DAT "
                   "CHANGED WHILE FEED " FC-FEED-SEQ
                   " WAS BEING BUILT - RERUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FEED-RECORDS TO FC-RECORD-COUNT.

           ADD 1 TO FEED-COUNT.
           MOVE FEED-CTL-VIEW TO FE-RECORD (FEED-COUNT).
           ADD 1 TO FEEDS-BUILT.
           MOVE FC-FEED-SEQ TO LAST-SEQ.
           MOVE FC-FEED-DATE TO LAST-DATE.
           MOVE FC-JOURNAL-ENTRIES TO LAST-JRN.
           MOVE FC-PURGE-ENTRIES TO LAST-PRG.

           DISPLAY "CHGFEED01: FEED " FC-FEED-SEQ " FOR "
               SCAN-DATE-X " - " FEED-RECORDS " RECORDS ON "
               FEED-NAME.

           PERFORM NEXT-DAY-RTN THRU NEXT-DAY-EXIT.
       BUILD-FEED-EXIT.
           EXIT.

      * LATE-ENTRIES-RTN - journal entries or purges added to
      * the last feed's day after that feed was built.
       LATE-ENTRIES-RTN.
           MOVE LAST-DATE TO COUNT-DATE.
           PERFORM COUNT-JOURNAL-RTN THRU COUNT-JOURNAL-EXIT.
           IF COUNT-RESULT > LAST-JRN
               MOVE LAST-DATE TO FC-LATE-DATE
               COMPUTE FC-LATE-JRN-FROM = LAST-JRN + 1
               MOVE COUNT-RESULT TO FC-LATE-JRN-THRU
               COMPUTE LATE-ENTRIES = LATE-ENTRIES
                   + COUNT-RESULT - LAST-JRN
           END-IF.

           PERFORM COUNT-PURGES-RTN THRU COUNT-PURGES-EXIT.
           IF COUNT-RESULT > LAST-PRG
               MOVE LAST-DATE TO FC-LATE-DATE
               COMPUTE FC-LATE-PRG-FROM = LAST-PRG + 1
               MOVE COUNT-RESULT TO FC-LATE-PRG-THRU
               COMPUTE LATE-ENTRIES = LATE-ENTRIES
                   + COUNT-RESULT - LAST-PRG
           END-IF.

           IF FC-LATE-DATE NOT = ZERO
               DISPLAY "*** CHGFEED01: ENTRIES ADDED TO " LAST-DATE
                   " AFTER FEED " LAST-SEQ " WENT OUT ARE CARRIED "
                   "ON FEED " FC-FEED-SEQ " ***"
           END-IF.
       LATE-ENTRIES-EXIT.
           EXIT.

       SET-RECEIVER-RTN.
           MOVE RCV-ID (RCV-SUB) TO FC-RECEIVER (RCV-SUB).
           MOVE "AWAITING" TO FC-ACK-STATUS (RCV-SUB).
           MOVE ZERO TO FC-ACK-DATE (RCV-SUB).
       SET-RECEIVER-EXIT.
           EXIT.

      * RESEND-RTN - regenerate a past feed from the entries
      * its control line says it took.  Everything it needs is
      * checked to be there before the feed file is touched.
       RESEND-RTN.
           SET FEED-IDX TO 1.
           SEARCH FEED-ENTRY
               AT END
                   CONTINUE
               WHEN FEED-IDX > FEED-COUNT
                   CONTINUE
               WHEN FE-RECORD (FEED-IDX) (1:6) = RESEND-SEQ
                   CONTINUE
           END-SEARCH.
           IF FEED-IDX > FEED-COUNT
               DISPLAY "CHGFEED01: NO FEED " RESEND-SEQ
                   " ON CUSTOMER-FEED-CONTROL.DAT - NOTHING RESENT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FE-RECORD (FEED-IDX) TO FEED-CTL-VIEW.

           MOVE FC-FEED-DATE TO COUNT-DATE.
           MOVE FC-JOURNAL-ENTRIES TO NEED-COUNT.
           PERFORM CHECK-JOURNAL-RTN THRU CHECK-JOURNAL-EXIT.
           MOVE FC-PURGE-ENTRIES TO NEED-COUNT.
           PERFORM CHECK-PURGES-RTN THRU CHECK-PURGES-EXIT.
           IF FC-LATE-DATE NOT = ZERO
               MOVE FC-LATE-DATE TO COUNT-DATE
               MOVE FC-LATE-JRN-THRU TO NEED-COUNT
               PERFORM CHECK-JOURNAL-RTN THRU CHECK-JOURNAL-EXIT
               MOVE FC-LATE-PRG-THRU TO NEED-COUNT
               PERFORM CHECK-PURGES-RTN THRU CHECK-PURGES-EXIT
           END-IF.

           PERFORM GENERATE-FEED-RTN THRU GENERATE-FEED-EXIT.
           IF RANGE-SHORT
               OR FEED-RECORDS NOT = FC-RECORD-COUNT
               DISPLAY "CHGFEED01: FEED " FC-FEED-SEQ
                   " REGENERATED WITH " FEED-RECORDS
                   " RECORDS, IT WENT OUT WITH " FC-RECORD-COUNT
                   " - DO NOT SEND " FEED-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO FC-RESEND-COUNT.
           MOVE RUN-DATE TO FC-LAST-SENT-DATE.
           PERFORM RESET-ACK-RTN THRU RESET-ACK-EXIT
               VARYING RCV-SUB FROM 1 BY 1
               UNTIL RCV-SUB > 5.
           MOVE FEED-CTL-VIEW TO FE-RECORD (FEED-IDX).
           ADD 1 TO FEEDS-BUILT.

           DISPLAY "CHGFEED01: FEED " FC-FEED-SEQ " FOR "
               FC-FEED-DATE " REGENERATED - " FEED-RECORDS
               " RECORDS ON " FEED-NAME.
       RESEND-EXIT.
           EXIT.

      * RESET-ACK-RTN - a resent feed is owed a fresh ack by
      * every receiver that has not loaded it.
       RESET-ACK-RTN.
           IF FC-RECEIVER (RCV-SUB) NOT = SPACES
               AND FC-ACK-STATUS (RCV-SUB) NOT = "ACKED"
               MOVE "AWAITING" TO FC-ACK-STATUS (RCV-SUB)
               MOVE ZERO TO FC-ACK-DATE (RCV-SUB)
           END-IF.
       RESET-ACK-EXIT.
           EXIT.

      * CHECK-JOURNAL-RTN - COUNT-DATE's journal must still hold
      * the NEED-COUNT entries the feed took.
       CHECK-JOURNAL-RTN.
           IF NEED-COUNT = ZERO
               GO TO CHECK-JOURNAL-EXIT
           END-IF.
           PERFORM COUNT-JOURNAL-RTN THRU COUNT-JOURNAL-EXIT.
           IF COUNT-RESULT < NEED-COUNT
               DISPLAY "CHGFEED01: FEED " FC-FEED-SEQ " TOOK "
                   NEED-COUNT " ENTRIES FROM " JOURNAL-NAME
               DISPLAY "CHGFEED01: IT NOW HOLDS " COUNT-RESULT
                   " - FEED CAN'T BE REGENERATED, NOTHING RESENT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       CHECK-JOURNAL-EXIT.
           EXIT.

      * CHECK-PURGES-RTN - archive-catalog.dat must still hold
      * NEED-COUNT purges for COUNT-DATE.
       CHECK-PURGES-RTN.
           IF NEED-COUNT = ZERO
               GO TO CHECK-PURGES-EXIT
           END-IF.
           PERFORM COUNT-PURGES-RTN THRU COUNT-PURGES-EXIT.
           IF COUNT-RESULT < NEED-COUNT
               DISPLAY "CHGFEED01: FEED " FC-FEED-SEQ " TOOK "
                   NEED-COUNT " PURGES FOR " COUNT-DATE-X
                   " FROM ARCHIVE-CATALOG.DAT"
               DISPLAY "CHGFEED01: IT NOW HOLDS " COUNT-RESULT
                   " - FEED CAN'T BE REGENERATED, NOTHING RESENT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       CHECK-PURGES-EXIT.
           EXIT.

      * COUNT-JOURNAL-RTN - entries on COUNT-DATE's journal;
      * zero when there is no journal for the day.
       COUNT-JOURNAL-RTN.
           MOVE ZERO TO COUNT-RESULT.
           MOVE SPACES TO JOURNAL-NAME.
           STRING "./customer-journal." COUNT-DATE-X
               DELIMITED BY SIZE
               INTO JOURNAL-NAME.
           OPEN INPUT JrnFile.
           IF JRN-STATUS NOT = "00"
               GO TO COUNT-JOURNAL-EXIT
           END-IF.

           SET EOF TO FALSE.
           PERFORM READ-JRN-RTN THRU READ-JRN-EXIT.
           PERFORM COUNT-JRN-LINE-RTN THRU COUNT-JRN-LINE-EXIT
               UNTIL EOF.

           CLOSE JrnFile.
       COUNT-JOURNAL-EXIT.
           EXIT.

       COUNT-JRN-LINE-RTN.
           ADD 1 TO COUNT-RESULT.
           PERFORM READ-JRN-RTN THRU READ-JRN-EXIT.
       COUNT-JRN-LINE-EXIT.
           EXIT.

       READ-JRN-RTN.
           Read JrnFile
             At End
               Set EOF to True
           End-Read.
       READ-JRN-EXIT.
           EXIT.

      * COUNT-PURGES-RTN - archive-catalog.dat entries purge01
      * made on COUNT-DATE.
       COUNT-PURGES-RTN.
           MOVE ZERO TO COUNT-RESULT.
           OPEN INPUT ArchCatFile.
           IF ARCHCAT-STATUS NOT = "00"
               GO TO COUNT-PURGES-EXIT
           END-IF.

           SET EOF TO FALSE.
           PERFORM READ-ARCHCAT-RTN THRU READ-ARCHCAT-EXIT.
           PERFORM COUNT-CAT-LINE-RTN THRU COUNT-CAT-LINE-EXIT
               UNTIL EOF.

           CLOSE ArchCatFile.
       COUNT-PURGES-EXIT.
           EXIT.

       COUNT-CAT-LINE-RTN.
           IF AC-ARCHIVE-DATE = COUNT-DATE
               ADD 1 TO COUNT-RESULT
           END-IF.
           PERFORM READ-ARCHCAT-RTN THRU READ-ARCHCAT-EXIT.
       COUNT-CAT-LINE-EXIT.
           EXIT.

       READ-ARCHCAT-RTN.
           Read ArchCatFile
             At End
               Set EOF to True
           End-Read.
       READ-ARCHCAT-EXIT.
           EXIT.

      * GENERATE-FEED-RTN - write customer-feed.nnnnnn for the
      * feed in FEED-CTL-VIEW: header, the late entries of the
      * previous feed's day, the day's journal entries, its
      * purges, trailer.
       GENERATE-FEED-RTN.
           MOVE SPACES TO FEED-NAME.
           STRING "./customer-feed." FC-FEED-SEQ
               DELIMITED BY SIZE
               INTO FEED-NAME.
           OPEN OUTPUT FeedFile.
           IF FEED-STATUS NOT = "00"
               DISPLAY "CHGFEED01: " FEED-NAME " WON'T OPEN "
                   "(STATUS " FEED-STATUS ") - FEED " FC-FEED-SEQ
                   " NOT BUILT"
               IF FEEDS-BUILT > ZERO
                   PERFORM WRITE-FEEDCTL-RTN THRU WRITE-FEEDCTL-EXIT
               END-IF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           INITIALIZE FEED-TOTALS.
           MOVE "N" TO SHORT-SW.

           MOVE SPACES TO FEED-HEADER-REC.
           MOVE "HDR" TO FH-TAG.
           MOVE FC-FEED-SEQ TO FH-FEED-SEQ.
           MOVE FC-FEED-DATE TO FH-FEED-DATE.
           MOVE FC-CREATED-DATE TO FH-CREATED-DATE.
           MOVE "CUSTOMER" TO FH-SOURCE.
           MOVE FEED-HEADER-REC TO FeedRec.
           WRITE FeedRec.

           IF FC-LATE-DATE NOT = ZERO
               MOVE FC-LATE-DATE TO RANGE-DATE
               MOVE FC-LATE-JRN-FROM TO RANGE-FROM
               MOVE FC-LATE-JRN-THRU TO RANGE-THRU
               PERFORM FEED-JOURNAL-RTN THRU FEED-JOURNAL-EXIT
               MOVE FC-LATE-PRG-FROM TO RANGE-FROM
               MOVE FC-LATE-PRG-THRU TO RANGE-THRU
               PERFORM FEED-PURGES-RTN THRU FEED-PURGES-EXIT
           END-IF.

           MOVE FC-FEED-DATE TO RANGE-DATE.
           MOVE 1 TO RANGE-FROM.
           MOVE FC-JOURNAL-ENTRIES TO RANGE-THRU.
           PERFORM FEED-JOURNAL-RTN THRU FEED-JOURNAL-EXIT.
           MOVE 1 TO RANGE-FROM.
           MOVE FC-PURGE-ENTRIES TO RANGE-THRU.
           PERFORM FEED-PURGES-RTN THRU FEED-PURGES-EXIT.

           MOVE SPACES TO FEED-TRAILER-REC.
           MOVE "TRL" TO FT-TAG.
           MOVE FEED-RECORDS TO FT-RECORD-COUNT.
           MOVE FEED-ADDS TO FT-ADDS.
           MOVE FEED-CHANGES TO FT-CHANGES.
           MOVE FEED-DELETES TO FT-DELETES.
           MOVE FEED-MERGES TO FT-MERGES.
           MOVE FEED-PURGES TO FT-PURGES.
           MOVE FEED-TRAILER-REC TO FeedRec.
           WRITE FeedRec.

           CLOSE FeedFile.
           ADD FEED-RECORDS TO RECORDS-WRITTEN.
       GENERATE-FEED-EXIT.
           EXIT.

      * FEED-JOURNAL-RTN - entries RANGE-FROM through RANGE-THRU
      * of RANGE-DATE's journal.  Fewer entries than that means
      * the journal changed under the feed (RANGE-SHORT).
       FEED-JOURNAL-RTN.
           IF RANGE-THRU = ZERO
               OR RANGE-THRU < RANGE-FROM
               GO TO FEED-JOURNAL-EXIT
           END-IF.

           MOVE SPACES TO JOURNAL-NAME.
           STRING "./customer-journal." RANGE-DATE-X
               DELIMITED BY SIZE
               INTO JOURNAL-NAME.
           OPEN INPUT JrnFile.
           IF JRN-STATUS NOT = "00"
               SET RANGE-SHORT TO TRUE
               GO TO FEED-JOURNAL-EXIT
           END-IF.

           MOVE ZERO TO ENTRY-NO.
           MOVE "N" TO PENDING-SW.
           SET EOF TO FALSE.
           PERFORM READ-JRN-RTN THRU READ-JRN-EXIT.
           PERFORM JOURNAL-ENTRY-RTN THRU JOURNAL-ENTRY-EXIT
               UNTIL EOF
               OR ENTRY-NO = RANGE-THRU.

           IF PENDING-MERGE
               PERFORM FLUSH-PENDING-RTN THRU FLUSH-PENDING-EXIT
           END-IF.
           IF ENTRY-NO < RANGE-THRU
               SET RANGE-SHORT TO TRUE
           END-IF.

           CLOSE JrnFile.
       FEED-JOURNAL-EXIT.
           EXIT.

       JOURNAL-ENTRY-RTN.
           ADD 1 TO ENTRY-NO.
           IF ENTRY-NO < RANGE-FROM
               GO TO JOURNAL-ENTRY-NEXT
           END-IF.
           ADD 1 TO JOURNAL-ENTRIES-READ.

      *    A held survivor whose merged-away delete is not next
      *    goes out on its own.
           IF PENDING-MERGE
               AND (JR-ACTION NOT = "M"
                 OR JR-AFTER-IMAGE NOT = SPACES
                 OR JR-RUN-DATE NOT = PM-DATE
                 OR JR-RUN-TIME NOT = PM-TIME)
               PERFORM FLUSH-PENDING-RTN THRU FLUSH-PENDING-EXIT
           END-IF.

           EVALUATE JR-ACTION
               WHEN "A"
                   PERFORM FEED-ADD-RTN THRU FEED-ADD-EXIT
               WHEN "C"
                   MOVE JR-BEFORE-IMAGE TO BEFORE-VIEW
                   MOVE JR-AFTER-IMAGE TO AFTER-VIEW
                   PERFORM FEED-CHANGE-RTN THRU FEED-CHANGE-EXIT
               WHEN "D"
                   PERFORM FEED-DELETE-RTN THRU FEED-DELETE-EXIT
               WHEN "M"
                   PERFORM FEED-MERGE-RTN THRU FEED-MERGE-EXIT
               WHEN OTHER
                   ADD 1 TO UNKNOWN-ACTIONS
           END-EVALUATE.

       JOURNAL-ENTRY-NEXT.
           PERFORM READ-JRN-RTN THRU READ-JRN-EXIT.
       JOURNAL-ENTRY-EXIT.
           EXIT.

       FEED-ADD-RTN.
           PERFORM START-DETAIL-RTN THRU START-DETAIL-EXIT.
           MOVE "ADD" TO FR-ACTION.
           MOVE JR-ACCOUNT TO FR-ACCOUNT.
           MOVE JR-BRANCH-ID TO FR-BRANCH-ID.
           MOVE JR-RUN-DATE TO FR-EVENT-DATE.
           MOVE JR-RUN-TIME TO FR-EVENT-TIME.
           MOVE ALL "Y" TO FR-CHANGED-FIELDS.
           MOVE JR-AFTER-IMAGE TO FR-IMAGE.
           ADD 1 TO FEED-ADDS.
           PERFORM WRITE-DETAIL-RTN THRU WRITE-DETAIL-EXIT.
       FEED-ADD-EXIT.
           EXIT.

      * FEED-CHANGE-RTN - BEFORE-VIEW to AFTER-VIEW as a CHANGE,
      * for the journal entry in JrnRec.  A rewrite that
      * changed nothing is not fed.
       FEED-CHANGE-RTN.
           IF BEFORE-VIEW = AFTER-VIEW
               ADD 1 TO UNCHANGED-SKIPPED
               GO TO FEED-CHANGE-EXIT
           END-IF.

           PERFORM START-DETAIL-RTN THRU START-DETAIL-EXIT.
           MOVE "CHANGE" TO FR-ACTION.
           MOVE JR-ACCOUNT TO FR-ACCOUNT.
           MOVE JR-BRANCH-ID TO FR-BRANCH-ID.
           MOVE JR-RUN-DATE TO FR-EVENT-DATE.
           MOVE JR-RUN-TIME TO FR-EVENT-TIME.
           PERFORM SET-FLAGS-RTN THRU SET-FLAGS-EXIT.
           MOVE AFTER-VIEW TO FR-IMAGE.
           ADD 1 TO FEED-CHANGES.
           PERFORM WRITE-DETAIL-RTN THRU WRITE-DETAIL-EXIT.
       FEED-CHANGE-EXIT.
           EXIT.

       FEED-DELETE-RTN.
           PERFORM START-DETAIL-RTN THRU START-DETAIL-EXIT.
           MOVE "DELETE" TO FR-ACTION.
           MOVE JR-ACCOUNT TO FR-ACCOUNT.
           MOVE JR-BRANCH-ID TO FR-BRANCH-ID.
           MOVE JR-RUN-DATE TO FR-EVENT-DATE.
           MOVE JR-RUN-TIME TO FR-EVENT-TIME.
           ADD 1 TO FEED-DELETES.
           PERFORM WRITE-DETAIL-RTN THRU WRITE-DETAIL-EXIT.
       FEED-DELETE-EXIT.
           EXIT.

      * FEED-MERGE-RTN - a survivor's entry is held; the
      * merged-away delete behind it makes the MERGE.  A
      * merged-away delete with nothing held is fed as the
      * DELETE it is.
       FEED-MERGE-RTN.
           IF JR-AFTER-IMAGE NOT = SPACES
               MOVE JR-RUN-DATE TO PM-DATE
               MOVE JR-RUN-TIME TO PM-TIME
               MOVE JR-BRANCH-ID TO PM-BRANCH
               MOVE JR-ACCOUNT TO PM-ACCOUNT
               MOVE JR-BEFORE-IMAGE TO PM-BEFORE
               MOVE JR-AFTER-IMAGE TO PM-AFTER
               SET PENDING-MERGE TO TRUE
               GO TO FEED-MERGE-EXIT
           END-IF.

           IF NOT PENDING-MERGE
               ADD 1 TO MERGES-UNPAIRED
               PERFORM FEED-DELETE-RTN THRU FEED-DELETE-EXIT
               GO TO FEED-MERGE-EXIT
           END-IF.

           PERFORM START-DETAIL-RTN THRU START-DETAIL-EXIT.
           MOVE "MERGE" TO FR-ACTION.
           MOVE PM-ACCOUNT TO FR-ACCOUNT.
           MOVE JR-ACCOUNT TO FR-MERGED-FROM.
           MOVE PM-BRANCH TO FR-BRANCH-ID.
           MOVE PM-DATE TO FR-EVENT-DATE.
           MOVE PM-TIME TO FR-EVENT-TIME.
           MOVE PM-BEFORE TO BEFORE-VIEW.
           MOVE PM-AFTER TO AFTER-VIEW.
           PERFORM SET-FLAGS-RTN THRU SET-FLAGS-EXIT.
           MOVE PM-AFTER TO FR-IMAGE.
           ADD 1 TO FEED-MERGES.
           PERFORM WRITE-DETAIL-RTN THRU WRITE-DETAIL-EXIT.
           MOVE "N" TO PENDING-SW.
       FEED-MERGE-EXIT.
           EXIT.

      * FLUSH-PENDING-RTN - a held survivor with no merged-away
      * delete behind it: whatever it changed goes as a CHANGE.
       FLUSH-PENDING-RTN.
           MOVE "N" TO PENDING-SW.
           ADD 1 TO MERGES-UNPAIRED.
           MOVE PM-BEFORE TO BEFORE-VIEW.
           MOVE PM-AFTER TO AFTER-VIEW.
           IF BEFORE-VIEW = AFTER-VIEW
               ADD 1 TO UNCHANGED-SKIPPED
               GO TO FLUSH-PENDING-EXIT
           END-IF.

           PERFORM START-DETAIL-RTN THRU START-DETAIL-EXIT.
           MOVE "CHANGE" TO FR-ACTION.
           MOVE PM-ACCOUNT TO FR-ACCOUNT.
           MOVE PM-BRANCH TO FR-BRANCH-ID.
           MOVE PM-DATE TO FR-EVENT-DATE.
           MOVE PM-TIME TO FR-EVENT-TIME.
           PERFORM SET-FLAGS-RTN THRU SET-FLAGS-EXIT.
           MOVE PM-AFTER TO FR-IMAGE.
           ADD 1 TO FEED-CHANGES.
           PERFORM WRITE-DETAIL-RTN THRU WRITE-DETAIL-EXIT.
       FLUSH-PENDING-EXIT.
           EXIT.

      * SET-FLAGS-RTN - a Y for every field that differs
      * between BEFORE-VIEW and AFTER-VIEW, in record order.
       SET-FLAGS-RTN.
           MOVE ALL "N" TO FR-CHANGED-FIELDS.
           IF BV-GENDER NOT = AV-GENDER
               MOVE "Y" TO FR-CHG-FLAG (1)
           END-IF.
           IF BV-FIRST NOT = AV-FIRST
               MOVE "Y" TO FR-CHG-FLAG (2)
           END-IF.
           IF BV-MIDDLE NOT = AV-MIDDLE
               MOVE "Y" TO FR-CHG-FLAG (3)
           END-IF.
           IF BV-LAST NOT = AV-LAST
               MOVE "Y" TO FR-CHG-FLAG (4)
           END-IF.
           IF BV-BIRTHDAY NOT = AV-BIRTHDAY
               MOVE "Y" TO FR-CHG-FLAG (5)
           END-IF.
           IF BV-ADDRESS NOT = AV-ADDRESS
               MOVE "Y" TO FR-CHG-FLAG (6)
           END-IF.
           IF BV-CITY NOT = AV-CITY
               MOVE "Y" TO FR-CHG-FLAG (7)
           END-IF.
           IF BV-STATE NOT = AV-STATE
               MOVE "Y" TO FR-CHG-FLAG (8)
           END-IF.
           IF BV-ZIP NOT = AV-ZIP
               MOVE "Y" TO FR-CHG-FLAG (9)
           END-IF.
           IF BV-CUST-STATUS NOT = AV-CUST-STATUS
               MOVE "Y" TO FR-CHG-FLAG (10)
           END-IF.
           IF BV-LAST-ACTIVITY NOT = AV-LAST-ACTIVITY
               MOVE "Y" TO FR-CHG-FLAG (11)
           END-IF.
       SET-FLAGS-EXIT.
           EXIT.

      * FEED-PURGES-RTN - RANGE-DATE's purges RANGE-FROM through
      * RANGE-THRU, counted in archive-catalog.dat order.
       FEED-PURGES-RTN.
           IF RANGE-THRU = ZERO
               OR RANGE-THRU < RANGE-FROM
               GO TO FEED-PURGES-EXIT
           END-IF.

           OPEN INPUT ArchCatFile.
           IF ARCHCAT-STATUS NOT = "00"
               SET RANGE-SHORT TO TRUE
               GO TO FEED-PURGES-EXIT
           END-IF.

           MOVE ZERO TO ENTRY-NO.
           SET EOF TO FALSE.
           PERFORM READ-ARCHCAT-RTN THRU READ-ARCHCAT-EXIT.
           PERFORM PURGE-ENTRY-RTN THRU PURGE-ENTRY-EXIT
               UNTIL EOF
               OR ENTRY-NO = RANGE-THRU.

           IF ENTRY-NO < RANGE-THRU
               SET RANGE-SHORT TO TRUE
           END-IF.

           CLOSE ArchCatFile.
       FEED-PURGES-EXIT.
           EXIT.

       PURGE-ENTRY-RTN.
           IF AC-ARCHIVE-DATE NOT = RANGE-DATE
               GO TO PURGE-ENTRY-NEXT
           END-IF.
           ADD 1 TO ENTRY-NO.
           IF ENTRY-NO < RANGE-FROM
               GO TO PURGE-ENTRY-NEXT
           END-IF.
           ADD 1 TO PURGES-READ.

           PERFORM START-DETAIL-RTN THRU START-DETAIL-EXIT.
           MOVE "PURGE" TO FR-ACTION.
           MOVE AC-ACCOUNT TO FR-ACCOUNT.
           MOVE "PURGE01" TO FR-BRANCH-ID.
           MOVE AC-ARCHIVE-DATE TO FR-EVENT-DATE.
           MOVE ZERO TO FR-EVENT-TIME.
           ADD 1 TO FEED-PURGES.
           PERFORM WRITE-DETAIL-RTN THRU WRITE-DETAIL-EXIT.

       PURGE-ENTRY-NEXT.
           PERFORM READ-ARCHCAT-RTN THRU READ-ARCHCAT-EXIT.
       PURGE-ENTRY-EXIT.
           EXIT.

       START-DETAIL-RTN.
           MOVE SPACES TO FEED-DETAIL-REC.
           MOVE "CHG" TO FR-TAG.
           MOVE ZERO TO FR-EVENT-DATE.
           MOVE ZERO TO FR-EVENT-TIME.
       START-DETAIL-EXIT.
           EXIT.

       WRITE-DETAIL-RTN.
           ADD 1 TO FEED-RECORDS.
           MOVE FEED-RECORDS TO FR-RECORD-NO.
           MOVE FEED-DETAIL-REC TO FeedRec.
           WRITE FeedRec.
       WRITE-DETAIL-EXIT.
           EXIT.

      * WRITE-FEEDCTL-RTN - rewrite the control file with every
      * feed, this run's included.
       WRITE-FEEDCTL-RTN.
           OPEN OUTPUT FeedCtlFile.
           IF FEEDCTL-STATUS NOT = "00"
               DISPLAY "*** CHGFEED01: CUSTOMER-FEED-CONTROL.DAT "
                   "WON'T OPEN FOR OUTPUT (STATUS " FEEDCTL-STATUS
                   ") - CONTROL NOT UPDATED ***"
               MOVE 16 TO RETURN-CODE
               GO TO WRITE-FEEDCTL-EXIT
           END-IF.

           PERFORM WRITE-FEEDCTL-LINE-RTN THRU WRITE-FEEDCTL-LINE-EXIT
               VARYING FEED-SUB FROM 1 BY 1
               UNTIL FEED-SUB > FEED-COUNT.

           CLOSE FeedCtlFile.
       WRITE-FEEDCTL-EXIT.
           EXIT.

       WRITE-FEEDCTL-LINE-RTN.
           MOVE FE-RECORD (FEED-SUB) TO FeedCtlRec.
           WRITE FeedCtlRec.
       WRITE-FEEDCTL-LINE-EXIT.
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
