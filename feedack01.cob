       IDENTIFICATION DIVISION.
       PROGRAM-ID. feedack01.
      * A GnuCOBOL program
      * On: 10/15/2026
      * By: Bill Blasingim
      *
      * Customer change feed acknowledgment reconciliation.
      * Run nightly ahead of chgfeed01 (a step in
      * nightly01.stream).  Every receiver a feed went to
      * returns customer-feed-ack.<receiver> (feedack.cpy), a
      * line per feed it loaded or refused.  Each line is
      * matched to the feed on customer-feed-control.dat
      * (feedctl.cpy) and the receiver's ack status set:
      *   ACKED     loaded, with the feed date and record count
      *             that were sent;
      *   REJECTED  the receiver could not load it;
      *   MISMATCH  the ack's feed date or record count is not
      *             what was sent - the receiver loaded
      *             something else.
      * An ack for a feed not on the control file, or not sent
      * to that receiver, is reported and ignored; so is an ack
      * dated before the feed was last sent (it answers the
      * send before a RESEND).
      *
      * customer-feed-ack.rpt lists the acks reconciled this
      * run, then every feed some receiver has not acknowledged:
      * REJECTED and MISMATCH feeds, and AWAITING feeds sent
      * more than ACK-DAYS ago, are flagged for follow-up.
      * ACK-DAYS comes from customer-feed.ctl (ACK-DAYS=n,
      * default 3); RECEIVER lines there are chgfeed01's.
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
       Select AckFile Assign to Dynamic ACK-NAME
         Line Sequential
         File Status ACK-STATUS.
       Select AckRptFile Assign to
         "./customer-feed-ack.rpt"
         Line Sequential.
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

       FD AckFile.
         01 AckRec.
           COPY "copybooks/feedack.cpy".

       FD AckRptFile.
         01 AckRptRec           pic x(132).

       FD RunHistFile.
         01 RunHistRec.
           COPY "copybooks/runhist.cpy".

       Working-Storage Section.
         01 Misc.
           05        Pic X
             Value "N".
           88 EOF     Value "Y"  When Set To False Is "N".

         01 FILE-STATUSES.
           05 CTL-STATUS                PIC X(02).
           05 FEEDCTL-STATUS            PIC X(02).
           05 ACK-STATUS                PIC X(02).
           05 RUNHIST-STATUS            PIC X(02).

         01 ACK-NAME                    PIC X(80).
         01 ACK-DAYS                    PIC 9(05) VALUE 3.

         01 CTL-PARSE.
           05 CTL-KEYWORD               PIC X(20).
           05 CTL-VALUE                 PIC X(10).
           05 CTL-NUM                   PIC 9(07).
           05 CTL-SUB                   PIC 9(02) COMP.
           05 CTL-DIGIT-X               PIC X(01).
           05 CTL-DIGIT REDEFINES CTL-DIGIT-X
                                        PIC 9(01).

      * Every feed sent, as read from and written back to
      * customer-feed-control.dat.
         01 FEED-TABLE.
           05 FEED-COUNT                PIC 9(05) VALUE ZERO.
           05 FEED-ENTRY OCCURS 9999 TIMES
                 INDEXED BY FEED-IDX.
             10 FE-RECORD               PIC X(262).
         01 FEED-SUB                    PIC 9(05) COMP.

         01 FEED-CTL-VIEW.
           COPY "copybooks/feedctl.cpy".

      * Every receiver any feed went to; each has its own ack
      * file.
         01 RECEIVER-TABLE.
           05 RCV-COUNT                 PIC 9(03) COMP VALUE ZERO.
           05 RCV-ENTRY OCCURS 100 TIMES
                 INDEXED BY RCV-IDX.
             10 RCV-ID                  PIC X(08).
         01 RCV-SUB                     PIC 9(03) COMP.
         01 SLOT-SUB                    PIC 9(02) COMP.
         01 CURRENT-RECEIVER            PIC X(08).

         01 NEW-STATUS                  PIC X(08).
         01 ACK-RESULT                  PIC X(30).
         01 FEED-ACKED-SW               PIC X(01).
            88 FEED-FULLY-ACKED                   VALUE 'Y'.

         01 ACK-TOTALS.
           05 ACK-FILES-READ            PIC 9(05) VALUE ZERO.
           05 ACKS-READ                 PIC 9(07) VALUE ZERO.
           05 ACKS-RECONCILED           PIC 9(07) VALUE ZERO.
           05 ACKS-ALREADY              PIC 9(07) VALUE ZERO.
           05 ACKS-STALE                PIC 9(07) VALUE ZERO.
           05 ACKS-UNMATCHED            PIC 9(07) VALUE ZERO.
           05 NEWLY-ACKED               PIC 9(07) VALUE ZERO.
           05 NEWLY-REJECTED            PIC 9(07) VALUE ZERO.
           05 NEWLY-MISMATCHED          PIC 9(07) VALUE ZERO.
           05 FEEDS-ACKED               PIC 9(07) VALUE ZERO.
           05 ACKS-OUTSTANDING          PIC 9(07) VALUE ZERO.
           05 ACKS-OVERDUE              PIC 9(07) VALUE ZERO.
           05 ACKS-FAILED               PIC 9(07) VALUE ZERO.
           05 SECTION-LINES             PIC 9(07) VALUE ZERO.

         01 ACK-LINE.
           05 Filler                    PIC X(2) VALUE SPACES.
           05 AL-RECEIVER               PIC X(08).
           05 Filler                    PIC X(2) VALUE SPACES.
           05 AL-SEQ                    PIC X(06).
           05 Filler                    PIC X(2) VALUE SPACES.
           05 AL-FEED-DATE              PIC X(08).
           05 Filler                    PIC X(2) VALUE SPACES.
           05 AL-COUNT                  PIC Z,ZZZ,ZZ9.
           05 Filler                    PIC X(2) VALUE SPACES.
           05 AL-ACK-DATE               PIC X(08).
           05 Filler                    PIC X(2) VALUE SPACES.
           05 AL-STATUS                 PIC X(08).
           05 Filler                    PIC X(2) VALUE SPACES.
           05 AL-RESULT                 PIC X(30).
           05 Filler                    PIC X(1) VALUE SPACES.
           05 AL-NOTE                   PIC X(40).

         01 OPEN-LINE.
           05 Filler                    PIC X(2) VALUE SPACES.
           05 OL-SEQ                    PIC 9(06).
           05 Filler                    PIC X(2) VALUE SPACES.
           05 OL-FEED-DATE              PIC 9(08).
           05 Filler                    PIC X(2) VALUE SPACES.
           05 OL-RECORDS                PIC Z,ZZZ,ZZ9.
           05 Filler                    PIC X(2) VALUE SPACES.
           05 OL-SENT-DATE              PIC 9(08).
           05 Filler                    PIC X(2) VALUE SPACES.
           05 OL-DAYS                   PIC ZZZZ9.
           05 Filler                    PIC X(2) VALUE SPACES.
           05 OL-RECEIVER               PIC X(08).
           05 Filler                    PIC X(2) VALUE SPACES.
           05 OL-STATUS                 PIC X(08).
           05 Filler                    PIC X(2) VALUE SPACES.
           05 OL-ACK-DATE               PIC X(08).
           05 Filler                    PIC X(2) VALUE SPACES.
           05 OL-FLAG                   PIC X(40).

         01 TOTAL-LINE.
           05 TL-LABEL                  PIC X(40).
           05 TL-COUNT                  PIC Z,ZZZ,ZZ9.

         01 DAYS-OUT                    PIC S9(07).

         01 WORK-DATE.
           05 WD-YYYY                   PIC 9(04).
           05 WD-MM                     PIC 9(02).
           05 WD-DD                     PIC 9(02).
         01 WORK-DATE-N REDEFINES WORK-DATE PIC 9(08).

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
         01 TODAY-SERIAL                PIC 9(07).

         01 TODAY.
           05 TODAY-YYYY       PIC 9(4).
           05 TODAY-MM         PIC 9(2).
           05 TODAY-DD         PIC 9(2).
         01 TODAY-N REDEFINES TODAY     PIC 9(08).
         01 TODAY-X REDEFINES TODAY     PIC X(08).

         01 RUN-STAMP.
            05 RUN-DATE                  PIC 9(08).
            05 RUN-TIME-FULL             PIC 9(08).
            05 RUN-TIME REDEFINES RUN-TIME-FULL.
               10 RUN-TIME-HHMMSS        PIC 9(06).
               10 Filler                 PIC 9(02).

       PROCEDURE DIVISION.

           ACCEPT TODAY FROM DATE YYYYMMDD.
           MOVE TODAY-N TO WORK-DATE-N.
           PERFORM WORK-SERIAL-RTN THRU WORK-SERIAL-EXIT.
           MOVE DS-SERIAL TO TODAY-SERIAL.

           PERFORM LOAD-CTL-RTN THRU LOAD-CTL-EXIT.
           PERFORM LOAD-FEEDCTL-RTN THRU LOAD-FEEDCTL-EXIT.

           OPEN OUTPUT AckRptFile.
           PERFORM WRITE-HEADING-RTN THRU WRITE-HEADING-EXIT.

           PERFORM READ-ACKS-RTN THRU READ-ACKS-EXIT
               VARYING RCV-SUB FROM 1 BY 1
               UNTIL RCV-SUB > RCV-COUNT.
           IF SECTION-LINES = ZERO
               MOVE "  NO NEW ACKNOWLEDGMENTS" TO AckRptRec
               WRITE AckRptRec
           END-IF.

           PERFORM WRITE-OPEN-RTN THRU WRITE-OPEN-EXIT.
           PERFORM WRITE-TOTALS-RTN THRU WRITE-TOTALS-EXIT.
           CLOSE AckRptFile.

           IF ACKS-RECONCILED > ZERO
               PERFORM WRITE-FEEDCTL-RTN THRU WRITE-FEEDCTL-EXIT
           END-IF.

           DISPLAY "FEEDACK01 CONTROL TOTALS".
           DISPLAY "  FEEDS ON CONTROL ....: " FEED-COUNT.
           DISPLAY "  ACK FILES READ ......: " ACK-FILES-READ.
           DISPLAY "  ACKS READ ...........: " ACKS-READ.
           DISPLAY "  ACKS RECONCILED .....: " ACKS-RECONCILED.
           DISPLAY "  ALREADY RECONCILED ..: " ACKS-ALREADY.
           DISPLAY "  FOR AN EARLIER SEND .: " ACKS-STALE.
           DISPLAY "  UNMATCHED ...........: " ACKS-UNMATCHED.
           DISPLAY "  FEEDS FULLY ACKED ...: " FEEDS-ACKED.
           DISPLAY "  ACKS OUTSTANDING ....: " ACKS-OUTSTANDING.
           IF ACKS-OVERDUE > ZERO
               OR ACKS-FAILED > ZERO
               DISPLAY "*** FEEDACK01: " ACKS-OVERDUE
                   " FEED ACKS OVERDUE, " ACKS-FAILED
                   " REJECTED OR MISMATCHED - SEE "
                   "CUSTOMER-FEED-ACK.RPT ***"
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
           MOVE "FEEDACK01" TO RH-PROGRAM.
           MOVE RUN-DATE TO RH-RUN-DATE.
           MOVE RUN-TIME-HHMMSS TO RH-RUN-TIME.
           MOVE "./customer-feed-ack.*" TO RH-INPUT-FILE.
           MOVE ACKS-READ TO RH-RECORDS-READ.
           MOVE ACKS-RECONCILED TO RH-RECORDS-WRITTEN.
           MOVE ACKS-UNMATCHED TO RH-RECORDS-REJECTED.
           MOVE "COMPLETE" TO RH-RUN-STATUS.
           WRITE RunHistRec.

           CLOSE RunHistFile.
       WRITE-RUN-HISTORY-EXIT.
           EXIT.

      * LOAD-CTL-RTN - ACK-DAYS from customer-feed.ctl.
       LOAD-CTL-RTN.
           OPEN INPUT CtlFile.
           IF CTL-STATUS NOT = "00"
               DISPLAY "FEEDACK01: NO CUSTOMER-FEED.CTL (STATUS "
                   CTL-STATUS ") - ACK-DAYS " ACK-DAYS
               GO TO LOAD-CTL-EXIT
           END-IF.

           SET EOF TO FALSE.
           PERFORM READ-CTL-RTN THRU READ-CTL-EXIT.
           PERFORM PARSE-CTL-RTN THRU PARSE-CTL-EXIT
               UNTIL EOF.

           CLOSE CtlFile.
           DISPLAY "FEEDACK01: ACK-DAYS ..........: " ACK-DAYS.
       LOAD-CTL-EXIT.
           EXIT.

       READ-CTL-RTN.
           Read CtlFile
             At End
               Set EOF to True
           End-Read.
       READ-CTL-EXIT.
           EXIT.

      * PARSE-CTL-RTN - RECEIVER is chgfeed01's; the receivers
      * acks are looked for are the ones the feeds went to.
       PARSE-CTL-RTN.
           MOVE SPACES TO CTL-KEYWORD.
           MOVE SPACES TO CTL-VALUE.
           UNSTRING CtlRec DELIMITED BY "="
               INTO CTL-KEYWORD CTL-VALUE.

           PERFORM CONVERT-VALUE-RTN THRU CONVERT-VALUE-EXIT.

           EVALUATE CTL-KEYWORD
               WHEN "ACK-DAYS"
                   MOVE CTL-NUM TO ACK-DAYS
               WHEN "RECEIVER"
                   CONTINUE
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY "FEEDACK01: UNKNOWN CONTROL KEYWORD "
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

      * LOAD-FEEDCTL-RTN - every feed sent, and the receivers
      * they went to.  A control file that won't read stops the
      * run; none at all means nothing has been fed yet.
       LOAD-FEEDCTL-RTN.
           OPEN INPUT FeedCtlFile.
           IF FEEDCTL-STATUS = "35"
               DISPLAY "FEEDACK01: NO CUSTOMER-FEED-CONTROL.DAT - "
                   "NO FEEDS SENT YET"
               GO TO LOAD-FEEDCTL-EXIT
           END-IF.
           IF FEEDCTL-STATUS NOT = "00"
               DISPLAY "FEEDACK01: CUSTOMER-FEED-CONTROL.DAT WON'T "
                   "OPEN (STATUS " FEEDCTL-STATUS ") - NOTHING "
                   "RECONCILED"
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

           IF FEED-COUNT >= 9999
               DISPLAY "FEEDACK01: MORE THAN 9999 FEEDS ON "
                   "CUSTOMER-FEED-CONTROL.DAT - NOTHING RECONCILED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO FEED-COUNT.
           MOVE FeedCtlRec TO FE-RECORD (FEED-COUNT).

           MOVE FeedCtlRec TO FEED-CTL-VIEW.
           PERFORM ADD-RECEIVER-RTN THRU ADD-RECEIVER-EXIT
               VARYING SLOT-SUB FROM 1 BY 1
               UNTIL SLOT-SUB > 5.

       STORE-FEEDCTL-NEXT.
           PERFORM READ-FEEDCTL-RTN THRU READ-FEEDCTL-EXIT.
       STORE-FEEDCTL-EXIT.
           EXIT.

       ADD-RECEIVER-RTN.
           IF FC-RECEIVER (SLOT-SUB) = SPACES
               GO TO ADD-RECEIVER-EXIT
           END-IF.

           SET RCV-IDX TO 1.
           SEARCH RCV-ENTRY
               AT END
                   CONTINUE
               WHEN RCV-IDX > RCV-COUNT
                   CONTINUE
               WHEN RCV-ID (RCV-IDX) = FC-RECEIVER (SLOT-SUB)
                   CONTINUE
           END-SEARCH.
           IF RCV-IDX NOT > RCV-COUNT
               GO TO ADD-RECEIVER-EXIT
           END-IF.

           IF RCV-COUNT >= 100
               DISPLAY "FEEDACK01: MORE THAN 100 RECEIVERS - ACKS "
                   "FROM " FC-RECEIVER (SLOT-SUB) " NOT READ"
               GO TO ADD-RECEIVER-EXIT
           END-IF.
           ADD 1 TO RCV-COUNT.
           MOVE FC-RECEIVER (SLOT-SUB) TO RCV-ID (RCV-COUNT).
       ADD-RECEIVER-EXIT.
           EXIT.

      * READ-ACKS-RTN - one receiver's customer-feed-ack file;
      * a receiver that has sent nothing back has no file.
       READ-ACKS-RTN.
           MOVE RCV-ID (RCV-SUB) TO CURRENT-RECEIVER.
           MOVE SPACES TO ACK-NAME.
           STRING "./customer-feed-ack." DELIMITED BY SIZE
               CURRENT-RECEIVER DELIMITED BY SPACE
               INTO ACK-NAME.
           OPEN INPUT AckFile.
           IF ACK-STATUS NOT = "00"
               GO TO READ-ACKS-EXIT
           END-IF.
           ADD 1 TO ACK-FILES-READ.

           SET EOF TO FALSE.
           PERFORM READ-ACK-RTN THRU READ-ACK-EXIT.
           PERFORM RECONCILE-ACK-RTN THRU RECONCILE-ACK-EXIT
               UNTIL EOF.

           CLOSE AckFile.
       READ-ACKS-EXIT.
           EXIT.

       READ-ACK-RTN.
           Read AckFile
             At End
               Set EOF to True
           End-Read.
       READ-ACK-EXIT.
           EXIT.

      * RECONCILE-ACK-RTN - match one ack line to its feed and
      * set the receiver's status.  A line that leaves the
      * status as it was is not reported again.
       RECONCILE-ACK-RTN.
           IF AckRec = SPACES
               GO TO RECONCILE-ACK-NEXT
           END-IF.
           ADD 1 TO ACKS-READ.

           IF FA-RECEIVER NOT = CURRENT-RECEIVER
               MOVE "ACK FILE IS ANOTHER RECEIVER'S" TO ACK-RESULT
               PERFORM UNMATCHED-ACK-RTN THRU UNMATCHED-ACK-EXIT
               GO TO RECONCILE-ACK-NEXT
           END-IF.

           IF FA-FEED-SEQ NOT NUMERIC
               MOVE "NOT A FEED NUMBER" TO ACK-RESULT
               PERFORM UNMATCHED-ACK-RTN THRU UNMATCHED-ACK-EXIT
               GO TO RECONCILE-ACK-NEXT
           END-IF.

           SET FEED-IDX TO 1.
           SEARCH FEED-ENTRY
               AT END
                   CONTINUE
               WHEN FEED-IDX > FEED-COUNT
                   CONTINUE
               WHEN FE-RECORD (FEED-IDX) (1:6) = FA-FEED-SEQ
                   CONTINUE
           END-SEARCH.
           IF FEED-IDX > FEED-COUNT
               MOVE "NO SUCH FEED" TO ACK-RESULT
               PERFORM UNMATCHED-ACK-RTN THRU UNMATCHED-ACK-EXIT
               GO TO RECONCILE-ACK-NEXT
           END-IF.
           MOVE FE-RECORD (FEED-IDX) TO FEED-CTL-VIEW.

           MOVE 1 TO SLOT-SUB.
           PERFORM FIND-SLOT-RTN THRU FIND-SLOT-EXIT
               UNTIL SLOT-SUB > 5
               OR FC-RECEIVER (SLOT-SUB) = CURRENT-RECEIVER.
           IF SLOT-SUB > 5
               MOVE "FEED NOT SENT TO THIS RECEIVER" TO ACK-RESULT
               PERFORM UNMATCHED-ACK-RTN THRU UNMATCHED-ACK-EXIT
               GO TO RECONCILE-ACK-NEXT
           END-IF.

           IF FA-ACK-DATE NOT NUMERIC
               OR FA-ACK-DATE < FC-LAST-SENT-DATE
               ADD 1 TO ACKS-STALE
               GO TO RECONCILE-ACK-NEXT
           END-IF.

           IF FC-ACK-STATUS (SLOT-SUB) = "ACKED"
               ADD 1 TO ACKS-ALREADY
               GO TO RECONCILE-ACK-NEXT
           END-IF.

           EVALUATE TRUE
               WHEN FA-FEED-DATE NOT = FC-FEED-DATE
                   MOVE "MISMATCH" TO NEW-STATUS
                   MOVE "FEED DATE IS NOT THE DATE SENT"
                       TO ACK-RESULT
               WHEN FA-RECORD-COUNT NOT = FC-RECORD-COUNT
                   MOVE "MISMATCH" TO NEW-STATUS
                   MOVE "RECORD COUNT IS NOT THE COUNT SENT"
                       TO ACK-RESULT
               WHEN FA-STATUS = "LOADED"
                   MOVE "ACKED" TO NEW-STATUS
                   MOVE "ACKNOWLEDGED" TO ACK-RESULT
               WHEN FA-STATUS = "REJECTED"
                   MOVE "REJECTED" TO NEW-STATUS
                   MOVE "REJECTED BY THE RECEIVER" TO ACK-RESULT
               WHEN OTHER
                   MOVE "UNKNOWN ACK STATUS" TO ACK-RESULT
                   PERFORM UNMATCHED-ACK-RTN THRU UNMATCHED-ACK-EXIT
                   GO TO RECONCILE-ACK-NEXT
           END-EVALUATE.

           IF NEW-STATUS = FC-ACK-STATUS (SLOT-SUB)
               ADD 1 TO ACKS-ALREADY
               GO TO RECONCILE-ACK-NEXT
           END-IF.

           MOVE NEW-STATUS TO FC-ACK-STATUS (SLOT-SUB).
           MOVE TODAY-N TO FC-ACK-DATE (SLOT-SUB).
           MOVE FEED-CTL-VIEW TO FE-RECORD (FEED-IDX).
           ADD 1 TO ACKS-RECONCILED.
           EVALUATE NEW-STATUS
               WHEN "ACKED"    ADD 1 TO NEWLY-ACKED
               WHEN "REJECTED" ADD 1 TO NEWLY-REJECTED
               WHEN "MISMATCH" ADD 1 TO NEWLY-MISMATCHED
           END-EVALUATE.
           PERFORM WRITE-ACK-LINE-RTN THRU WRITE-ACK-LINE-EXIT.

       RECONCILE-ACK-NEXT.
           PERFORM READ-ACK-RTN THRU READ-ACK-EXIT.
       RECONCILE-ACK-EXIT.
           EXIT.

       FIND-SLOT-RTN.
           ADD 1 TO SLOT-SUB.
       FIND-SLOT-EXIT.
           EXIT.

       UNMATCHED-ACK-RTN.
           ADD 1 TO ACKS-UNMATCHED.
           PERFORM WRITE-ACK-LINE-RTN THRU WRITE-ACK-LINE-EXIT.
       UNMATCHED-ACK-EXIT.
           EXIT.

      * WRITE-ACK-LINE-RTN - the ack line as the receiver sent
      * it, with what was made of it.
       WRITE-ACK-LINE-RTN.
           MOVE FA-RECEIVER TO AL-RECEIVER.
           MOVE AckRec (11:6) TO AL-SEQ.
           MOVE AckRec (19:8) TO AL-FEED-DATE.
           IF FA-RECORD-COUNT NUMERIC
               MOVE FA-RECORD-COUNT TO AL-COUNT
           ELSE
               MOVE ZERO TO AL-COUNT
           END-IF.
           MOVE AckRec (38:8) TO AL-ACK-DATE.
           MOVE FA-STATUS TO AL-STATUS.
           MOVE ACK-RESULT TO AL-RESULT.
           MOVE FA-NOTE TO AL-NOTE.
           MOVE ACK-LINE TO AckRptRec.
           WRITE AckRptRec.
           ADD 1 TO SECTION-LINES.
       WRITE-ACK-LINE-EXIT.
           EXIT.

      * WRITE-OPEN-RTN - every feed some receiver has not yet
      * acknowledged, one line per receiver owed an ack.
       WRITE-OPEN-RTN.
           MOVE SPACES TO AckRptRec.
           WRITE AckRptRec.
           MOVE SPACES TO AckRptRec.
           STRING "FEEDS NOT ACKNOWLEDGED - AWAITING IS FLAGGED "
               "AFTER " ACK-DAYS " DAYS"
               DELIMITED BY SIZE
               INTO AckRptRec.
           WRITE AckRptRec.
           MOVE SPACES TO AckRptRec.
           MOVE "  FEED" TO AckRptRec (1:6).
           MOVE "FEED DATE" TO AckRptRec (11:9).
           MOVE "RECORDS" TO AckRptRec (23:7).
           MOVE "SENT" TO AckRptRec (32:4).
           MOVE "DAYS" TO AckRptRec (43:4).
           MOVE "RECEIVER" TO AckRptRec (49:8).
           MOVE "STATUS" TO AckRptRec (59:6).
           MOVE "SET ON" TO AckRptRec (69:6).
           WRITE AckRptRec.

           MOVE ZERO TO SECTION-LINES.
           PERFORM OPEN-FEED-RTN THRU OPEN-FEED-EXIT
               VARYING FEED-SUB FROM 1 BY 1
               UNTIL FEED-SUB > FEED-COUNT.

           IF SECTION-LINES = ZERO
               MOVE "  EVERY FEED ACKNOWLEDGED" TO AckRptRec
               WRITE AckRptRec
           END-IF.
       WRITE-OPEN-EXIT.
           EXIT.

       OPEN-FEED-RTN.
           MOVE FE-RECORD (FEED-SUB) TO FEED-CTL-VIEW.

           MOVE FC-LAST-SENT-DATE TO WORK-DATE-N.
           PERFORM WORK-SERIAL-RTN THRU WORK-SERIAL-EXIT.
           COMPUTE DAYS-OUT = TODAY-SERIAL - DS-SERIAL.
           IF DAYS-OUT < ZERO
               MOVE ZERO TO DAYS-OUT
           END-IF.

           MOVE "Y" TO FEED-ACKED-SW.
           PERFORM OPEN-SLOT-RTN THRU OPEN-SLOT-EXIT
               VARYING SLOT-SUB FROM 1 BY 1
               UNTIL SLOT-SUB > 5.
           IF FEED-FULLY-ACKED
               ADD 1 TO FEEDS-ACKED
           END-IF.
       OPEN-FEED-EXIT.
           EXIT.

       OPEN-SLOT-RTN.
           IF FC-RECEIVER (SLOT-SUB) = SPACES
               OR FC-ACK-STATUS (SLOT-SUB) = "ACKED"
               GO TO OPEN-SLOT-EXIT
           END-IF.

           MOVE "N" TO FEED-ACKED-SW.
           ADD 1 TO ACKS-OUTSTANDING.
           MOVE SPACES TO OL-FLAG.
           EVALUATE TRUE
               WHEN FC-ACK-STATUS (SLOT-SUB) = "REJECTED"
                   ADD 1 TO ACKS-FAILED
                   MOVE "*** REJECTED - FIX AND RESEND"
                       TO OL-FLAG
               WHEN FC-ACK-STATUS (SLOT-SUB) = "MISMATCH"
                   ADD 1 TO ACKS-FAILED
                   MOVE "*** RECEIVER LOADED SOMETHING ELSE"
                       TO OL-FLAG
               WHEN DAYS-OUT > ACK-DAYS
                   ADD 1 TO ACKS-OVERDUE
                   MOVE "*** OVERDUE" TO OL-FLAG
           END-EVALUATE.

           MOVE FC-FEED-SEQ TO OL-SEQ.
           MOVE FC-FEED-DATE TO OL-FEED-DATE.
           MOVE FC-RECORD-COUNT TO OL-RECORDS.
           MOVE FC-LAST-SENT-DATE TO OL-SENT-DATE.
           MOVE DAYS-OUT TO OL-DAYS.
           MOVE FC-RECEIVER (SLOT-SUB) TO OL-RECEIVER.
           MOVE FC-ACK-STATUS (SLOT-SUB) TO OL-STATUS.
           IF FC-ACK-DATE (SLOT-SUB) = ZERO
               MOVE SPACES TO OL-ACK-DATE
           ELSE
               MOVE FC-ACK-DATE (SLOT-SUB) TO OL-ACK-DATE
           END-IF.
           MOVE OPEN-LINE TO AckRptRec.
           WRITE AckRptRec.
           ADD 1 TO SECTION-LINES.
       OPEN-SLOT-EXIT.
           EXIT.

       WRITE-HEADING-RTN.
           MOVE SPACES TO AckRptRec.
           STRING "FEEDACK01 - CUSTOMER FEED ACKNOWLEDGMENTS"
               "   RUN " TODAY-X
               DELIMITED BY SIZE
               INTO AckRptRec.
           WRITE AckRptRec.
           MOVE SPACES TO AckRptRec.
           WRITE AckRptRec.
           MOVE "ACKNOWLEDGMENTS RECONCILED THIS RUN" TO AckRptRec.
           WRITE AckRptRec.
           MOVE SPACES TO AckRptRec.
           MOVE "  RECEIVER" TO AckRptRec (1:10).
           MOVE "FEED" TO AckRptRec (13:4).
           MOVE "FEED DATE" TO AckRptRec (21:9).
           MOVE "RECORDS" TO AckRptRec (33:7).
           MOVE "ACK DATE" TO AckRptRec (42:8).
           MOVE "STATUS" TO AckRptRec (52:6).
           MOVE "RESULT" TO AckRptRec (62:6).
           MOVE "RECEIVER NOTE" TO AckRptRec (93:13).
           WRITE AckRptRec.
           MOVE ZERO TO SECTION-LINES.
       WRITE-HEADING-EXIT.
           EXIT.

       WRITE-TOTALS-RTN.
           MOVE SPACES TO AckRptRec.
           WRITE AckRptRec.
           MOVE "TOTALS" TO AckRptRec.
           WRITE AckRptRec.
           MOVE "  FEEDS ON CONTROL" TO TL-LABEL.
           MOVE FEED-COUNT TO TL-COUNT.
           PERFORM WRITE-TOTAL-RTN THRU WRITE-TOTAL-EXIT.
           MOVE "  FEEDS ACKNOWLEDGED BY EVERY RECEIVER" TO TL-LABEL.
           MOVE FEEDS-ACKED TO TL-COUNT.
           PERFORM WRITE-TOTAL-RTN THRU WRITE-TOTAL-EXIT.
           MOVE "  ACK LINES READ" TO TL-LABEL.
           MOVE ACKS-READ TO TL-COUNT.
           PERFORM WRITE-TOTAL-RTN THRU WRITE-TOTAL-EXIT.
           MOVE "    ACKNOWLEDGED THIS RUN" TO TL-LABEL.
           MOVE NEWLY-ACKED TO TL-COUNT.
           PERFORM WRITE-TOTAL-RTN THRU WRITE-TOTAL-EXIT.
           MOVE "    REJECTED THIS RUN" TO TL-LABEL.
           MOVE NEWLY-REJECTED TO TL-COUNT.
           PERFORM WRITE-TOTAL-RTN THRU WRITE-TOTAL-EXIT.
           MOVE "    MISMATCHED THIS RUN" TO TL-LABEL.
           MOVE NEWLY-MISMATCHED TO TL-COUNT.
           PERFORM WRITE-TOTAL-RTN THRU WRITE-TOTAL-EXIT.
           MOVE "    ALREADY RECONCILED" TO TL-LABEL.
           MOVE ACKS-ALREADY TO TL-COUNT.
           PERFORM WRITE-TOTAL-RTN THRU WRITE-TOTAL-EXIT.
           MOVE "    FOR AN EARLIER SEND" TO TL-LABEL.
           MOVE ACKS-STALE TO TL-COUNT.
           PERFORM WRITE-TOTAL-RTN THRU WRITE-TOTAL-EXIT.
           MOVE "    UNMATCHED" TO TL-LABEL.
           MOVE ACKS-UNMATCHED TO TL-COUNT.
           PERFORM WRITE-TOTAL-RTN THRU WRITE-TOTAL-EXIT.
           MOVE "  ACKS OUTSTANDING" TO TL-LABEL.
           MOVE ACKS-OUTSTANDING TO TL-COUNT.
           PERFORM WRITE-TOTAL-RTN THRU WRITE-TOTAL-EXIT.
           MOVE "    OVERDUE" TO TL-LABEL.
           MOVE ACKS-OVERDUE TO TL-COUNT.
           PERFORM WRITE-TOTAL-RTN THRU WRITE-TOTAL-EXIT.
           MOVE "    REJECTED OR MISMATCHED" TO TL-LABEL.
           MOVE ACKS-FAILED TO TL-COUNT.
           PERFORM WRITE-TOTAL-RTN THRU WRITE-TOTAL-EXIT.
       WRITE-TOTALS-EXIT.
           EXIT.

       WRITE-TOTAL-RTN.
           MOVE TOTAL-LINE TO AckRptRec.
           WRITE AckRptRec.
       WRITE-TOTAL-EXIT.
           EXIT.

      * WRITE-FEEDCTL-RTN - rewrite the control file with the
      * ack statuses set this run.
       WRITE-FEEDCTL-RTN.
           OPEN OUTPUT FeedCtlFile.
           IF FEEDCTL-STATUS NOT = "00"
               DISPLAY "*** FEEDACK01: CUSTOMER-FEED-CONTROL.DAT "
                   "WON'T OPEN FOR OUTPUT (STATUS " FEEDCTL-STATUS
                   ") - ACKS NOT RECORDED ***"
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

      * WORK-SERIAL-RTN - DS-SERIAL for WORK-DATE.
       WORK-SERIAL-RTN.
           MOVE WD-YYYY TO DS-YYYY.
           MOVE WD-MM TO DS-MM.
           MOVE WD-DD TO DS-DD.
           PERFORM DAY-SERIAL-RTN THRU DAY-SERIAL-EXIT.
       WORK-SERIAL-EXIT.
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
