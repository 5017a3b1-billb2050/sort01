      * On: 08/22/2026
      * By: Bill Blasingim
      *
      * Nightly stream driver: runs the night's steps in the
      * order nightly01.stream lists them - the master-side
      * jobs (mstupd01, mstext01, addrstd01), then dupchk01,
      * sort01, the reports, genmgr01 (file generations and
      * retention), delta01 and the customer change feed
      * (feedack01, chgfeed01) - checking each step's outcome
      * and halting the stream with an operator message when a
      * step fails or a threshold is exceeded - no more
      * sorting and publishing customer.srt on a night dupchk01
      * found hundreds of duplicates.
      *
      * nightly01.stream holds one step per line, card style:
      *   columns  1-10  step name
      *   columns 12-19  check to run after the step: DUPS
      *                  (dupchk01 threshold), REJECTS (sort01
      *                  threshold) or blank
      *   columns 21-80  command line to run
      * A line with * in column 1 is a comment.  Adding,
      * dropping or reordering a step is a control-file change.
      *
      * Thresholds come from nightly01.ctl so operations can
      * tune them without a code change, one per line:
      * dupchk01's duplicate count is taken from the line count
      * of dup-accounts.rpt (one line per duplicate); sort01's
      * counts come from the sort01.totals file it writes.
      *
      * Every step's start, end, return code and outcome is
      * kept in nightly01.status, rewritten as each step starts
      * and ends, so after a halt (or a crash of the driver
      * itself - the step shows RUNNING) nobody has to work out
      * by hand what already ran.  Outcomes: COMPLETE, RESUMED
      * (the failed step, rerun on a restart), SKIPPED (already
      * complete, not rerun on a restart), BYPASSED, FAILED,
      * OVER-LIMIT (ran, but its threshold check halted the
      * stream), NOT RUN.
      *
      * PARM tokens, any order:
      *   RESTART          pick up where the last stream
      *                    stopped: steps nightly01.status
      *                    shows complete are skipped, the
      *                    failed step is rerun and the stream
      *                    carries on from there.  Steps
      *                    bypassed on that run stay bypassed.
      *   BYPASS=<step>    skip the named step tonight (up to
      *                    five); a name not in the stream is
      *                    an error, so a typo can't run a step
      *                    the operator meant to skip.
      *
      * At end of stream one NIGHTLY01 record per step (outcome
      * in the status column) and a stream summary record go to
      * run-history.dat for the morning shift.
      *
      * Modification History:
      * 10/15/2026 - BB - Step list moved out of the program
      *              into nightly01.stream and the chain
      *              extended to the master-side jobs and
      *              delta01; nightly01.status tracks each
      *              step, RESTART and BYPASS= PARMs added, and
      *              the stream outcome goes to run-history.dat.
      * 10/15/2026 - BB - genmgr01 runs after the reports, ahead
      *              of delta01, so every publish is cataloged
      *              as a customer.srt generation.
      * 10/15/2026 - BB - feedack01 and chgfeed01 close the
      *              stream: receivers' feed acks reconciled,
      *              then the day's customer change feed.
      *
       Environment Division.
       Input-Output Section.
         "./nightly01.ctl"
         Line Sequential
         File Status CTL-STATUS.
       Select StreamFile Assign to
         "./nightly01.stream"
         Line Sequential
         File Status STREAM-STATUS.
       Select StatusFile Assign to
         "./nightly01.status"
         Line Sequential
         File Status STEPSTAT-STATUS.
       Select DupRptFile Assign to
         "./dup-accounts.rpt"
         Line Sequential
         "./sort01.totals"
         Line Sequential
         File Status TOTALS-STATUS.
       Select RunHistFile Assign to
         "./run-history.dat"
         Line Sequential
         File Status RUNHIST-STATUS.
       Data Division.
       File Section.
       FD CtlFile.
         01 CtlRec              pic x(80).

       FD StreamFile.
         01 StreamRec.
           05 SC-STEP-NAME      pic x(10).
           05 Filler            pic x(1).
           05 SC-CHECK          pic x(8).
           05 Filler            pic x(1).
           05 SC-COMMAND        pic x(60).

       FD StatusFile.
         01 StatusRec.
           05 SS-STEP-NAME      pic x(10).
           05 Filler            pic x(2).
           05 SS-START-DATE     pic 9(8).
           05 Filler            pic x(1).
           05 SS-START-TIME     pic 9(6).
           05 Filler            pic x(2).
           05 SS-END-DATE       pic 9(8).
           05 Filler            pic x(1).
           05 SS-END-TIME       pic 9(6).
           05 Filler            pic x(2).
           05 SS-RC             pic 9(4).
           05 Filler            pic x(2).
           05 SS-OUTCOME        pic x(10).
           05 Filler            pic x(2).
           05 SS-COMMAND        pic x(60).

       FD DupRptFile.
         01 DupRptRec           pic x(100).

           05 Filler            pic x(2).
           05 TOT-OUT           pic 9(7).

       FD RunHistFile.
         01 RunHistRec.
           COPY "copybooks/runhist.cpy".

       Working-Storage Section.
         01 Misc.
           05        Pic X
             Value "N".
           88 EOF     Value "Y"  When Set To False Is "N".
           05 RESTART-SW      Pic X Value "N".
           88 RESTART-RUN  Value "Y".
           05 HALT-SW         Pic X Value "N".
           88 STREAM-HALTED  Value "Y".
           05 LIMIT-SW        Pic X Value "N".
           88 LIMIT-HIT  Value "Y".

         01 FILE-STATUSES.
           05 CTL-STATUS                PIC X(02).
           05 STREAM-STATUS             PIC X(02).
           05 STEPSTAT-STATUS           PIC X(02).
           05 DUPRPT-STATUS             PIC X(02).
           05 TOTALS-STATUS             PIC X(02).
           05 RUNHIST-STATUS            PIC X(02).

         01 THRESHOLDS.
           05 MAX-DUP-COUNT             PIC 9(07) VALUE ZERO.
           05 CTL-DIGIT REDEFINES CTL-DIGIT-X
                                        PIC 9(01).

         01 PARM-LINE                   PIC X(80).
         01 PARM-TOKENS.
           05 PARM-TOKEN OCCURS 6 TIMES PIC X(20).
         01 TOKEN-SUB                   PIC 9(02) COMP.

         01 BYPASS-TABLE.
           05 BYPASS-COUNT              PIC 9(02) VALUE ZERO.
           05 BYPASS-NAME OCCURS 5 TIMES
                                        PIC X(10).
         01 BYPASS-SUB                  PIC 9(02) COMP.
         01 STATUS-SUB                  PIC 9(02) COMP.

      * The night's steps off nightly01.stream and where each
      * one stands.
         01 STEP-TABLE.
           05 STEP-COUNT                PIC 9(02) VALUE ZERO.
           05 STEP-ENTRY OCCURS 30 TIMES
                 INDEXED BY STEP-IDX.
             10 ST-NAME                 PIC X(10).
             10 ST-CHECK                PIC X(08).
             10 ST-COMMAND              PIC X(60).
             10 ST-START-DATE           PIC 9(08).
             10 ST-START-TIME           PIC 9(06).
             10 ST-END-DATE             PIC 9(08).
             10 ST-END-TIME             PIC 9(06).
             10 ST-RC                   PIC 9(04).
             10 ST-OUTCOME              PIC X(10).
             10 ST-BYPASS-SW            PIC X(01).
                88 ST-BYPASS                      VALUE 'Y'.
             10 ST-DONE-SW              PIC X(01).
                88 ST-DONE-BEFORE                 VALUE 'Y'.
             10 ST-RESUME-SW            PIC X(01).
                88 ST-RESUME                      VALUE 'Y'.

         01 RUN-COMMAND                 PIC X(60).
         01 STEP-NAME                   PIC X(10).
         01 FIND-NAME                   PIC X(10).

         01 STEP-RESULTS.
           05 DUP-COUNT-FOUND           PIC 9(07) VALUE ZERO.
           05 REJECT-PCT                PIC 9(03) VALUE ZERO.

         01 STREAM-TOTALS.
           05 STEPS-RESUME-POINTS       PIC 9(02) VALUE ZERO.
           05 STEPS-COMPLETE            PIC 9(02) VALUE ZERO.
           05 STEPS-RESUMED             PIC 9(02) VALUE ZERO.
           05 STEPS-SKIPPED             PIC 9(02) VALUE ZERO.
           05 STEPS-BYPASSED            PIC 9(02) VALUE ZERO.
           05 STEPS-FAILED              PIC 9(02) VALUE ZERO.
           05 STEPS-NOT-RUN             PIC 9(02) VALUE ZERO.
           05 STEPS-RAN                 PIC 9(02) VALUE ZERO.

         01 RUN-STAMP.
            05 RUN-DATE                  PIC 9(08).
            05 RUN-TIME-FULL             PIC 9(08).
            05 RUN-TIME REDEFINES RUN-TIME-FULL.
               10 RUN-TIME-HHMMSS        PIC 9(06).
               10 Filler                 PIC 9(02).

       PROCEDURE DIVISION.

           DISPLAY "NIGHTLY01: STREAM STARTING".

           PERFORM CHECK-PARMS-RTN THRU CHECK-PARMS-EXIT.
           PERFORM LOAD-THRESHOLDS-RTN THRU LOAD-THRESHOLDS-EXIT.
           PERFORM LOAD-STREAM-RTN THRU LOAD-STREAM-EXIT.
           PERFORM MARK-BYPASS-RTN THRU MARK-BYPASS-EXIT
               VARYING BYPASS-SUB FROM 1 BY 1
               UNTIL BYPASS-SUB > BYPASS-COUNT.

           IF RESTART-RUN
               PERFORM LOAD-PRIOR-STATUS-RTN
                   THRU LOAD-PRIOR-STATUS-EXIT
           END-IF.

           PERFORM WRITE-STATUS-RTN THRU WRITE-STATUS-EXIT.

           PERFORM RUN-STEP-RTN THRU RUN-STEP-EXIT
               VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX > STEP-COUNT
               OR STREAM-HALTED.

           PERFORM WRITE-STATUS-RTN THRU WRITE-STATUS-EXIT.
           PERFORM WRITE-SUMMARY-RTN THRU WRITE-SUMMARY-EXIT.

           IF STREAM-HALTED
               DISPLAY "*** NIGHTLY01: STREAM HALTED - FIX THE "
                   "FAILED STEP AND RERUN WITH PARM RESTART ***"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "NIGHTLY01: STREAM COMPLETE"
               MOVE ZERO TO RETURN-CODE
           END-IF.
           STOP RUN.

      * CHECK-PARMS-RTN - RESTART and BYPASS=<step> tokens; any
      * other token stops the run before a step is touched.
       CHECK-PARMS-RTN.
           ACCEPT PARM-LINE FROM COMMAND-LINE.
           MOVE SPACES TO PARM-TOKENS.
           UNSTRING PARM-LINE DELIMITED BY ALL SPACES
               INTO PARM-TOKEN (1) PARM-TOKEN (2) PARM-TOKEN (3)
                    PARM-TOKEN (4) PARM-TOKEN (5) PARM-TOKEN (6).

           PERFORM CHECK-TOKEN-RTN THRU CHECK-TOKEN-EXIT
               VARYING TOKEN-SUB FROM 1 BY 1
               UNTIL TOKEN-SUB > 6.

           IF RESTART-RUN
               DISPLAY "NIGHTLY01: RESTART REQUESTED"
           END-IF.
       CHECK-PARMS-EXIT.
           EXIT.

       CHECK-TOKEN-RTN.
           IF PARM-TOKEN (TOKEN-SUB) = SPACES
               GO TO CHECK-TOKEN-EXIT
           END-IF.

           IF PARM-TOKEN (TOKEN-SUB) = "RESTART"
               SET RESTART-RUN TO TRUE
               GO TO CHECK-TOKEN-EXIT
           END-IF.

           IF PARM-TOKEN (TOKEN-SUB) (1:7) = "BYPASS="
               AND PARM-TOKEN (TOKEN-SUB) (8:10) NOT = SPACES
               IF BYPASS-COUNT >= 5
                   DISPLAY "NIGHTLY01: MORE THAN 5 BYPASS= PARMS "
                       "- NOTHING RUN"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO BYPASS-COUNT
               MOVE PARM-TOKEN (TOKEN-SUB) (8:10)
                   TO BYPASS-NAME (BYPASS-COUNT)
               GO TO CHECK-TOKEN-EXIT
           END-IF.

           DISPLAY "NIGHTLY01: PARM '" PARM-TOKEN (TOKEN-SUB)
               "' IS NOT RESTART OR BYPASS=<STEP> - NOTHING RUN".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       CHECK-TOKEN-EXIT.
           EXIT.

      * LOAD-THRESHOLDS-RTN - read KEYWORD=VALUE lines from
      * nightly01.ctl.  A missing control file is allowed (the
       CONVERT-DIGIT-EXIT.
           EXIT.

      * LOAD-STREAM-RTN - the step list.  No stream file, or
      * one with no steps, runs nothing: there is no built-in
      * chain to fall back on.
       LOAD-STREAM-RTN.
           OPEN INPUT StreamFile.
           IF STREAM-STATUS NOT = "00"
               DISPLAY "NIGHTLY01: NO NIGHTLY01.STREAM (STATUS "
                   STREAM-STATUS ") - NOTHING RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET EOF TO FALSE.
           PERFORM READ-STREAM-RTN THRU READ-STREAM-EXIT.
           PERFORM STORE-STEP-RTN THRU STORE-STEP-EXIT
               UNTIL EOF.

           CLOSE StreamFile.

           IF STEP-COUNT = ZERO
               DISPLAY "NIGHTLY01: NIGHTLY01.STREAM HAS NO STEPS "
                   "- NOTHING RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "NIGHTLY01: " STEP-COUNT " STEPS IN THE STREAM".
       LOAD-STREAM-EXIT.
           EXIT.

       READ-STREAM-RTN.
           Read StreamFile
             At End
               Set EOF to True
           End-Read.
       READ-STREAM-EXIT.
           EXIT.

       STORE-STEP-RTN.
           IF StreamRec (1:1) = "*"
               OR StreamRec = SPACES
               GO TO STORE-STEP-NEXT
           END-IF.

           IF SC-STEP-NAME = SPACES OR SC-COMMAND = SPACES
               DISPLAY "NIGHTLY01: STREAM LINE WITH NO STEP NAME "
                   "OR NO COMMAND - NOTHING RUN"
               DISPLAY "  " StreamRec
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF SC-CHECK NOT = SPACES
               AND SC-CHECK NOT = "DUPS"
               AND SC-CHECK NOT = "REJECTS"
               DISPLAY "NIGHTLY01: UNKNOWN CHECK " SC-CHECK
                   " ON STEP " SC-STEP-NAME " - NOTHING RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF STEP-COUNT >= 30
               DISPLAY "NIGHTLY01: MORE THAN 30 STEPS IN "
                   "NIGHTLY01.STREAM - NOTHING RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO STEP-COUNT.
           SET STEP-IDX TO STEP-COUNT.
           MOVE SC-STEP-NAME TO ST-NAME (STEP-IDX).
           MOVE SC-CHECK TO ST-CHECK (STEP-IDX).
           MOVE SC-COMMAND TO ST-COMMAND (STEP-IDX).
           MOVE ZERO TO ST-START-DATE (STEP-IDX).
           MOVE ZERO TO ST-START-TIME (STEP-IDX).
           MOVE ZERO TO ST-END-DATE (STEP-IDX).
           MOVE ZERO TO ST-END-TIME (STEP-IDX).
           MOVE ZERO TO ST-RC (STEP-IDX).
           MOVE "NOT RUN" TO ST-OUTCOME (STEP-IDX).
           MOVE 'N' TO ST-BYPASS-SW (STEP-IDX).
           MOVE 'N' TO ST-DONE-SW (STEP-IDX).
           MOVE 'N' TO ST-RESUME-SW (STEP-IDX).

       STORE-STEP-NEXT.
           PERFORM READ-STREAM-RTN THRU READ-STREAM-EXIT.
       STORE-STEP-EXIT.
           EXIT.

      * MARK-BYPASS-RTN - flag each BYPASS= step; a name that
      * isn't in the stream stops the run.
       MARK-BYPASS-RTN.
           MOVE BYPASS-NAME (BYPASS-SUB) TO FIND-NAME.
           PERFORM FIND-STEP-RTN THRU FIND-STEP-EXIT.
           IF STEP-IDX > STEP-COUNT
               DISPLAY "NIGHTLY01: BYPASS STEP " FIND-NAME
                   " IS NOT IN NIGHTLY01.STREAM - NOTHING RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'Y' TO ST-BYPASS-SW (STEP-IDX).
       MARK-BYPASS-EXIT.
           EXIT.

      * FIND-STEP-RTN - STEP-IDX to the step named FIND-NAME,
      * or past STEP-COUNT when there is none.
       FIND-STEP-RTN.
           SET STEP-IDX TO 1.
           SEARCH STEP-ENTRY
               AT END
                   CONTINUE
               WHEN STEP-IDX > STEP-COUNT
                   CONTINUE
               WHEN ST-NAME (STEP-IDX) = FIND-NAME
                   CONTINUE
           END-SEARCH.
       FIND-STEP-EXIT.
           EXIT.

      * LOAD-PRIOR-STATUS-RTN - on a RESTART, what the last
      * stream left in nightly01.status decides each step:
      * complete steps are skipped (their times and return code
      * are kept), bypassed steps stay bypassed, and a FAILED,
      * OVER-LIMIT or RUNNING step is where the stream resumes.
      * A last stream with nothing to resume is an operator
      * error, not a reason to rerun the whole night.
       LOAD-PRIOR-STATUS-RTN.
           OPEN INPUT StatusFile.
           IF STEPSTAT-STATUS NOT = "00"
               DISPLAY "NIGHTLY01: RESTART BUT NO NIGHTLY01.STATUS "
                   "(STATUS " STEPSTAT-STATUS ") - NOTHING RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET EOF TO FALSE.
           PERFORM READ-STATUS-RTN THRU READ-STATUS-EXIT.
           PERFORM APPLY-STATUS-RTN THRU APPLY-STATUS-EXIT
               UNTIL EOF.

           CLOSE StatusFile.

           IF STEPS-RESUME-POINTS = ZERO
               DISPLAY "NIGHTLY01: LAST STREAM HAS NO FAILED STEP "
                   "- NOTHING TO RESTART, NOTHING RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       LOAD-PRIOR-STATUS-EXIT.
           EXIT.

       READ-STATUS-RTN.
           Read StatusFile
             At End
               Set EOF to True
           End-Read.
       READ-STATUS-EXIT.
           EXIT.

       APPLY-STATUS-RTN.
           IF StatusRec (1:1) = "*"
               GO TO APPLY-STATUS-NEXT
           END-IF.

           MOVE SS-STEP-NAME TO FIND-NAME.
           PERFORM FIND-STEP-RTN THRU FIND-STEP-EXIT.
           IF STEP-IDX > STEP-COUNT
               DISPLAY "NIGHTLY01: " SS-STEP-NAME " ON "
                   "NIGHTLY01.STATUS IS NO LONGER IN THE STREAM"
               GO TO APPLY-STATUS-NEXT
           END-IF.

           EVALUATE SS-OUTCOME
               WHEN "COMPLETE"
               WHEN "RESUMED"
               WHEN "SKIPPED"
                   MOVE 'Y' TO ST-DONE-SW (STEP-IDX)
                   MOVE SS-START-DATE TO ST-START-DATE (STEP-IDX)
                   MOVE SS-START-TIME TO ST-START-TIME (STEP-IDX)
                   MOVE SS-END-DATE TO ST-END-DATE (STEP-IDX)
                   MOVE SS-END-TIME TO ST-END-TIME (STEP-IDX)
                   MOVE SS-RC TO ST-RC (STEP-IDX)
               WHEN "BYPASSED"
                   MOVE 'Y' TO ST-BYPASS-SW (STEP-IDX)
               WHEN "FAILED"
               WHEN "OVER-LIMIT"
               WHEN "RUNNING"
                   MOVE 'Y' TO ST-RESUME-SW (STEP-IDX)
                   ADD 1 TO STEPS-RESUME-POINTS
                   DISPLAY "NIGHTLY01: RESUMING AT " SS-STEP-NAME
                       " (" SS-OUTCOME " RC " SS-RC " ON "
                       SS-START-DATE ")"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       APPLY-STATUS-NEXT.
           PERFORM READ-STATUS-RTN THRU READ-STATUS-EXIT.
       APPLY-STATUS-EXIT.
           EXIT.

      * RUN-STEP-RTN - one step of the stream.  A step that
      * ends with a bad return code, or whose threshold check
      * trips, halts the stream; the steps after it stay NOT
      * RUN.
       RUN-STEP-RTN.
           MOVE ST-NAME (STEP-IDX) TO STEP-NAME.

           IF ST-DONE-BEFORE (STEP-IDX)
               MOVE "SKIPPED" TO ST-OUTCOME (STEP-IDX)
               DISPLAY "NIGHTLY01: " STEP-NAME
                   " COMPLETED ON THE LAST RUN - SKIPPED"
               GO TO RUN-STEP-EXIT
           END-IF.

           IF ST-BYPASS (STEP-IDX)
               PERFORM STAMP-START-RTN THRU STAMP-START-EXIT
               PERFORM STAMP-END-RTN THRU STAMP-END-EXIT
               MOVE "BYPASSED" TO ST-OUTCOME (STEP-IDX)
               DISPLAY "NIGHTLY01: " STEP-NAME " BYPASSED"
               PERFORM WRITE-STATUS-RTN THRU WRITE-STATUS-EXIT
               GO TO RUN-STEP-EXIT
           END-IF.

           PERFORM STAMP-START-RTN THRU STAMP-START-EXIT.
           MOVE "RUNNING" TO ST-OUTCOME (STEP-IDX).
           PERFORM WRITE-STATUS-RTN THRU WRITE-STATUS-EXIT.

           DISPLAY "NIGHTLY01: RUNNING " STEP-NAME.
           MOVE ST-COMMAND (STEP-IDX) TO RUN-COMMAND.
           CALL "SYSTEM" USING RUN-COMMAND.
           MOVE RETURN-CODE TO ST-RC (STEP-IDX).
           MOVE ZERO TO RETURN-CODE.
           PERFORM STAMP-END-RTN THRU STAMP-END-EXIT.

           IF ST-RC (STEP-IDX) NOT = ZERO
               DISPLAY "*** NIGHTLY01: " STEP-NAME
                   " ENDED WITH RETURN CODE " ST-RC (STEP-IDX)
                   " - STREAM HALTED ***"
               MOVE "FAILED" TO ST-OUTCOME (STEP-IDX)
               SET STREAM-HALTED TO TRUE
               PERFORM WRITE-STATUS-RTN THRU WRITE-STATUS-EXIT
               GO TO RUN-STEP-EXIT
           END-IF.

           MOVE 'N' TO LIMIT-SW.
           EVALUATE ST-CHECK (STEP-IDX)
               WHEN "DUPS"
                   PERFORM CHECK-DUPS-RTN THRU CHECK-DUPS-EXIT
               WHEN "REJECTS"
                   PERFORM CHECK-REJECTS-RTN THRU CHECK-REJECTS-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           EVALUATE TRUE
               WHEN LIMIT-HIT
                   MOVE "OVER-LIMIT" TO ST-OUTCOME (STEP-IDX)
                   SET STREAM-HALTED TO TRUE
               WHEN ST-RESUME (STEP-IDX)
                   MOVE "RESUMED" TO ST-OUTCOME (STEP-IDX)
               WHEN OTHER
                   MOVE "COMPLETE" TO ST-OUTCOME (STEP-IDX)
           END-EVALUATE.
           PERFORM WRITE-STATUS-RTN THRU WRITE-STATUS-EXIT.
       RUN-STEP-EXIT.
           EXIT.

       STAMP-START-RTN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME-FULL FROM TIME.
           MOVE RUN-DATE TO ST-START-DATE (STEP-IDX).
           MOVE RUN-TIME-HHMMSS TO ST-START-TIME (STEP-IDX).
       STAMP-START-EXIT.
           EXIT.

       STAMP-END-RTN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME-FULL FROM TIME.
           MOVE RUN-DATE TO ST-END-DATE (STEP-IDX).
           MOVE RUN-TIME-HHMMSS TO ST-END-TIME (STEP-IDX).
       STAMP-END-EXIT.
           EXIT.

      * WRITE-STATUS-RTN - rewrite nightly01.status from the
      * step table.  Done as each step starts and ends, so the
      * file is right even if the driver itself goes down.
       WRITE-STATUS-RTN.
           OPEN OUTPUT StatusFile.
           IF STEPSTAT-STATUS NOT = "00"
               DISPLAY "*** NIGHTLY01: NIGHTLY01.STATUS WON'T OPEN "
                   "(STATUS " STEPSTAT-STATUS ") - A RESTART WILL "
                   "NOT KNOW WHAT RAN ***"
               GO TO WRITE-STATUS-EXIT
           END-IF.

           MOVE SPACES TO StatusRec.
           MOVE "* STEP" TO StatusRec (1:6).
           MOVE "START" TO StatusRec (13:5).
           MOVE "END" TO StatusRec (30:3).
           MOVE "RC" TO StatusRec (47:2).
           MOVE "OUTCOME" TO StatusRec (53:7).
           MOVE "COMMAND" TO StatusRec (65:7).
           WRITE StatusRec.

           PERFORM WRITE-STATUS-LINE-RTN THRU WRITE-STATUS-LINE-EXIT
               VARYING STATUS-SUB FROM 1 BY 1
               UNTIL STATUS-SUB > STEP-COUNT.

           CLOSE StatusFile.
       WRITE-STATUS-EXIT.
           EXIT.

       WRITE-STATUS-LINE-RTN.
           MOVE SPACES TO StatusRec.
           MOVE ST-NAME (STATUS-SUB) TO SS-STEP-NAME.
           MOVE ST-START-DATE (STATUS-SUB) TO SS-START-DATE.
           MOVE ST-START-TIME (STATUS-SUB) TO SS-START-TIME.
           MOVE ST-END-DATE (STATUS-SUB) TO SS-END-DATE.
           MOVE ST-END-TIME (STATUS-SUB) TO SS-END-TIME.
           MOVE ST-RC (STATUS-SUB) TO SS-RC.
           MOVE ST-OUTCOME (STATUS-SUB) TO SS-OUTCOME.
           MOVE ST-COMMAND (STATUS-SUB) TO SS-COMMAND.
           WRITE StatusRec.
       WRITE-STATUS-LINE-EXIT.
           EXIT.

      * WRITE-SUMMARY-RTN - one NIGHTLY01 run-history record per
      * step (step name and return code in the input column,
      * outcome in the status column), then the stream record:
      * steps in the stream read, steps run written, failures
      * rejected, COMPLETE or HALTED.  EXTEND creates the file
      * on first use via the OUTPUT fallback.
       WRITE-SUMMARY-RTN.
           OPEN EXTEND RunHistFile.
           IF RUNHIST-STATUS NOT = "00"
               OPEN OUTPUT RunHistFile
           END-IF.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME-FULL FROM TIME.

           PERFORM WRITE-STEP-HISTORY-RTN
               THRU WRITE-STEP-HISTORY-EXIT
               VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX > STEP-COUNT.

           COMPUTE STEPS-RAN = STEPS-COMPLETE + STEPS-RESUMED
               + STEPS-FAILED.

           MOVE SPACES TO RunHistRec.
           MOVE "NIGHTLY01" TO RH-PROGRAM.
           MOVE RUN-DATE TO RH-RUN-DATE.
           MOVE RUN-TIME-HHMMSS TO RH-RUN-TIME.
           IF RESTART-RUN
               MOVE "STREAM RESTART ./nightly01.stream"
                   TO RH-INPUT-FILE
           ELSE
               MOVE "STREAM ./nightly01.stream" TO RH-INPUT-FILE
           END-IF.
           MOVE STEP-COUNT TO RH-RECORDS-READ.
           MOVE STEPS-RAN TO RH-RECORDS-WRITTEN.
           MOVE STEPS-FAILED TO RH-RECORDS-REJECTED.
           IF STREAM-HALTED
               MOVE "HALTED" TO RH-RUN-STATUS
           ELSE
               MOVE "COMPLETE" TO RH-RUN-STATUS
           END-IF.
           WRITE RunHistRec.

           CLOSE RunHistFile.

           DISPLAY "NIGHTLY01 STREAM SUMMARY".
           DISPLAY "  STEPS IN STREAM .....: " STEP-COUNT.
           DISPLAY "  COMPLETE ............: " STEPS-COMPLETE.
           DISPLAY "  RESUMED .............: " STEPS-RESUMED.
           DISPLAY "  SKIPPED (DONE BEFORE): " STEPS-SKIPPED.
           DISPLAY "  BYPASSED ............: " STEPS-BYPASSED.
           DISPLAY "  FAILED ..............: " STEPS-FAILED.
           DISPLAY "  NOT RUN .............: " STEPS-NOT-RUN.
       WRITE-SUMMARY-EXIT.
           EXIT.

       WRITE-STEP-HISTORY-RTN.
           EVALUATE ST-OUTCOME (STEP-IDX)
               WHEN "COMPLETE"   ADD 1 TO STEPS-COMPLETE
               WHEN "RESUMED"    ADD 1 TO STEPS-RESUMED
               WHEN "SKIPPED"    ADD 1 TO STEPS-SKIPPED
               WHEN "BYPASSED"   ADD 1 TO STEPS-BYPASSED
               WHEN "FAILED"     ADD 1 TO STEPS-FAILED
               WHEN "OVER-LIMIT" ADD 1 TO STEPS-FAILED
               WHEN OTHER        ADD 1 TO STEPS-NOT-RUN
           END-EVALUATE.

           MOVE SPACES TO RunHistRec.
           MOVE "NIGHTLY01" TO RH-PROGRAM.
           MOVE RUN-DATE TO RH-RUN-DATE.
           MOVE RUN-TIME-HHMMSS TO RH-RUN-TIME.
           STRING "STEP " ST-NAME (STEP-IDX) " RC " ST-RC (STEP-IDX)
               DELIMITED BY SIZE
               INTO RH-INPUT-FILE.
           MOVE ZERO TO RH-RECORDS-READ.
           MOVE ZERO TO RH-RECORDS-WRITTEN.
           MOVE ZERO TO RH-RECORDS-REJECTED.
           MOVE ST-OUTCOME (STEP-IDX) TO RH-RUN-STATUS.
           WRITE RunHistRec.
       WRITE-STEP-HISTORY-EXIT.
           EXIT.

      * CHECK-DUPS-RTN - count the lines of dup-accounts.rpt
      * (dupchk01 writes one line per duplicate) and halt the
      * stream before the sort when the count is over the
               DISPLAY "*** NIGHTLY01: DUPCHK01 FOUND "
                   DUP-COUNT-FOUND " DUPLICATE ACCOUNTS, OVER "
                   "THE LIMIT OF " MAX-DUP-COUNT
               DISPLAY "*** NIGHTLY01: STREAM HALTED AFTER "
                   STEP-NAME " - CLEAN UP THE EXTRACT AND RERUN ***"
               SET LIMIT-HIT TO TRUE
           END-IF.
       CHECK-DUPS-EXIT.
           EXIT.
               DISPLAY "*** NIGHTLY01: SORT01.TOTALS NOT FOUND "
                   "(STATUS " TOTALS-STATUS ") - STREAM HALTED,"
                   " SORT01 OUTCOME UNKNOWN ***"
               SET LIMIT-HIT TO TRUE
               GO TO CHECK-REJECTS-EXIT
           END-IF.

           SET EOF TO FALSE.
           IF EOF
               DISPLAY "*** NIGHTLY01: SORT01.TOTALS IS EMPTY - "
                   "STREAM HALTED, SORT01 OUTCOME UNKNOWN ***"
               SET LIMIT-HIT TO TRUE
               GO TO CHECK-REJECTS-EXIT
           END-IF.

           IF TOT-RECORDS-IN = ZERO
               DISPLAY "*** NIGHTLY01: SORT01 READ ZERO RECORDS "
                   "- STREAM HALTED ***"
               SET LIMIT-HIT TO TRUE
               GO TO CHECK-REJECTS-EXIT
           END-IF.

           COMPUTE REJECT-PCT ROUNDED =
                   " PCT"
               DISPLAY "*** NIGHTLY01: STREAM HALTED BEFORE THE "
                   "REPORT STEPS ***"
               SET LIMIT-HIT TO TRUE
           END-IF.
       CHECK-REJECTS-EXIT.
           EXIT.
