       IDENTIFICATION DIVISION.
       PROGRAM-ID. campsel01.
      * A GnuCOBOL program
      * On: 10/15/2026
      * By: Bill Blasingim
      *
      * Criteria-driven list pull for one campaign.  Takes the
      * campaign code as a run-time PARM, looks it up on the
      * campaign master campaign.dat (campmst.cpy), and selects
      * from the nightly master extract customer-master.ext
      * every customer meeting the campaign's states, gender,
      * age band (age on the drop date), Cust-Status and
      * last-activity recency criteria - "active customers in
      * OH/KY aged 46-60 with activity in the last 12 months"
      * is a campaign record now, not a spreadsheet.  A blank
      * status list takes every status except U (address
      * flagged undeliverable by rtnmail01); list U explicitly
      * to mail those addresses anyway.  An account erased on
      * request (reason E on suppress.dat, written by privreq01)
      * is never selected, whatever the criteria and whatever
      * extract is read.
      *
      * The selected customers go to campaign-select.ext in the
      * custrec.cpy layout with the standard branch header (id
      * CAMPSEL) and trailer - hand it to addrstd01 as its PARM
      * for house01 - and, sorted on ZIP and last name, to
      * campaign-select.srt in the customer.srt layout, which
      * label01 takes as its input PARM.  The pull never goes
      * through sort01: that would overwrite the nightly
      * customer.srt, customer.csv and sort01.totals.  Run the
      * mailing program with the same campaign code so the
      * contacts and the cost report carry it.
      *
      * campaign-select.rpt echoes the criteria and counts the
      * customers dropped at each test; the pieces-selected
      * count is also appended to campaign-stats.dat
      * (campstat.cpy) for campcst01.
      *
      * PARM token 2 overrides the input extract path (same
      * style as addrstd01's PARM).
      *
       Environment Division.
       Input-Output Section.
       File-Control.
       Select CampFile Assign to
         "./campaign.dat"
         Line Sequential
         File Status CAMP-STATUS.
       Select InFile Assign to Dynamic INFILE-NAME
         Line Sequential
         File Status INFILE-STATUS.
       Select SuppFile Assign to
         "./suppress.dat"
         Line Sequential
         File Status SUPP-STATUS.
       Select SelFile Assign to
         "./campaign-select.ext"
         Line Sequential.
      * Record sequential, like customer.srt (the line feed is
      * written as the last byte).
       Select LabelInFile Assign to
         "./campaign-select.srt".
       Select SelRptFile Assign to
         "./campaign-select.rpt"
         Line Sequential.
       Select StatsFile Assign to
         "./campaign-stats.dat"
         Line Sequential
         File Status STATS-STATUS.
       Select RunHistFile Assign to
         "./run-history.dat"
         Line Sequential
         File Status RUNHIST-STATUS.
       SELECT SORT-FILE  ASSIGN TO "./cselwork.fil".
       Data Division.
       File Section.
       FD CampFile.
         01 CampRec.
           COPY "copybooks/campmst.cpy".

       FD InFile.
         01 InRec.
           COPY "copybooks/custrec.cpy".

       FD SuppFile.
         01 SuppRec.
           COPY "copybooks/supprec.cpy".

       FD SelFile.
         01 SelRec           pic x(144).

       FD LabelInFile.
         01 LabelInRec.
           05 LI-Record       pic x(144).
           05 LI-eol          BINARY-CHAR.

       FD SelRptFile.
         01 SelRptRec        pic x(80).

       FD StatsFile.
         01 StatsRec.
           COPY "copybooks/campstat.cpy".

       FD RunHistFile.
         01 RunHistRec.
           COPY "copybooks/runhist.cpy".

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-Lead         pic x(51).
           05  SRT-Last         pic x(20).
           05  SRT-Middle       pic x(57).
           05  SRT-Zip          pic x(5).
           05  SRT-Tail         pic x(11).

       Working-Storage Section.
         01 Misc.
           05        Pic X
             Value "N".
           88 EOF     Value "Y".
           05 CAMP-EOF-SW     Pic X Value "N".
           88 CAMP-EOF  Value "Y".
           05 SUPP-EOF-SW     Pic X Value "N".
           88 SUPP-EOF  Value "Y".
      *    Linux end of line [line feed]
           05 eol    BINARY-CHAR UNSIGNED value 10.
           05  EOF-FLAG                     PIC X(01) VALUE 'N'.
               88  EOF2                                VALUE 'Y'.

         01 FILE-STATUSES.
           05 CAMP-STATUS               PIC X(02).
           05 INFILE-STATUS             PIC X(02).
           05 SUPP-STATUS               PIC X(02).
           05 STATS-STATUS              PIC X(02).
           05 RUNHIST-STATUS            PIC X(02).

         01 PARM-LINE                   PIC X(80).
         01 CAMPAIGN-PARM               PIC X(10).
         01 INFILE-NAME                 PIC X(80).
         01 DEFAULT-INFILE-NAME         PIC X(80) VALUE
            "./customer-master.ext".

         01 CAMPAIGN-FOUND-SW           PIC X(01) VALUE 'N'.
            88 CAMPAIGN-FOUND                     VALUE 'Y'.

      * The campaign's criteria, held once the record is found
      * (CampRec is gone after the file closes).
         01 CRITERIA.
           05 CR-DROP-DATE              PIC 9(08).
           05 CR-DESCRIPTION            PIC X(30).
           05 CR-STATES                 PIC X(20).
           05 CR-STATE-LIST REDEFINES CR-STATES.
              10 CR-STATE               PIC X(02) OCCURS 10 TIMES.
           05 CR-GENDER                 PIC X(01).
           05 CR-AGE-LOW                PIC 9(03).
           05 CR-AGE-HIGH               PIC 9(03).
           05 CR-STATUS-LIST            PIC X(03).
           05 CR-RECENCY-DAYS           PIC 9(04).

      * Accounts erased on request - never selected.
         01 ERASED-TABLE.
           05 ERASED-COUNT              PIC 9(05) VALUE ZERO.
           05 ERASED-ENTRY OCCURS 5000 TIMES
                         INDEXED BY ERASED-IDX.
             10 EE-ACCOUNT              PIC X(18).

         01 STATE-SUB                   PIC 9(02).
         01 STATE-MATCH-SW              PIC X(01).
            88 STATE-MATCHES                      VALUE 'Y'.

         01 SELECT-SW                   PIC X(01).
            88 CUSTOMER-SELECTED                  VALUE 'Y'.

         01 REF-DATE.
           05 REF-YYYY                  PIC 9(04).
           05 REF-MM                    PIC 9(02).
           05 REF-DD                    PIC 9(02).

         01 BIRTH-DATE.
           05 BIRTH-YYYY                PIC 9(04).
           05 BIRTH-MM                  PIC 9(02).
           05 BIRTH-DD                  PIC 9(02).

         01 AGE                         PIC S9(03).

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
           05 REF-SERIAL                PIC 9(07).
           05 ACT-SERIAL                PIC 9(07).

         01 SELECT-TOTALS.
           05 RECORDS-READ              PIC 9(07) VALUE ZERO.
           05 RECORDS-SELECTED          PIC 9(07) VALUE ZERO.
           05 DROPPED-ERASED            PIC 9(07) VALUE ZERO.
           05 DROPPED-STATE             PIC 9(07) VALUE ZERO.
           05 DROPPED-GENDER            PIC 9(07) VALUE ZERO.
           05 DROPPED-AGE               PIC 9(07) VALUE ZERO.
           05 DROPPED-STATUS            PIC 9(07) VALUE ZERO.
           05 DROPPED-RECENCY           PIC 9(07) VALUE ZERO.

         COPY "copybooks/brnchrec.cpy".

         01 EXTRACT-DATE.
           05 ED-YYYY          PIC 9(4).
           05 Filler           PIC X VALUE "/".
           05 ED-MM            PIC 9(2).
           05 Filler           PIC X VALUE "/".
           05 ED-DD            PIC 9(2).

         01 REPORT-LINE.
           05 RL-LABEL                  PIC X(28).
           05 RL-COUNT                  PIC ZZZZ,ZZ9.

         01 CRITERIA-LINE.
           05 CL-LABEL                  PIC X(28).
           05 CL-VALUE                  PIC X(40).

         01 RUN-STAMP.
            05 RUN-DATE                  PIC 9(08).
            05 RUN-TIME-FULL             PIC 9(08).
            05 RUN-TIME REDEFINES RUN-TIME-FULL.
               10 RUN-TIME-HHMMSS        PIC 9(06).
               10 Filler                 PIC 9(02).

       PROCEDURE DIVISION.

           ACCEPT PARM-LINE FROM COMMAND-LINE.
           MOVE SPACES TO CAMPAIGN-PARM, INFILE-NAME.
           UNSTRING PARM-LINE DELIMITED BY ALL SPACES
               INTO CAMPAIGN-PARM INFILE-NAME.

           IF CAMPAIGN-PARM = SPACES
               DISPLAY "CAMPSEL01: PARM MUST BE A CAMPAIGN CODE "
                   "FROM CAMPAIGN.DAT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF INFILE-NAME = SPACES
               MOVE DEFAULT-INFILE-NAME TO INFILE-NAME
           END-IF.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

           PERFORM FIND-CAMPAIGN-RTN THRU FIND-CAMPAIGN-EXIT.
           IF NOT CAMPAIGN-FOUND
               DISPLAY "CAMPSEL01: CAMPAIGN " CAMPAIGN-PARM
                   " NOT ON CAMPAIGN.DAT - NOTHING SELECTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT InFile.
           IF INFILE-STATUS NOT = "00"
               DISPLAY "CAMPSEL01: EXTRACT WON'T OPEN, STATUS "
                   INFILE-STATUS " - NOTHING SELECTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM SET-REF-DATE-RTN THRU SET-REF-DATE-EXIT.
           PERFORM LOAD-ERASED-RTN THRU LOAD-ERASED-EXIT.

           OPEN OUTPUT SelFile.
           OPEN OUTPUT SelRptFile.

           PERFORM WRITE-HEADER-RTN THRU WRITE-HEADER-EXIT.

           SORT SORT-FILE
                ASCENDING KEY  SRT-Zip, SRT-Last
                INPUT PROCEDURE SRT-INPUT-PROCEDURE
                OUTPUT PROCEDURE SRT-OUTPUT-PROCEDURE.

           PERFORM WRITE-TRAILER-RTN THRU WRITE-TRAILER-EXIT.
           PERFORM WRITE-REPORT-RTN THRU WRITE-REPORT-EXIT.

           CLOSE InFile, SelFile, SelRptFile.

           DISPLAY "CAMPSEL01 CONTROL TOTALS FOR " CAMPAIGN-PARM.
           DISPLAY "  RECORDS READ ......: " RECORDS-READ.
           DISPLAY "  RECORDS SELECTED ..: " RECORDS-SELECTED.

           PERFORM WRITE-STATS-RTN THRU WRITE-STATS-EXIT.
           PERFORM WRITE-RUN-HISTORY-RTN THRU WRITE-RUN-HISTORY-EXIT.

           STOP RUN.

      * SRT-INPUT-PROCEDURE - the selection pass; each customer
      * selected is written to campaign-select.ext and released
      * to the ZIP sort.
       SRT-INPUT-PROCEDURE SECTION.
           PERFORM READ-RTN THRU READ-EXIT.
           PERFORM SELECT-RTN THRU SELECT-EXIT
               UNTIL EOF.

       END-INPUT SECTION.

      * SRT-OUTPUT-PROCEDURE - the selected customers in ZIP
      * order to campaign-select.srt for label01.
       SRT-OUTPUT-PROCEDURE SECTION.

           MOVE 'N' TO EOF-FLAG.
           OPEN OUTPUT LabelInFile.

           RETURN SORT-FILE RECORD AT END
             MOVE 'Y' TO EOF-FLAG.

           PERFORM WRITE-LABEL-IN-RTN THRU WRITE-LABEL-IN-EXIT
               UNTIL EOF2.

           CLOSE LabelInFile.

       END-OUTPUT SECTION.

       WRITE-LABEL-IN-RTN.
           MOVE SORT-RECORD TO LI-Record.
           MOVE eol TO LI-eol.
           WRITE LabelInRec.

           RETURN SORT-FILE RECORD AT END
             MOVE 'Y' TO EOF-FLAG.
       WRITE-LABEL-IN-EXIT.
           EXIT.

      * FIND-CAMPAIGN-RTN - read campaign.dat for the PARM code
      * and hold its criteria.  Numeric criteria keyed blank are
      * taken as zero - no restriction.
       FIND-CAMPAIGN-RTN.
           OPEN INPUT CampFile.
           IF CAMP-STATUS NOT = "00"
               DISPLAY "CAMPSEL01: NO CAMPAIGN.DAT (STATUS "
                   CAMP-STATUS ")"
               GO TO FIND-CAMPAIGN-EXIT
           END-IF.

           PERFORM READ-CAMP-RTN THRU READ-CAMP-EXIT.
           PERFORM MATCH-CAMP-RTN THRU MATCH-CAMP-EXIT
               UNTIL CAMP-EOF OR CAMPAIGN-FOUND.

           CLOSE CampFile.
       FIND-CAMPAIGN-EXIT.
           EXIT.

       READ-CAMP-RTN.
           Read CampFile
             At End
               Set CAMP-EOF to True
           End-Read.
       READ-CAMP-EXIT.
           EXIT.

       MATCH-CAMP-RTN.
           IF CM-CAMPAIGN NOT = CAMPAIGN-PARM
               PERFORM READ-CAMP-RTN THRU READ-CAMP-EXIT
               GO TO MATCH-CAMP-EXIT
           END-IF.

           SET CAMPAIGN-FOUND TO TRUE.
           MOVE CM-DESCRIPTION TO CR-DESCRIPTION.
           MOVE CM-STATES TO CR-STATES.
           MOVE CM-GENDER TO CR-GENDER.
           MOVE CM-STATUS-LIST TO CR-STATUS-LIST.

           IF CM-DROP-DATE NUMERIC
               MOVE CM-DROP-DATE TO CR-DROP-DATE
           ELSE
               MOVE ZERO TO CR-DROP-DATE
           END-IF.
           IF CM-AGE-LOW NUMERIC
               MOVE CM-AGE-LOW TO CR-AGE-LOW
           ELSE
               MOVE ZERO TO CR-AGE-LOW
           END-IF.
           IF CM-AGE-HIGH NUMERIC
               MOVE CM-AGE-HIGH TO CR-AGE-HIGH
           ELSE
               MOVE ZERO TO CR-AGE-HIGH
           END-IF.
           IF CM-RECENCY-DAYS NUMERIC
               MOVE CM-RECENCY-DAYS TO CR-RECENCY-DAYS
           ELSE
               MOVE ZERO TO CR-RECENCY-DAYS
           END-IF.
       MATCH-CAMP-EXIT.
           EXIT.

      * SET-REF-DATE-RTN - age and recency are measured on the
      * drop date, so a list pulled two weeks early still
      * mails the right people; no drop date keyed means today.
       SET-REF-DATE-RTN.
           IF CR-DROP-DATE = ZERO
               MOVE RUN-DATE TO REF-DATE
           ELSE
               MOVE CR-DROP-DATE TO REF-DATE
           END-IF.

           MOVE REF-YYYY TO DS-YYYY.
           MOVE REF-MM TO DS-MM.
           MOVE REF-DD TO DS-DD.
           PERFORM DAY-SERIAL-RTN THRU DAY-SERIAL-EXIT.
           MOVE DS-SERIAL TO REF-SERIAL.
       SET-REF-DATE-EXIT.
           EXIT.

      * LOAD-ERASED-RTN - the reason E accounts off the
      * do-not-mail list.  The other reasons are the mailing
      * programs' to apply (they count what they hold out); a
      * missing suppress.dat means nothing has been erased.
       LOAD-ERASED-RTN.
           OPEN INPUT SuppFile.
           IF SUPP-STATUS NOT = "00"
               GO TO LOAD-ERASED-EXIT
           END-IF.

           PERFORM READ-SUPP-RTN THRU READ-SUPP-EXIT.
           PERFORM STORE-ERASED-RTN THRU STORE-ERASED-EXIT
               UNTIL SUPP-EOF.

           CLOSE SuppFile.
       LOAD-ERASED-EXIT.
           EXIT.

       READ-SUPP-RTN.
           Read SuppFile
             At End
               Set SUPP-EOF to True
           End-Read.
       READ-SUPP-EXIT.
           EXIT.

       STORE-ERASED-RTN.
           IF NOT SUP-ERASED
               GO TO STORE-ERASED-NEXT
           END-IF.

           IF ERASED-COUNT >= 5000
               DISPLAY "CAMPSEL01: MORE THAN 5000 ERASED ACCOUNTS "
                   "ON SUPPRESS.DAT - NOTHING SELECTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO ERASED-COUNT.
           MOVE SUP-ACCOUNT TO EE-ACCOUNT (ERASED-COUNT).

       STORE-ERASED-NEXT.
           PERFORM READ-SUPP-RTN THRU READ-SUPP-EXIT.
       STORE-ERASED-EXIT.
           EXIT.

       READ-RTN.
           Read InFile
             At End
               Set EOF to True
           End-Read.
       READ-EXIT.
           EXIT.

      * SELECT-RTN - each test in turn; the first one a
      * customer fails is the one counted on the report.
       SELECT-RTN.
           IF InRec (1:3) = "HDR" OR InRec (1:3) = "TRL"
               GO TO SELECT-NEXT-RTN
           END-IF.

           ADD 1 TO RECORDS-READ.

           PERFORM CHECK-CRITERIA-RTN THRU CHECK-CRITERIA-EXIT.
           IF NOT CUSTOMER-SELECTED
               GO TO SELECT-NEXT-RTN
           END-IF.

           ADD 1 TO RECORDS-SELECTED.
           MOVE InRec TO SelRec.
           WRITE SelRec.
           MOVE InRec TO SORT-RECORD.
           RELEASE SORT-RECORD.

       SELECT-NEXT-RTN.
           PERFORM READ-RTN THRU READ-EXIT.

       SELECT-EXIT.
           EXIT.

       CHECK-CRITERIA-RTN.
           MOVE 'N' TO SELECT-SW.

           IF ERASED-COUNT > ZERO
               SET ERASED-IDX TO 1
               SEARCH ERASED-ENTRY
                   AT END
                       CONTINUE
                   WHEN ERASED-IDX > ERASED-COUNT
                       CONTINUE
                   WHEN EE-ACCOUNT (ERASED-IDX) = Account
                       ADD 1 TO DROPPED-ERASED
                       GO TO CHECK-CRITERIA-EXIT
               END-SEARCH
           END-IF.

           IF CR-STATES NOT = SPACES
               MOVE 'N' TO STATE-MATCH-SW
               PERFORM MATCH-STATE-RTN THRU MATCH-STATE-EXIT
                   VARYING STATE-SUB FROM 1 BY 1
                   UNTIL STATE-SUB > 10 OR STATE-MATCHES
               IF NOT STATE-MATCHES
                   ADD 1 TO DROPPED-STATE
                   GO TO CHECK-CRITERIA-EXIT
               END-IF
           END-IF.

           IF CR-GENDER NOT = SPACE AND Gender NOT = CR-GENDER
               ADD 1 TO DROPPED-GENDER
               GO TO CHECK-CRITERIA-EXIT
           END-IF.

           IF CR-AGE-HIGH > ZERO
               PERFORM COMPUTE-AGE-RTN THRU COMPUTE-AGE-EXIT
               IF AGE < CR-AGE-LOW OR AGE > CR-AGE-HIGH
                   ADD 1 TO DROPPED-AGE
                   GO TO CHECK-CRITERIA-EXIT
               END-IF
           END-IF.

           IF CR-STATUS-LIST = SPACES AND Cust-Status = "U"
               ADD 1 TO DROPPED-STATUS
               GO TO CHECK-CRITERIA-EXIT
           END-IF.

           IF CR-STATUS-LIST NOT = SPACES
               IF Cust-Status = SPACE
                   OR (Cust-Status NOT = CR-STATUS-LIST (1:1)
                   AND Cust-Status NOT = CR-STATUS-LIST (2:1)
                   AND Cust-Status NOT = CR-STATUS-LIST (3:1))
                   ADD 1 TO DROPPED-STATUS
                   GO TO CHECK-CRITERIA-EXIT
               END-IF
           END-IF.

           IF CR-RECENCY-DAYS > ZERO
               PERFORM COMPUTE-ACT-SERIAL-RTN
                   THRU COMPUTE-ACT-SERIAL-EXIT
               IF ACT-SERIAL = ZERO
                   OR ACT-SERIAL > REF-SERIAL
                   OR REF-SERIAL - ACT-SERIAL > CR-RECENCY-DAYS
                   ADD 1 TO DROPPED-RECENCY
                   GO TO CHECK-CRITERIA-EXIT
               END-IF
           END-IF.

           SET CUSTOMER-SELECTED TO TRUE.
       CHECK-CRITERIA-EXIT.
           EXIT.

       MATCH-STATE-RTN.
           IF CR-STATE (STATE-SUB) NOT = SPACES
               AND CR-STATE (STATE-SUB) = State
               SET STATE-MATCHES TO TRUE
           END-IF.
       MATCH-STATE-EXIT.
           EXIT.

      * COMPUTE-AGE-RTN - age on the reference date; one less
      * when the birthday hasn't come yet that year.  A birthday
      * that isn't numeric can't be banded and fails the test
      * (sort01 has already reported it).
       COMPUTE-AGE-RTN.
           IF yyyy NOT NUMERIC OR mm NOT NUMERIC OR dd NOT NUMERIC
               MOVE -1 TO AGE
               GO TO COMPUTE-AGE-EXIT
           END-IF.

           MOVE yyyy TO BIRTH-YYYY.
           MOVE mm TO BIRTH-MM.
           MOVE dd TO BIRTH-DD.

           COMPUTE AGE = REF-YYYY - BIRTH-YYYY.
           IF REF-MM < BIRTH-MM
               OR (REF-MM = BIRTH-MM AND REF-DD < BIRTH-DD)
               SUBTRACT 1 FROM AGE
           END-IF.
       COMPUTE-AGE-EXIT.
           EXIT.

      * COMPUTE-ACT-SERIAL-RTN - day number of Last-Activity;
      * zero when it isn't a usable date, which fails recency.
       COMPUTE-ACT-SERIAL-RTN.
           MOVE ZERO TO ACT-SERIAL.
           IF act-yyyy NOT NUMERIC OR act-mm NOT NUMERIC
               OR act-dd NOT NUMERIC
               GO TO COMPUTE-ACT-SERIAL-EXIT
           END-IF.

           MOVE act-yyyy TO DS-YYYY.
           MOVE act-mm TO DS-MM.
           MOVE act-dd TO DS-DD.
           IF DS-MM < 1 OR DS-MM > 12
               GO TO COMPUTE-ACT-SERIAL-EXIT
           END-IF.
           PERFORM DAY-SERIAL-RTN THRU DAY-SERIAL-EXIT.
           MOVE DS-SERIAL TO ACT-SERIAL.
       COMPUTE-ACT-SERIAL-EXIT.
           EXIT.

      * DAY-SERIAL-RTN - day number of DS-YYYY/MM/DD so "within
      * the last N days" is a subtraction; whole prior years,
      * with their leap days, then whole prior months, with
      * this year's leap day when past February, then the day.
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

       WRITE-HEADER-RTN.
           MOVE RUN-DATE (1:4) TO ED-YYYY.
           MOVE RUN-DATE (5:2) TO ED-MM.
           MOVE RUN-DATE (7:2) TO ED-DD.

           MOVE SPACES TO BRANCH-HEADER-REC.
           MOVE "HDR" TO BH-TAG.
           MOVE "CAMPSEL" TO BH-BRANCH-ID.
           MOVE EXTRACT-DATE TO BH-EXTRACT-DATE.
           MOVE SPACES TO SelRec.
           MOVE BRANCH-HEADER-REC TO SelRec (1:25).
           WRITE SelRec.
       WRITE-HEADER-EXIT.
           EXIT.

       WRITE-TRAILER-RTN.
           MOVE SPACES TO BRANCH-TRAILER-REC.
           MOVE "TRL" TO BT-TAG.
           MOVE RECORDS-SELECTED TO BT-RECORD-COUNT.
           MOVE SPACES TO SelRec.
           MOVE BRANCH-TRAILER-REC TO SelRec (1:12).
           WRITE SelRec.
       WRITE-TRAILER-EXIT.
           EXIT.

       WRITE-REPORT-RTN.
           MOVE SPACES TO SelRptRec.
           STRING "CAMPAIGN LIST PULL - " CAMPAIGN-PARM
               DELIMITED BY SIZE
               INTO SelRptRec.
           WRITE SelRptRec.
           MOVE SPACES TO SelRptRec.
           WRITE SelRptRec.

           MOVE SPACES TO CRITERIA-LINE.
           MOVE "DESCRIPTION" TO CL-LABEL.
           MOVE CR-DESCRIPTION TO CL-VALUE.
           MOVE CRITERIA-LINE TO SelRptRec.
           WRITE SelRptRec.

           MOVE SPACES TO CRITERIA-LINE.
           MOVE "DROP DATE" TO CL-LABEL.
           MOVE REF-DATE TO CL-VALUE.
           MOVE CRITERIA-LINE TO SelRptRec.
           WRITE SelRptRec.

           MOVE SPACES TO CRITERIA-LINE.
           MOVE "STATES" TO CL-LABEL.
           IF CR-STATES = SPACES
               MOVE "ANY" TO CL-VALUE
           ELSE
               MOVE CR-STATES TO CL-VALUE
           END-IF.
           MOVE CRITERIA-LINE TO SelRptRec.
           WRITE SelRptRec.

           MOVE SPACES TO CRITERIA-LINE.
           MOVE "GENDER" TO CL-LABEL.
           IF CR-GENDER = SPACE
               MOVE "ANY" TO CL-VALUE
           ELSE
               MOVE CR-GENDER TO CL-VALUE
           END-IF.
           MOVE CRITERIA-LINE TO SelRptRec.
           WRITE SelRptRec.

           MOVE SPACES TO CRITERIA-LINE.
           MOVE "AGE BAND" TO CL-LABEL.
           IF CR-AGE-HIGH = ZERO
               MOVE "ANY" TO CL-VALUE
           ELSE
               STRING CR-AGE-LOW " TO " CR-AGE-HIGH
                   DELIMITED BY SIZE
                   INTO CL-VALUE
           END-IF.
           MOVE CRITERIA-LINE TO SelRptRec.
           WRITE SelRptRec.

           MOVE SPACES TO CRITERIA-LINE.
           MOVE "CUST-STATUS" TO CL-LABEL.
           IF CR-STATUS-LIST = SPACES
               MOVE "ANY BUT U" TO CL-VALUE
           ELSE
               MOVE CR-STATUS-LIST TO CL-VALUE
           END-IF.
           MOVE CRITERIA-LINE TO SelRptRec.
           WRITE SelRptRec.

           MOVE SPACES TO CRITERIA-LINE.
           MOVE "ACTIVITY WITHIN (DAYS)" TO CL-LABEL.
           IF CR-RECENCY-DAYS = ZERO
               MOVE "ANY" TO CL-VALUE
           ELSE
               MOVE CR-RECENCY-DAYS TO CL-VALUE
           END-IF.
           MOVE CRITERIA-LINE TO SelRptRec.
           WRITE SelRptRec.

           MOVE SPACES TO SelRptRec.
           WRITE SelRptRec.

           MOVE "CUSTOMERS READ" TO RL-LABEL.
           MOVE RECORDS-READ TO RL-COUNT.
           MOVE REPORT-LINE TO SelRptRec.
           WRITE SelRptRec.

           MOVE "  ERASED ON REQUEST" TO RL-LABEL.
           MOVE DROPPED-ERASED TO RL-COUNT.
           MOVE REPORT-LINE TO SelRptRec.
           WRITE SelRptRec.

           MOVE "  OUTSIDE STATES" TO RL-LABEL.
           MOVE DROPPED-STATE TO RL-COUNT.
           MOVE REPORT-LINE TO SelRptRec.
           WRITE SelRptRec.

           MOVE "  WRONG GENDER" TO RL-LABEL.
           MOVE DROPPED-GENDER TO RL-COUNT.
           MOVE REPORT-LINE TO SelRptRec.
           WRITE SelRptRec.

           MOVE "  OUTSIDE AGE BAND" TO RL-LABEL.
           MOVE DROPPED-AGE TO RL-COUNT.
           MOVE REPORT-LINE TO SelRptRec.
           WRITE SelRptRec.

           MOVE "  WRONG CUST-STATUS" TO RL-LABEL.
           MOVE DROPPED-STATUS TO RL-COUNT.
           MOVE REPORT-LINE TO SelRptRec.
           WRITE SelRptRec.

           MOVE "  NO RECENT ACTIVITY" TO RL-LABEL.
           MOVE DROPPED-RECENCY TO RL-COUNT.
           MOVE REPORT-LINE TO SelRptRec.
           WRITE SelRptRec.

           MOVE "PIECES SELECTED" TO RL-LABEL.
           MOVE RECORDS-SELECTED TO RL-COUNT.
           MOVE REPORT-LINE TO SelRptRec.
           WRITE SelRptRec.
       WRITE-REPORT-EXIT.
           EXIT.

      * WRITE-STATS-RTN - the pieces-selected count for
      * campcst01; shared file, so EXTEND with the usual OUTPUT
      * fallback for first use.
       WRITE-STATS-RTN.
           OPEN EXTEND StatsFile.
           IF STATS-STATUS NOT = "00"
               OPEN OUTPUT StatsFile
           END-IF.

           MOVE SPACES TO StatsRec.
           MOVE CAMPAIGN-PARM TO CP-CAMPAIGN.
           MOVE "CAMPSEL01" TO CP-PROGRAM.
           MOVE RUN-DATE TO CP-RUN-DATE.
           MOVE RECORDS-SELECTED TO CP-SELECTED.
           MOVE ZERO TO CP-SUPPRESSED, CP-CAPPED, CP-MAILED,
               CP-SAVED.
           WRITE StatsRec.

           CLOSE StatsFile.
       WRITE-STATS-EXIT.
           EXIT.

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
           MOVE "CAMPSEL01" TO RH-PROGRAM.
           MOVE RUN-DATE TO RH-RUN-DATE.
           MOVE RUN-TIME-HHMMSS TO RH-RUN-TIME.
           MOVE INFILE-NAME TO RH-INPUT-FILE.
           MOVE RECORDS-READ TO RH-RECORDS-READ.
           MOVE RECORDS-SELECTED TO RH-RECORDS-WRITTEN.
           MOVE ZERO TO RH-RECORDS-REJECTED.
           MOVE "COMPLETE" TO RH-RUN-STATUS.
           WRITE RunHistRec.

           CLOSE RunHistFile.
       WRITE-RUN-HISTORY-EXIT.
           EXIT.
