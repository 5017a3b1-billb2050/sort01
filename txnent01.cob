       IDENTIFICATION DIVISION.
       PROGRAM-ID. txnent01.
      * A GnuCOBOL program
      * On: 10/15/2026
      * By: Bill Blasingim
      *
      * Branch transaction-entry screen.  Clerks key their adds,
      * changes, deletes and merges here instead of typing
      * customer-txns.txt by hand in an editor, so a shifted
      * column or a typo'd state is caught while the clerk is
      * still at the keyboard instead of on txn-register.rpt
      * the next morning.
      *
      * PARM token 1 is the clerk's branch id (the same
      * 8-character id on the branch extract headers); every
      * transaction keyed in the session is stamped with it.
      *
      * For a change, delete or merge the account is read off
      * customer.mst (a direct read on the record key, as
      * mstinq01 does) and the current record is put on the
      * screen - a change edits what is there rather than
      * re-keying it, a delete or merge shows what is about to
      * go.  An add is refused if the account is already on
      * the master.  Fields are checked as they are keyed,
      * against the rules the record meets on its way to the
      * master and the sort: State on statetbl.cpy, a numeric
      * ZIP inside one of the State's ranges on ziptbl.cpy, a
      * real yyyy/mm/dd Birthday and Last-Activity, and a
      * Cust-Status of A, D or C.  U (undeliverable) is set by
      * rtnmail01 only; a clerk correcting a returned address
      * keys the status back to A.
      *
      * Each confirmed transaction is appended to
      * customer-txns.txt in mstupd01's TxnRec layout.  A blank
      * account cancels the entry in hand; action X ends the
      * session.  The session's transactions, one line each,
      * and its batch count by action go to txn-batch.<branch>
      * (appended, one block per session) and are shown on the
      * screen at sign-off, to balance against the
      * txn-ack.<branch> mstupd01 cuts the next morning.
      *
       Environment Division.
       Input-Output Section.
       File-Control.
       Select MstFile Assign to
         "./customer.mst"
         Organization Indexed
         Access Random
         Record Key MST-ACCOUNT
         Alternate Record Key MST-LAST With Duplicates
         File Status MST-STATUS.
       Select TxnOutFile Assign to
         "./customer-txns.txt"
         Line Sequential
         File Status TXNOUT-STATUS.
       Select BatchFile Assign to Dynamic BATCH-NAME
         Line Sequential
         File Status BATCH-STATUS.
       Data Division.
       File Section.
       FD MstFile.
         01 MstRec.
           COPY "copybooks/mstrec.cpy".

       FD TxnOutFile.
         01 TxnOutRec        pic x(160).

       FD BatchFile.
         01 BatchRec         pic x(83).

       Working-Storage Section.
         01 Misc.
           05 SESSION-END-SW  Pic X Value "N".
           88 SESSION-ENDED  Value "Y".
           05 FIELD-OK-SW     Pic X Value "N".
           88 FIELD-OK  Value "Y".
           05 CANCEL-SW       Pic X Value "N".
           88 ENTRY-CANCELLED  Value "Y".

         01 FILE-STATUSES.
           05 MST-STATUS                PIC X(02).
           05 TXNOUT-STATUS             PIC X(02).
           05 BATCH-STATUS              PIC X(02).

         01 PARM-LINE                   PIC X(80).
         01 ENTRY-BRANCH-ID             PIC X(08).
         01 BATCH-NAME                  PIC X(80).

         01 LOWER-CASE                  PIC X(26)
             VALUE "abcdefghijklmnopqrstuvwxyz".
         01 UPPER-CASE                  PIC X(26)
             VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      * The transaction being keyed.  The screen reads and
      * writes these fields; ENTRY-TXN is built from them.
         01 ENTRY-FIELDS.
           05 ENT-ACTION                PIC X(01).
           05 ENT-ACCOUNT               PIC X(18).
           05 ENT-MERGE-FROM            PIC X(18).
           05 ENT-GENDER                PIC X(01).
           05 ENT-FIRST                 PIC X(15).
           05 ENT-MIDDLE                PIC X(15).
           05 ENT-LAST                  PIC X(20).
           05 ENT-BIRTHDAY              PIC X(10).
           05 ENT-ADDRESS               PIC X(25).
           05 ENT-CITY                  PIC X(20).
           05 ENT-STATE                 PIC X(02).
           05 ENT-ZIP                   PIC X(05).
           05 ENT-CUST-STATUS           PIC X(01).
           05 ENT-LAST-ACTIVITY         PIC X(10).
           05 ENT-CONFIRM               PIC X(01).

         01 ENTRY-MESSAGE               PIC X(78) VALUE SPACES.
         01 ACTION-NAME                 PIC X(06) VALUE SPACES.

      *  Same field order and widths as mstupd01's TxnRec,
      *  branch id included.  On a merge the name area carries
      *  the merge-from account, as TX-MERGE-FROM does.
         01 ENTRY-TXN.
           05 ET-ACTION       PIC X(1).
           05 Filler          PIC X(1)  VALUE SPACE.
           05 ET-ACCOUNT      PIC X(18).
           05 Filler          PIC X(2)  VALUE SPACES.
           05 ET-GENDER       PIC X.
           05 ET-NAME.
             10 ET-FIRST      PIC X(15).
             10 ET-MIDDLE     PIC X(15).
             10 ET-LAST       PIC X(20).
           05 ET-MERGE-DETAIL REDEFINES ET-NAME.
             10 ET-MERGE-FROM PIC X(18).
             10 Filler        PIC X(32).
           05 ET-BIRTHDAY     PIC X(10).
           05 ET-ADDRESS      PIC X(25).
           05 ET-CITY         PIC X(20).
           05 ET-STATE        PIC X(2).
           05 ET-ZIP          PIC X(5).
           05 ET-CUST-STATUS  PIC X(1).
           05 ET-LAST-ACTIVITY
                              PIC X(10).
           05 Filler          PIC X(2)  VALUE SPACES.
           05 ET-BRANCH-ID    PIC X(8).

         COPY "copybooks/statetbl.cpy".
         COPY "copybooks/ziptbl.cpy".

      * A keyed yyyy/mm/dd date, taken apart for the check.
         01 DATE-CHECK.
           05 DC-YYYY                   PIC X(04).
           05 DC-SEP-1                  PIC X(01).
           05 DC-MM                     PIC X(02).
           05 DC-SEP-2                  PIC X(01).
           05 DC-DD                     PIC X(02).
         01 DATE-LABEL                  PIC X(14).

         01 DATE-WORK.
           05 YEAR-NUM                  PIC 9(04).
           05 MONTH-NUM                 PIC 9(02).
           05 DAY-NUM                   PIC 9(02).
           05 MAX-DAY                   PIC 9(02).
           05 DIV-QUOT                  PIC 9(04).
           05 DIV-REMAIN                PIC 9(04).
           05 LEAP-SW                   PIC X(01).
              88 LEAP-YEAR                        VALUE 'Y'.

         01 BATCH-TOTALS.
           05 BATCH-COUNT               PIC 9(05) VALUE ZERO.
           05 ADDS-KEYED                PIC 9(05) VALUE ZERO.
           05 CHANGES-KEYED             PIC 9(05) VALUE ZERO.
           05 DELETES-KEYED             PIC 9(05) VALUE ZERO.
           05 MERGES-KEYED              PIC 9(05) VALUE ZERO.
           05 ENTRIES-CANCELLED         PIC 9(05) VALUE ZERO.

      * One line per transaction on txn-batch.<branch>, in the
      * same column positions as the txn-ack.<branch> lines so
      * the two can be laid side by side.
         01 BATCH-LINE.
           05 BL-ACTION                 PIC X(1).
           05 Filler                    PIC X(2) VALUE SPACES.
           05 BL-ACCOUNT                PIC X(18).
           05 Filler                    PIC X(2) VALUE SPACES.
           05 BL-DISPOSITION            PIC X(8) VALUE "KEYED".
           05 Filler                    PIC X(2) VALUE SPACES.
           05 BL-NOTE                   PIC X(40).

         01 TODAY.
           05 TODAY-YYYY       PIC 9(4).
           05 TODAY-MM         PIC 9(2).
           05 TODAY-DD         PIC 9(2).

         01 TODAY-SLASHED.
           05 TS-YYYY          PIC 9(4).
           05 Filler           PIC X VALUE "/".
           05 TS-MM            PIC 9(2).
           05 Filler           PIC X VALUE "/".
           05 TS-DD            PIC 9(2).

         01 RUN-STAMP.
            05 RUN-DATE                  PIC 9(08).
            05 RUN-TIME-FULL             PIC 9(08).
            05 RUN-TIME REDEFINES RUN-TIME-FULL.
               10 RUN-TIME-HHMMSS        PIC 9(06).
               10 Filler                 PIC 9(02).

       Screen Section.
      * The entry form: labels, the batch count, and the
      * transaction's current values.  Each input field below
      * is its own screen so it can be accepted and checked on
      * its own.
         01 ENTRY-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 2
              VALUE "TXNENT01 - BRANCH TRANSACTION ENTRY".
           05 LINE 1 COLUMN 45 VALUE "BRANCH:".
           05 LINE 1 COLUMN 53 PIC X(08) FROM ENTRY-BRANCH-ID.
           05 LINE 1 COLUMN 64 VALUE "BATCH:".
           05 LINE 1 COLUMN 71 PIC ZZZZ9 FROM BATCH-COUNT.
           05 LINE 3 COLUMN 2
              VALUE "ACTION (A/C/D/M, X=END)".
           05 LINE 3 COLUMN 28 PIC X(01) FROM ENT-ACTION.
           05 LINE 3 COLUMN 32 PIC X(06) FROM ACTION-NAME.
           05 LINE 4 COLUMN 2 VALUE "ACCOUNT".
           05 LINE 4 COLUMN 28 PIC X(18) FROM ENT-ACCOUNT.
           05 LINE 5 COLUMN 2 VALUE "MERGE FROM ACCOUNT".
           05 LINE 5 COLUMN 28 PIC X(18) FROM ENT-MERGE-FROM.
           05 LINE 7 COLUMN 2 VALUE "GENDER".
           05 LINE 7 COLUMN 28 PIC X(01) FROM ENT-GENDER.
           05 LINE 8 COLUMN 2 VALUE "FIRST NAME".
           05 LINE 8 COLUMN 28 PIC X(15) FROM ENT-FIRST.
           05 LINE 9 COLUMN 2 VALUE "MIDDLE NAME".
           05 LINE 9 COLUMN 28 PIC X(15) FROM ENT-MIDDLE.
           05 LINE 10 COLUMN 2 VALUE "LAST NAME".
           05 LINE 10 COLUMN 28 PIC X(20) FROM ENT-LAST.
           05 LINE 11 COLUMN 2 VALUE "BIRTHDAY (YYYY/MM/DD)".
           05 LINE 11 COLUMN 28 PIC X(10) FROM ENT-BIRTHDAY.
           05 LINE 12 COLUMN 2 VALUE "ADDRESS".
           05 LINE 12 COLUMN 28 PIC X(25) FROM ENT-ADDRESS.
           05 LINE 13 COLUMN 2 VALUE "CITY".
           05 LINE 13 COLUMN 28 PIC X(20) FROM ENT-CITY.
           05 LINE 14 COLUMN 2 VALUE "STATE".
           05 LINE 14 COLUMN 28 PIC X(02) FROM ENT-STATE.
           05 LINE 15 COLUMN 2 VALUE "ZIP".
           05 LINE 15 COLUMN 28 PIC X(05) FROM ENT-ZIP.
           05 LINE 16 COLUMN 2 VALUE "STATUS (A/D/C)".
           05 LINE 16 COLUMN 28 PIC X(01) FROM ENT-CUST-STATUS.
           05 LINE 17 COLUMN 2 VALUE "LAST ACTIVITY".
           05 LINE 17 COLUMN 28 PIC X(10) FROM ENT-LAST-ACTIVITY.
           05 LINE 19 COLUMN 2 VALUE "OK TO WRITE (Y/N)".
           05 LINE 19 COLUMN 28 PIC X(01) FROM ENT-CONFIRM.

         01 MESSAGE-SCREEN.
           05 LINE 22 COLUMN 2 PIC X(78) FROM ENTRY-MESSAGE.

         01 ACTION-IN.
           05 LINE 3 COLUMN 28 PIC X(01) USING ENT-ACTION.
         01 ACCOUNT-IN.
           05 LINE 4 COLUMN 28 PIC X(18) USING ENT-ACCOUNT.
         01 MERGE-FROM-IN.
           05 LINE 5 COLUMN 28 PIC X(18) USING ENT-MERGE-FROM.
         01 GENDER-IN.
           05 LINE 7 COLUMN 28 PIC X(01) USING ENT-GENDER.
         01 FIRST-IN.
           05 LINE 8 COLUMN 28 PIC X(15) USING ENT-FIRST.
         01 MIDDLE-IN.
           05 LINE 9 COLUMN 28 PIC X(15) USING ENT-MIDDLE.
         01 LAST-IN.
           05 LINE 10 COLUMN 28 PIC X(20) USING ENT-LAST.
         01 BIRTHDAY-IN.
           05 LINE 11 COLUMN 28 PIC X(10) USING ENT-BIRTHDAY.
         01 ADDRESS-IN.
           05 LINE 12 COLUMN 28 PIC X(25) USING ENT-ADDRESS.
         01 CITY-IN.
           05 LINE 13 COLUMN 28 PIC X(20) USING ENT-CITY.
         01 STATE-IN.
           05 LINE 14 COLUMN 28 PIC X(02) USING ENT-STATE.
         01 ZIP-IN.
           05 LINE 15 COLUMN 28 PIC X(05) USING ENT-ZIP.
         01 STATUS-IN.
           05 LINE 16 COLUMN 28 PIC X(01) USING ENT-CUST-STATUS.
         01 ACTIVITY-IN.
           05 LINE 17 COLUMN 28 PIC X(10) USING ENT-LAST-ACTIVITY.
         01 CONFIRM-IN.
           05 LINE 19 COLUMN 28 PIC X(01) USING ENT-CONFIRM.

       PROCEDURE DIVISION.

           ACCEPT PARM-LINE FROM COMMAND-LINE.
           MOVE SPACES TO ENTRY-BRANCH-ID.
           UNSTRING PARM-LINE DELIMITED BY ALL SPACES
               INTO ENTRY-BRANCH-ID.
           INSPECT ENTRY-BRANCH-ID
               CONVERTING LOWER-CASE TO UPPER-CASE.

           IF ENTRY-BRANCH-ID = SPACES
               DISPLAY "TXNENT01: PARM MUST BE THE BRANCH ID THE "
                   "TRANSACTIONS ARE KEYED FOR"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT MstFile.
           IF MST-STATUS NOT = "00"
               DISPLAY "TXNENT01: MASTER WON'T OPEN, STATUS "
                   MST-STATUS " - RUN MSTBLD01 FIRST?"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND TxnOutFile.
           IF TXNOUT-STATUS NOT = "00"
               OPEN OUTPUT TxnOutFile
           END-IF.

           MOVE SPACES TO BATCH-NAME.
           STRING "./txn-batch." DELIMITED BY SIZE
               ENTRY-BRANCH-ID DELIMITED BY SPACE
               INTO BATCH-NAME.
           OPEN EXTEND BatchFile.
           IF BATCH-STATUS NOT = "00"
               OPEN OUTPUT BatchFile
           END-IF.

           ACCEPT TODAY FROM DATE YYYYMMDD.
           MOVE TODAY-YYYY TO TS-YYYY.
           MOVE TODAY-MM TO TS-MM.
           MOVE TODAY-DD TO TS-DD.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME-FULL FROM TIME.

           MOVE SPACES TO BatchRec.
           STRING "SESSION " RUN-DATE " " RUN-TIME-HHMMSS
               " BRANCH " ENTRY-BRANCH-ID
               DELIMITED BY SIZE
               INTO BatchRec.
           WRITE BatchRec.

           PERFORM ENTRY-RTN THRU ENTRY-EXIT
               UNTIL SESSION-ENDED.

           PERFORM WRITE-SUMMARY-RTN THRU WRITE-SUMMARY-EXIT.

           CLOSE MstFile, TxnOutFile, BatchFile.

           DISPLAY "TXNENT01 BATCH SUMMARY - BRANCH "
               ENTRY-BRANCH-ID.
           DISPLAY "  ADDS KEYED ........: " ADDS-KEYED.
           DISPLAY "  CHANGES KEYED .....: " CHANGES-KEYED.
           DISPLAY "  DELETES KEYED .....: " DELETES-KEYED.
           DISPLAY "  MERGES KEYED ......: " MERGES-KEYED.
           DISPLAY "  BATCH COUNT .......: " BATCH-COUNT.
           DISPLAY "  ENTRIES CANCELLED .: " ENTRIES-CANCELLED.
           DISPLAY "TXNENT01: BALANCE " BATCH-NAME.
           DISPLAY "  AGAINST TXN-ACK." ENTRY-BRANCH-ID
               " AFTER TONIGHT'S MSTUPD01 RUN".

           STOP RUN.

      * ENTRY-RTN - one transaction: action, account, the
      * fields the action needs, then the clerk's OK.
       ENTRY-RTN.
           MOVE SPACES TO ENTRY-FIELDS.
           MOVE SPACES TO ACTION-NAME.
           MOVE 'N' TO CANCEL-SW.
           DISPLAY ENTRY-SCREEN.
           DISPLAY MESSAGE-SCREEN.

           MOVE 'N' TO FIELD-OK-SW.
           PERFORM KEY-ACTION-RTN THRU KEY-ACTION-EXIT
               UNTIL FIELD-OK.
           IF SESSION-ENDED
               GO TO ENTRY-EXIT
           END-IF.

           MOVE 'N' TO FIELD-OK-SW.
           PERFORM KEY-ACCOUNT-RTN THRU KEY-ACCOUNT-EXIT
               UNTIL FIELD-OK.
           IF ENTRY-CANCELLED
               GO TO ENTRY-CANCEL
           END-IF.

           EVALUATE ENT-ACTION
               WHEN "A"
               WHEN "C"
                   PERFORM KEY-DETAIL-RTN THRU KEY-DETAIL-EXIT
               WHEN "M"
                   MOVE 'N' TO FIELD-OK-SW
                   PERFORM KEY-MERGE-FROM-RTN
                       THRU KEY-MERGE-FROM-EXIT
                       UNTIL FIELD-OK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF ENTRY-CANCELLED
               GO TO ENTRY-CANCEL
           END-IF.

           DISPLAY ENTRY-SCREEN.
           MOVE "CHECK THE SCREEN - Y WRITES IT, N DROPS IT"
               TO ENTRY-MESSAGE.
           DISPLAY MESSAGE-SCREEN.
           MOVE 'N' TO FIELD-OK-SW.
           PERFORM KEY-CONFIRM-RTN THRU KEY-CONFIRM-EXIT
               UNTIL FIELD-OK.
           IF ENT-CONFIRM = "N"
               GO TO ENTRY-CANCEL
           END-IF.

           PERFORM WRITE-TXN-RTN THRU WRITE-TXN-EXIT.
           MOVE SPACES TO ENTRY-MESSAGE.
           STRING ACTION-NAME " WRITTEN FOR " ENT-ACCOUNT
               DELIMITED BY SIZE
               INTO ENTRY-MESSAGE.
           GO TO ENTRY-EXIT.

       ENTRY-CANCEL.
           ADD 1 TO ENTRIES-CANCELLED.
           MOVE "ENTRY DROPPED - NOTHING WRITTEN" TO ENTRY-MESSAGE.
       ENTRY-EXIT.
           EXIT.

       KEY-ACTION-RTN.
           MOVE 'Y' TO FIELD-OK-SW.
           ACCEPT ACTION-IN.
           INSPECT ENT-ACTION CONVERTING LOWER-CASE TO UPPER-CASE.

           EVALUATE ENT-ACTION
               WHEN "A"  MOVE "ADD"    TO ACTION-NAME
               WHEN "C"  MOVE "CHANGE" TO ACTION-NAME
               WHEN "D"  MOVE "DELETE" TO ACTION-NAME
               WHEN "M"  MOVE "MERGE"  TO ACTION-NAME
               WHEN "X"
                   SET SESSION-ENDED TO TRUE
                   GO TO KEY-ACTION-EXIT
               WHEN OTHER
                   MOVE 'N' TO FIELD-OK-SW
                   MOVE "ACTION MUST BE A, C, D OR M - X ENDS"
                       TO ENTRY-MESSAGE
                   DISPLAY MESSAGE-SCREEN
                   GO TO KEY-ACTION-EXIT
           END-EVALUATE.

           MOVE SPACES TO ENTRY-MESSAGE.
           DISPLAY ENTRY-SCREEN.
           DISPLAY MESSAGE-SCREEN.
       KEY-ACTION-EXIT.
           EXIT.

      * KEY-ACCOUNT-RTN - an add must be a new account; a
      * change, delete or merge must find the account on the
      * master, and its record comes up on the screen.
       KEY-ACCOUNT-RTN.
           MOVE 'Y' TO FIELD-OK-SW.
           ACCEPT ACCOUNT-IN.

           IF ENT-ACCOUNT = SPACES
               SET ENTRY-CANCELLED TO TRUE
               GO TO KEY-ACCOUNT-EXIT
           END-IF.

           MOVE ENT-ACCOUNT TO MST-ACCOUNT.
           READ MstFile
               INVALID KEY
                   IF ENT-ACTION NOT = "A"
                       MOVE 'N' TO FIELD-OK-SW
                       MOVE "ACCOUNT NOT ON MASTER - BLANK DROPS IT"
                           TO ENTRY-MESSAGE
                   END-IF
               NOT INVALID KEY
                   IF ENT-ACTION = "A"
                       MOVE 'N' TO FIELD-OK-SW
                       MOVE "ACCOUNT ALREADY ON MASTER - KEY A C"
                           TO ENTRY-MESSAGE
                   ELSE
                       PERFORM LOAD-FROM-MASTER-RTN
                           THRU LOAD-FROM-MASTER-EXIT
                   END-IF
           END-READ.

           IF NOT FIELD-OK
               DISPLAY MESSAGE-SCREEN
               GO TO KEY-ACCOUNT-EXIT
           END-IF.

           IF ENT-ACTION = "A"
               MOVE "A" TO ENT-CUST-STATUS
               MOVE TODAY-SLASHED TO ENT-LAST-ACTIVITY
           END-IF.

           MOVE SPACES TO ENTRY-MESSAGE.
           DISPLAY ENTRY-SCREEN.
           DISPLAY MESSAGE-SCREEN.
       KEY-ACCOUNT-EXIT.
           EXIT.

       LOAD-FROM-MASTER-RTN.
           MOVE MST-GENDER TO ENT-GENDER.
           MOVE MST-FIRST TO ENT-FIRST.
           MOVE MST-MIDDLE TO ENT-MIDDLE.
           MOVE MST-LAST TO ENT-LAST.
           MOVE MST-BIRTHDAY TO ENT-BIRTHDAY.
           MOVE MST-ADDRESS TO ENT-ADDRESS.
           MOVE MST-CITY TO ENT-CITY.
           MOVE MST-STATE TO ENT-STATE.
           MOVE MST-ZIP TO ENT-ZIP.
           MOVE MST-CUST-STATUS TO ENT-CUST-STATUS.
           MOVE MST-LAST-ACTIVITY TO ENT-LAST-ACTIVITY.
       LOAD-FROM-MASTER-EXIT.
           EXIT.

      * KEY-MERGE-FROM-RTN - the duplicate folded into the
      * account keyed above; it must be on the master and not
      * the survivor itself.
       KEY-MERGE-FROM-RTN.
           MOVE 'Y' TO FIELD-OK-SW.
           ACCEPT MERGE-FROM-IN.

           IF ENT-MERGE-FROM = SPACES
               SET ENTRY-CANCELLED TO TRUE
               GO TO KEY-MERGE-FROM-EXIT
           END-IF.

           IF ENT-MERGE-FROM = ENT-ACCOUNT
               MOVE 'N' TO FIELD-OK-SW
               MOVE "MERGE-FROM EQUALS SURVIVOR" TO ENTRY-MESSAGE
               DISPLAY MESSAGE-SCREEN
               GO TO KEY-MERGE-FROM-EXIT
           END-IF.

           MOVE ENT-MERGE-FROM TO MST-ACCOUNT.
           READ MstFile
               INVALID KEY
                   MOVE 'N' TO FIELD-OK-SW
                   MOVE "MERGE-FROM ACCOUNT NOT ON MASTER"
                       TO ENTRY-MESSAGE
                   DISPLAY MESSAGE-SCREEN
                   GO TO KEY-MERGE-FROM-EXIT
           END-READ.

           MOVE SPACES TO ENTRY-MESSAGE.
           DISPLAY MESSAGE-SCREEN.
       KEY-MERGE-FROM-EXIT.
           EXIT.

      * KEY-DETAIL-RTN - the customer fields of an add or
      * change, each checked before the next is keyed.
       KEY-DETAIL-RTN.
           ACCEPT GENDER-IN.
           INSPECT ENT-GENDER CONVERTING LOWER-CASE TO UPPER-CASE.
           ACCEPT FIRST-IN.
           ACCEPT MIDDLE-IN.
           ACCEPT LAST-IN.

           MOVE 'N' TO FIELD-OK-SW.
           PERFORM KEY-BIRTHDAY-RTN THRU KEY-BIRTHDAY-EXIT
               UNTIL FIELD-OK.

           ACCEPT ADDRESS-IN.
           ACCEPT CITY-IN.

           MOVE 'N' TO FIELD-OK-SW.
           PERFORM KEY-STATE-RTN THRU KEY-STATE-EXIT
               UNTIL FIELD-OK.

           MOVE 'N' TO FIELD-OK-SW.
           PERFORM KEY-ZIP-RTN THRU KEY-ZIP-EXIT
               UNTIL FIELD-OK.

           MOVE 'N' TO FIELD-OK-SW.
           PERFORM KEY-STATUS-RTN THRU KEY-STATUS-EXIT
               UNTIL FIELD-OK.

           MOVE 'N' TO FIELD-OK-SW.
           PERFORM KEY-ACTIVITY-RTN THRU KEY-ACTIVITY-EXIT
               UNTIL FIELD-OK.
       KEY-DETAIL-EXIT.
           EXIT.

       KEY-BIRTHDAY-RTN.
           ACCEPT BIRTHDAY-IN.
           MOVE ENT-BIRTHDAY TO DATE-CHECK.
           MOVE "BIRTHDAY" TO DATE-LABEL.
           PERFORM CHECK-DATE-RTN THRU CHECK-DATE-EXIT.
       KEY-BIRTHDAY-EXIT.
           EXIT.

       KEY-ACTIVITY-RTN.
           ACCEPT ACTIVITY-IN.
           MOVE ENT-LAST-ACTIVITY TO DATE-CHECK.
           MOVE "LAST ACTIVITY" TO DATE-LABEL.
           PERFORM CHECK-DATE-RTN THRU CHECK-DATE-EXIT.
       KEY-ACTIVITY-EXIT.
           EXIT.

       KEY-STATE-RTN.
           MOVE 'Y' TO FIELD-OK-SW.
           ACCEPT STATE-IN.
           INSPECT ENT-STATE CONVERTING LOWER-CASE TO UPPER-CASE.

           SET STATE-IDX TO 1.
           SEARCH STATE-TBL
               AT END
                   MOVE 'N' TO FIELD-OK-SW
                   MOVE "INVALID STATE CODE" TO ENTRY-MESSAGE
               WHEN STATE-TBL (STATE-IDX) = ENT-STATE
                   MOVE SPACES TO ENTRY-MESSAGE
           END-SEARCH.
           DISPLAY MESSAGE-SCREEN.
       KEY-STATE-EXIT.
           EXIT.

      * KEY-ZIP-RTN - numeric, and inside one of the State's
      * ranges on ziptbl.cpy, the check mstupd01 makes before
      * the record reaches the master.
       KEY-ZIP-RTN.
           MOVE 'Y' TO FIELD-OK-SW.
           ACCEPT ZIP-IN.

           IF ENT-ZIP NOT NUMERIC
               MOVE 'N' TO FIELD-OK-SW
               MOVE "ZIP NOT NUMERIC" TO ENTRY-MESSAGE
               DISPLAY MESSAGE-SCREEN
               GO TO KEY-ZIP-EXIT
           END-IF.

           SET ZIP-IDX TO 1.
           SEARCH ZIP-RANGE-TBL
               AT END
                   MOVE 'N' TO FIELD-OK-SW
                   MOVE "ZIP NOT IN STATE RANGE" TO ENTRY-MESSAGE
               WHEN ZR-STATE (ZIP-IDX) = ENT-STATE
                   AND ENT-ZIP >= ZR-LOW (ZIP-IDX)
                   AND ENT-ZIP <= ZR-HIGH (ZIP-IDX)
                   MOVE SPACES TO ENTRY-MESSAGE
           END-SEARCH.
           DISPLAY MESSAGE-SCREEN.
       KEY-ZIP-EXIT.
           EXIT.

       KEY-STATUS-RTN.
           MOVE 'Y' TO FIELD-OK-SW.
           ACCEPT STATUS-IN.
           INSPECT ENT-CUST-STATUS
               CONVERTING LOWER-CASE TO UPPER-CASE.

           EVALUATE ENT-CUST-STATUS
               WHEN "A"
               WHEN "D"
               WHEN "C"
                   MOVE SPACES TO ENTRY-MESSAGE
               WHEN "U"
                   MOVE 'N' TO FIELD-OK-SW
                   STRING "U IS SET BY RETURNED MAIL ONLY - "
                       "KEY A ONCE THE ADDRESS IS CORRECTED"
                       DELIMITED BY SIZE
                       INTO ENTRY-MESSAGE
               WHEN OTHER
                   MOVE 'N' TO FIELD-OK-SW
                   MOVE "STATUS MUST BE A, D OR C" TO ENTRY-MESSAGE
           END-EVALUATE.
           DISPLAY MESSAGE-SCREEN.
       KEY-STATUS-EXIT.
           EXIT.

       KEY-CONFIRM-RTN.
           MOVE 'Y' TO FIELD-OK-SW.
           ACCEPT CONFIRM-IN.
           INSPECT ENT-CONFIRM CONVERTING LOWER-CASE TO UPPER-CASE.
           IF ENT-CONFIRM NOT = "Y" AND ENT-CONFIRM NOT = "N"
               MOVE 'N' TO FIELD-OK-SW
               MOVE "KEY Y TO WRITE THE TRANSACTION OR N TO DROP IT"
                   TO ENTRY-MESSAGE
               DISPLAY MESSAGE-SCREEN
           END-IF.
       KEY-CONFIRM-EXIT.
           EXIT.

      * CHECK-DATE-RTN - DATE-CHECK must be a real yyyy/mm/dd,
      * slashes included; sets FIELD-OK-SW and the message.
       CHECK-DATE-RTN.
           MOVE 'N' TO FIELD-OK-SW.
           MOVE SPACES TO ENTRY-MESSAGE.

           IF DC-YYYY NOT NUMERIC OR DC-MM NOT NUMERIC
               OR DC-DD NOT NUMERIC
               OR DC-SEP-1 NOT = "/" OR DC-SEP-2 NOT = "/"
               STRING DATE-LABEL DELIMITED BY "  "
                   " MUST BE YYYY/MM/DD" DELIMITED BY SIZE
                   INTO ENTRY-MESSAGE
               GO TO CHECK-DATE-SHOW
           END-IF.

           MOVE DC-YYYY TO YEAR-NUM.
           MOVE DC-MM TO MONTH-NUM.
           MOVE DC-DD TO DAY-NUM.

           IF MONTH-NUM < 1 OR MONTH-NUM > 12
               STRING "INVALID " DELIMITED BY SIZE
                   DATE-LABEL DELIMITED BY "  "
                   " MONTH" DELIMITED BY SIZE
                   INTO ENTRY-MESSAGE
               GO TO CHECK-DATE-SHOW
           END-IF.

           PERFORM SET-MAX-DAY-RTN THRU SET-MAX-DAY-EXIT.

           IF DAY-NUM < 1 OR DAY-NUM > MAX-DAY
               STRING "INVALID " DELIMITED BY SIZE
                   DATE-LABEL DELIMITED BY "  "
                   " DAY" DELIMITED BY SIZE
                   INTO ENTRY-MESSAGE
               GO TO CHECK-DATE-SHOW
           END-IF.

           MOVE 'Y' TO FIELD-OK-SW.

       CHECK-DATE-SHOW.
           DISPLAY MESSAGE-SCREEN.
       CHECK-DATE-EXIT.
           EXIT.

      * SET-MAX-DAY-RTN - highest valid day for MONTH-NUM in
      * YEAR-NUM, leap years included.
       SET-MAX-DAY-RTN.
           MOVE 'N' TO LEAP-SW.
           DIVIDE YEAR-NUM BY 4 GIVING DIV-QUOT
               REMAINDER DIV-REMAIN.
           IF DIV-REMAIN = 0
               DIVIDE YEAR-NUM BY 100 GIVING DIV-QUOT
                   REMAINDER DIV-REMAIN
               IF DIV-REMAIN NOT = 0
                   SET LEAP-YEAR TO TRUE
               ELSE
                   DIVIDE YEAR-NUM BY 400 GIVING DIV-QUOT
                       REMAINDER DIV-REMAIN
                   IF DIV-REMAIN = 0
                       SET LEAP-YEAR TO TRUE
                   END-IF
               END-IF
           END-IF.

           EVALUATE MONTH-NUM
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

      * WRITE-TXN-RTN - the transaction onto customer-txns.txt
      * and its line onto the session's batch file.  A delete
      * carries the record as it stood, for the register; only
      * its account matters to mstupd01.
       WRITE-TXN-RTN.
           MOVE SPACES TO ENTRY-TXN.
           MOVE ENT-ACTION TO ET-ACTION.
           MOVE ENT-ACCOUNT TO ET-ACCOUNT.
           MOVE ENTRY-BRANCH-ID TO ET-BRANCH-ID.

           IF ENT-ACTION = "M"
               MOVE ENT-MERGE-FROM TO ET-MERGE-FROM
           ELSE
               MOVE ENT-GENDER TO ET-GENDER
               MOVE ENT-FIRST TO ET-FIRST
               MOVE ENT-MIDDLE TO ET-MIDDLE
               MOVE ENT-LAST TO ET-LAST
               MOVE ENT-BIRTHDAY TO ET-BIRTHDAY
               MOVE ENT-ADDRESS TO ET-ADDRESS
               MOVE ENT-CITY TO ET-CITY
               MOVE ENT-STATE TO ET-STATE
               MOVE ENT-ZIP TO ET-ZIP
               MOVE ENT-CUST-STATUS TO ET-CUST-STATUS
               MOVE ENT-LAST-ACTIVITY TO ET-LAST-ACTIVITY
           END-IF.

           MOVE SPACES TO TxnOutRec.
           MOVE ENTRY-TXN TO TxnOutRec.
           WRITE TxnOutRec.

           ADD 1 TO BATCH-COUNT.
           EVALUATE ENT-ACTION
               WHEN "A"  ADD 1 TO ADDS-KEYED
               WHEN "C"  ADD 1 TO CHANGES-KEYED
               WHEN "D"  ADD 1 TO DELETES-KEYED
               WHEN "M"  ADD 1 TO MERGES-KEYED
           END-EVALUATE.

           MOVE SPACES TO BATCH-LINE.
           MOVE ENT-ACTION TO BL-ACTION.
           MOVE ENT-ACCOUNT TO BL-ACCOUNT.
           MOVE "KEYED" TO BL-DISPOSITION.
           IF ENT-ACTION = "M"
               STRING "MERGE FROM " ENT-MERGE-FROM
                   DELIMITED BY SIZE
                   INTO BL-NOTE
           END-IF.
           MOVE BATCH-LINE TO BatchRec.
           WRITE BatchRec.
       WRITE-TXN-EXIT.
           EXIT.

      * WRITE-SUMMARY-RTN - the session's batch count closes
      * its block on txn-batch.<branch>.
       WRITE-SUMMARY-RTN.
           MOVE SPACES TO BatchRec.
           STRING "BATCH COUNT " BATCH-COUNT
               "  ADDS " ADDS-KEYED
               "  CHANGES " CHANGES-KEYED
               "  DELETES " DELETES-KEYED
               "  MERGES " MERGES-KEYED
               DELIMITED BY SIZE
               INTO BatchRec.
           WRITE BatchRec.
       WRITE-SUMMARY-EXIT.
           EXIT.
