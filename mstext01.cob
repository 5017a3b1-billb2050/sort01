      *              added for the mstinq01 name lookup; every
      *              program opening the master has to agree
      *              on its keys.
      * 10/15/2026 - BB - Every unload is also kept as a dated
      *              copy, customer-master.ext.yyyymmdd, so
      *              rollfwd01 has a named extract to rebuild
      *              the master from and roll the journals
      *              forward onto.
      *
       Environment Division.
       Input-Output Section.
       Select ExtFile Assign to
         "./customer-master.ext"
         Line Sequential.
       Select DatedExtFile Assign to Dynamic DATED-EXT-NAME
         Line Sequential.
       Select RunHistFile Assign to
         "./run-history.dat"
         Line Sequential
         01 ExtRec.
           COPY "copybooks/custrec.cpy".

       FD DatedExtFile.
         01 DatedExtRec      pic x(144).

       FD RunHistFile.
         01 RunHistRec.
           COPY "copybooks/runhist.cpy".
         01 MST-STATUS                  PIC X(02).
         01 RUNHIST-STATUS              PIC X(02).

         01 DATED-EXT-NAME              PIC X(80).

         01 RUN-STAMP.
            05 RUN-DATE                  PIC 9(08).
            05 RUN-TIME-FULL             PIC 9(08).
           05 TODAY-YYYY       PIC 9(4).
           05 TODAY-MM         PIC 9(2).
           05 TODAY-DD         PIC 9(2).
         01 TODAY-X REDEFINES TODAY     PIC X(08).

         01 EXTRACT-DATE.
           05 ED-YYYY          PIC 9(4).

           OPEN OUTPUT ExtFile.

           ACCEPT TODAY FROM DATE YYYYMMDD.
           MOVE SPACES TO DATED-EXT-NAME.
           STRING "./customer-master.ext." TODAY-X
               DELIMITED BY SIZE
               INTO DATED-EXT-NAME.
           OPEN OUTPUT DatedExtFile.

           PERFORM WRITE-HEADER-RTN THRU WRITE-HEADER-EXIT.

           PERFORM READ-RTN THRU READ-EXIT.

           PERFORM WRITE-TRAILER-RTN THRU WRITE-TRAILER-EXIT.

           CLOSE MstFile, ExtFile, DatedExtFile.

           DISPLAY "MSTEXT01 CONTROL TOTALS".
           DISPLAY "  MASTER RECORDS READ : " RECORDS-READ.
           MOVE MST-LAST-ACTIVITY TO Last-Activity.

           WRITE ExtRec.
           MOVE ExtRec TO DatedExtRec.
           WRITE DatedExtRec.
           ADD 1 TO RECORDS-WRITTEN.

           PERFORM READ-RTN THRU READ-EXIT.
           MOVE SPACES TO ExtRec.
           MOVE BRANCH-HEADER-REC TO ExtRec (1:25).
           WRITE ExtRec.
           MOVE ExtRec TO DatedExtRec.
           WRITE DatedExtRec.
       WRITE-HEADER-EXIT.
           EXIT.

           MOVE SPACES TO ExtRec.
           MOVE BRANCH-TRAILER-REC TO ExtRec (1:12).
           WRITE ExtRec.
           MOVE ExtRec TO DatedExtRec.
           WRITE DatedExtRec.
       WRITE-TRAILER-EXIT.
           EXIT.
