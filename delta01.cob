      *              Last-Activity; record layouts widened to
      *              match (the compare itself still covers the
      *              fields marketing asked about).
      * 10/15/2026 - BB - The prior copy is now found on
      *              genmgr01's generation-catalog.dat: the newest
      *              customer.srt generation dated before today,
      *              or the generation date given as the PARM
      *              (yyyymmdd) to compare against an older one.
      *              customer-prior.srt is only read when the
      *              catalog has no earlier generation to offer.
      *
       Environment Division.
       Input-Output Section.
       File-Control.
       Select OldFile Assign to Dynamic OLD-NAME
         File Status OLD-STATUS.
       Select NewFile Assign to
         "./customer.srt"
       Select DeltaRptFile Assign to
         "./customer-delta.rpt"
         Line Sequential.
       Select GenCatFile Assign to
         "./generation-catalog.dat"
         Line Sequential
         File Status GENCAT-STATUS.
       Select RunHistFile Assign to
         "./run-history.dat"
         Line Sequential
       FD DeltaRptFile.
         01 DeltaRptRec   pic x(132).

       FD GenCatFile.
         01 GenCatRec.
           COPY "copybooks/gencat.cpy".

       FD RunHistFile.
         01 RunHistRec.
           COPY "copybooks/runhist.cpy".
         01 FILE-STATUSES.
           05 OLD-STATUS                PIC X(02).
           05 NEW-STATUS                PIC X(02).
           05 GENCAT-STATUS             PIC X(02).
           05 RUNHIST-STATUS            PIC X(02).

         01 OLD-NAME                    PIC X(80).
         01 PARM-LINE                   PIC X(80).
         01 GEN-PARM                    PIC X(08).
         01 GEN-PARM-N REDEFINES GEN-PARM PIC 9(08).
         01 GEN-DATE                    PIC 9(08) VALUE ZERO.
         01 TODAY-DATE                  PIC 9(08).

      * Prior-night record held across the control break while
      * the matching new record (if any) is returned.
         01 OLD-HOLD.

       PROCEDURE DIVISION.

           PERFORM FIND-PRIOR-GEN-RTN THRU FIND-PRIOR-GEN-EXIT.

           SORT SORT-FILE
                ASCENDING KEY  DL-Account, DL-Source
                INPUT PROCEDURE SRT-INPUT-PROCEDURE
       WRITE-RUN-HISTORY-EXIT.
           EXIT.

      * FIND-PRIOR-GEN-RTN - the customer.srt generation to
      * compare against: the newest one genmgr01 has cataloged
      * before today (tonight's own generation, if genmgr01 has
      * already run, is skipped), or the generation dated as
      * the PARM.  With no catalog, or nothing earlier on it,
      * the old customer-prior.srt copy is used; a PARM date
      * that isn't on the catalog stops the run.
       FIND-PRIOR-GEN-RTN.
           ACCEPT PARM-LINE FROM COMMAND-LINE.
           MOVE SPACES TO GEN-PARM.
           UNSTRING PARM-LINE DELIMITED BY ALL SPACES
               INTO GEN-PARM.
           IF GEN-PARM NOT = SPACES
               AND GEN-PARM NOT NUMERIC
               DISPLAY "DELTA01: PARM MUST BE A GENERATION DATE "
                   "(YYYYMMDD), GOT '" GEN-PARM "'"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           MOVE "./customer-prior.srt" TO OLD-NAME.

           OPEN INPUT GenCatFile.
           IF GENCAT-STATUS NOT = "00"
               IF GEN-PARM NOT = SPACES
                   DISPLAY "DELTA01: NO GENERATION-CATALOG.DAT TO "
                       "FIND GENERATION " GEN-PARM " ON"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "DELTA01: NO GENERATION-CATALOG.DAT - "
                   "COMPARING AGAINST CUSTOMER-PRIOR.SRT"
               GO TO FIND-PRIOR-GEN-EXIT
           END-IF.

           SET EOF TO FALSE.
           PERFORM READ-GENCAT-RTN THRU READ-GENCAT-EXIT.
           PERFORM PICK-GEN-RTN THRU PICK-GEN-EXIT
               UNTIL EOF.
           CLOSE GenCatFile.

           IF GEN-DATE NOT = ZERO
               DISPLAY "DELTA01: COMPARING AGAINST CUSTOMER.SRT "
                   "GENERATION " GEN-DATE
               GO TO FIND-PRIOR-GEN-EXIT
           END-IF.

           IF GEN-PARM NOT = SPACES
               DISPLAY "DELTA01: CUSTOMER.SRT GENERATION " GEN-PARM
                   " IS NOT ON GENERATION-CATALOG.DAT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "DELTA01: NO EARLIER CUSTOMER.SRT GENERATION "
               "CATALOGED - COMPARING AGAINST CUSTOMER-PRIOR.SRT".
       FIND-PRIOR-GEN-EXIT.
           EXIT.

       READ-GENCAT-RTN.
           Read GenCatFile
             At End
               Set EOF to True
           End-Read.
       READ-GENCAT-EXIT.
           EXIT.

       PICK-GEN-RTN.
           IF GC-FILE-TYPE NOT = "SRT"
               GO TO PICK-GEN-NEXT
           END-IF.

           IF GEN-PARM NOT = SPACES
               IF GC-FILE-DATE = GEN-PARM-N
                   MOVE GC-FILE-DATE TO GEN-DATE
                   MOVE GC-FILE-NAME TO OLD-NAME
               END-IF
               GO TO PICK-GEN-NEXT
           END-IF.

           IF GC-FILE-DATE < TODAY-DATE
               AND GC-FILE-DATE > GEN-DATE
               MOVE GC-FILE-DATE TO GEN-DATE
               MOVE GC-FILE-NAME TO OLD-NAME
           END-IF.

       PICK-GEN-NEXT.
           PERFORM READ-GENCAT-RTN THRU READ-GENCAT-EXIT.
       PICK-GEN-EXIT.
           EXIT.

       SRT-INPUT-PROCEDURE SECTION.
           OPEN INPUT OldFile.
           IF OLD-STATUS NOT = "00"
               DISPLAY "DELTA01: PRIOR COPY WON'T OPEN (STATUS "
                   OLD-STATUS ") - NOTHING TO COMPARE AGAINST"
               DISPLAY "  " OLD-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "NIGHT-OVER-NIGHT CUSTOMER DELTA" TO DeltaRptRec.
           WRITE DeltaRptRec.
           MOVE SPACES TO DeltaRptRec.
           STRING "COMPARED AGAINST " OLD-NAME
               DELIMITED BY SIZE
               INTO DeltaRptRec.
           WRITE DeltaRptRec.
           MOVE SPACES TO DeltaRptRec.
           MOVE "CATEGORY ACCOUNT             DETAIL"
               TO DeltaRptRec.
           WRITE DeltaRptRec.
