      * The month is a run-time PARM of yyyymm (same style as
      * sort01's sort-key PARM); with no PARM the current month
      * is reported.
      *
      * Modification History:
      * 10/15/2026 - BB - Room for 40 programs in the
      *              night-over-night table; more programs now
      *              append to run-history.dat than the 20 it
      *              had, and the ones past 20 printed with no
      *              comparison.
      *
       Environment Division.
       Input-Output Section.
      * comparison.
         01 PROGRAM-TRACK.
           05 PROG-COUNT                PIC 9(02) VALUE ZERO.
           05 PROG-ENTRY OCCURS 40 TIMES
                         INDEXED BY PROG-IDX.
             10 PE-NAME                 PIC X(10) VALUE SPACES.
             10 PE-LAST-READ            PIC 9(07) VALUE ZERO.
           EXIT.

       ADD-PROGRAM-RTN.
           IF PROG-COUNT < 40
               ADD 1 TO PROG-COUNT
               SET PROG-IDX TO PROG-COUNT
               MOVE RH-PROGRAM TO PE-NAME (PROG-IDX)
