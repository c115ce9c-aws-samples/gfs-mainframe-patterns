      ******************************************************************
      *                                                                *
      *     NIGHTLY ACCTBAL STREAM DEPENDENCY TABLE RECORD             *
      *                                                                *
      *        ONE CARD PER FEED BETWEEN TWO STREAM PROGRAMS: THE      *
      *        PROGRAM (AND THE JOB THAT RUNS IT) THAT READS THE       *
      *        FEED, THE PREDECESSOR PROGRAM (AND ITS JOB) THAT        *
      *        WRITES IT, AND THE FILE THAT CARRIES IT.  A PROGRAM     *
      *        FED BY SEVERAL PREDECESSORS HAS ONE CARD FOR EACH.      *
      *        THE ACBLGTE1 GATE STEP HOLDS A JOB UNTIL EVERY          *
      *        PREDECESSOR OF ITS PROGRAM HAS A CLEAN END STAMP ON     *
      *        STRMSTAT TONIGHT; THE ACBLRRP1 RERUN PLANNER WALKS      *
      *        THE SAME CARDS TO ORDER A RECOVERY.  A CARD WITH AN     *
      *        ASTERISK IN COLUMN 1 IS A COMMENT.                      *
      *                                                                *
      *===============================================================*
      *                          @REVISIONS@                          *
      *-----------------------------------------------------------*
      * MM/DD/YY   PROGRAMMER NAME                                     *
      * --------   ---------------                                     *
      * 10/15/26   D MORENO          DM0057                            *
      *            INITIAL INSTALLATION                                *
      ******************************************************************
       01  STDP-RECORD.
           05  STDP-PROGRAM-ID            PIC X(08).
           05  FILLER                     PIC X(01).
           05  STDP-JOB-NAME              PIC X(08).
           05  FILLER                     PIC X(01).
           05  STDP-PRED-PROGRAM-ID       PIC X(08).
           05  FILLER                     PIC X(01).
           05  STDP-PRED-JOB-NAME         PIC X(08).
           05  FILLER                     PIC X(01).
           05  STDP-FEED                  PIC X(20).
           05  FILLER                     PIC X(24).
       01  STDP-COMMENT-VIEW REDEFINES STDP-RECORD.
           05  STDP-COMMENT-FLAG          PIC X(01).
               88  STDP-COMMENT           VALUE '*'.
           05  FILLER                     PIC X(79).
