      ******************************************************************
      *                                                                *
      *     SUPER-BRANCH LIMIT BREACH FEED RECORD                      *
      *                                                                *
      *        ONE RECORD PER SUPER BRANCH PER LIMIT IN BREACH ON      *
      *        THE NIGHTLY ACBLLMT1 RUN, FOR THE RISK DESK.  THE       *
      *        LIMIT IS DEBT (MARGIN DEBIT), HSCL (HOUSE-CALL          *
      *        DEFICIT), CALL (ACCOUNTS IN CALL) OR TOP5 (TOP-FIVE     *
      *        CONCENTRATION); THE LEVEL IS W (PAST WARNING) OR H      *
      *        (PAST HARD).  THE THRESHOLD IS THE ONE BREACHED.  THE   *
      *        FIRST DATE AND DAYS OPEN CARRY FORWARD FROM THE PRIOR   *
      *        GENERATION WHILE THE SAME BRANCH STAYS IN BREACH OF     *
      *        THE SAME LIMIT ON CONSECUTIVE NIGHTLY RUNS.             *
      *                                                                *
      *===============================================================*
      *                          @REVISIONS@                          *
      *-----------------------------------------------------------*
      * MM/DD/YY   PROGRAMMER NAME                                     *
      * --------   ---------------                                     *
      * 10/15/26   D MORENO          DM0059                            *
      *            INITIAL INSTALLATION                                *
      ******************************************************************
       01  BRCH-RECORD.
           05  BRCH-RUN-DATE              PIC 9(08).
           05  BRCH-SUPER-BRH             PIC X(03).
           05  BRCH-REGION                PIC X(03).
           05  BRCH-LIMIT-ID              PIC X(04).
               88  BRCH-MARGIN-DEBIT      VALUE 'DEBT'.
               88  BRCH-HOUSE-DEFICIT     VALUE 'HSCL'.
               88  BRCH-ACCOUNTS-IN-CALL  VALUE 'CALL'.
               88  BRCH-TOP5-CONCENTRATN  VALUE 'TOP5'.
           05  BRCH-LEVEL                 PIC X(01).
               88  BRCH-WARNING           VALUE 'W'.
               88  BRCH-HARD              VALUE 'H'.
           05  BRCH-ACTUAL                PIC 9(15)V99.
           05  BRCH-THRESHOLD             PIC 9(15)V99.
           05  BRCH-UTIL-PCT              PIC 9(05)V99.
           05  BRCH-FIRST-DATE            PIC 9(08).
           05  BRCH-DAYS-OPEN             PIC 9(05).
           05  FILLER                     PIC X(27).
