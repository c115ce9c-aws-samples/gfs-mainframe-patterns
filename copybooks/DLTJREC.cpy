      ******************************************************************
      *                                                                *
      *     INTRADAY DELTA BEFORE/AFTER JOURNAL RECORD                 *
      *                                                                *
      *        ONE RECORD PER DELTA ACBLDLT1 APPLIES TO THE ACCTIDX    *
      *        LOOKUP FILE: THE ACCOUNT, ITS SUPER BRANCH, THE AS-OF   *
      *        DATE AND TIME STAMPED ON THE REFRESHED RECORD, THE      *
      *        DELTA'S SEQUENCE WITHIN THE RUN, AND THE NET WORTH,     *
      *        MARGIN EQUITY PERCENT AND FED/HOUSE/NYSE/MIN-EQUITY     *
      *        CALL FIELDS AS THEY STOOD BEFORE AND AFTER THE DELTA.   *
      *        AN ACCOUNT ADDED INTRADAY (ACTION A) HAS A ZERO         *
      *        BEFORE IMAGE.  SIGN BYTES ARE '-' OR SPACE AS ON THE    *
      *        TX22N BALANCE RECORD.  THE JOURNAL RUNS FROM ONE        *
      *        OVERNIGHT LOAD TO THE NEXT; ACBLDRV1'S JOB ROLLS IT TO  *
      *        DLTJHIST(+1) BEFORE IT RELOADS ACCTIDX.                 *
      *                                                                *
      *===============================================================*
      *                          @REVISIONS@                          *
      *-----------------------------------------------------------*
      * MM/DD/YY   PROGRAMMER NAME                                     *
      * --------   ---------------                                     *
      * 10/15/26   D MORENO          DM0058                            *
      *            INITIAL INSTALLATION                                *
      ******************************************************************
       01  DLTJ-RECORD.
           05  DLTJ-ACCOUNT-NUMBER        PIC X(09).
           05  DLTJ-SUPER-BRH             PIC X(03).
           05  DLTJ-ASOF-DATE             PIC 9(08).
           05  DLTJ-ASOF-TIME             PIC 9(06).
           05  DLTJ-DELTA-SEQ             PIC 9(07).
           05  DLTJ-ACTION                PIC X(01).
               88  DLTJ-REWRITTEN         VALUE 'R'.
               88  DLTJ-ADDED             VALUE 'A'.
           05  DLTJ-BEFORE-IMAGE.
               10  DLTJ-B-NETWORTH-SGN    PIC X(01).
               10  DLTJ-B-NETWORTH        PIC 9(15)V99.
               10  DLTJ-B-MGN-EQUITY-PCT  PIC 9(03)V99.
               10  DLTJ-B-FEDCALL-SGN     PIC X(01).
               10  DLTJ-B-FEDCALL         PIC 9(15)V99.
               10  DLTJ-B-HOUSECALL-SGN   PIC X(01).
               10  DLTJ-B-HOUSECALL       PIC 9(15)V99.
               10  DLTJ-B-NYSECALL-SGN    PIC X(01).
               10  DLTJ-B-NYSECALL        PIC 9(15)V99.
               10  DLTJ-B-MINEQCALL-SGN   PIC X(01).
               10  DLTJ-B-MINEQCALL       PIC 9(15)V99.
           05  DLTJ-AFTER-IMAGE.
               10  DLTJ-A-NETWORTH-SGN    PIC X(01).
               10  DLTJ-A-NETWORTH        PIC 9(15)V99.
               10  DLTJ-A-MGN-EQUITY-PCT  PIC 9(03)V99.
               10  DLTJ-A-FEDCALL-SGN     PIC X(01).
               10  DLTJ-A-FEDCALL         PIC 9(15)V99.
               10  DLTJ-A-HOUSECALL-SGN   PIC X(01).
               10  DLTJ-A-HOUSECALL       PIC 9(15)V99.
               10  DLTJ-A-NYSECALL-SGN    PIC X(01).
               10  DLTJ-A-NYSECALL        PIC 9(15)V99.
               10  DLTJ-A-MINEQCALL-SGN   PIC X(01).
               10  DLTJ-A-MINEQCALL       PIC 9(15)V99.
           05  FILLER                     PIC X(26).
