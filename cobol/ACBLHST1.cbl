      ******************************************************************
      *                                                                *
      *  PROGRAM-ID : ACBLHST1                                         *
      *                                                                *
      *  HISTORICAL AS-OF BALANCE RETRIEVAL FROM THE DAILY ARCHIVE     *
      *  AND THE WEEKLY CONDENSED ARCHIVE GENERATIONS                  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ACBLHST1.
       AUTHOR.        D MORENO.
       INSTALLATION.  FBSIT DATA CENTER.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
      *===============================================================*
      *                        @REVISIONS@                            *
      *-----------------------------------------------------------*
      * MM/DD/YY   PROGRAMMER NAME                                     *
      * --------   ---------------                                     *
      * 10/15/26   D MORENO          DM0056                            *
      *            INITIAL INSTALLATION - READS THE HSTREQ RESEARCH    *
      *            REQUESTS (REQUESTER ID, ACCOUNT, AS-OF DATE OR      *
      *            DATE RANGE, REFERENCE), THEN PASSES THE DAILY       *
      *            ARCHIVE GENERATIONS (ARCHIN) AND THE ACBLAMT1       *
      *            WEEKLY CONDENSED GENERATIONS (ARCHWK) ONCE EACH,    *
      *            PULLING EVERY SNAPSHOT THAT FALLS IN A REQUEST'S    *
      *            DATES.  A WEEKLY RECORD IS USED ONLY FOR A WEEK     *
      *            WITH NO DAILY SNAPSHOT LEFT FOR THE REQUEST.        *
      *            HSTRPT PRINTS ONE AS-OF STATEMENT PER REQUEST WITH  *
      *            EACH SNAPSHOT MARKED DAILY OR WEEKLY, THEN LISTS    *
      *            THE REQUESTS FOR WHICH NO SNAPSHOT EXISTS AND THE   *
      *            REQUESTS REJECTED ON EDIT.  EVERY STATEMENT IS      *
      *            APPENDED TO ACCLOG AGAINST ITS REQUESTER.           *
      * 10/15/26   D MORENO          DM0060                            *
      *            THE WEEKLY CONDENSED RECORD CARRIES NO EMPLOYEE     *
      *            SWITCH, SO A STATEMENT OF WEEKLY SNAPSHOTS ONLY WAS *
      *            LOGGED TO ACCLOG WITH A BLANK ONE AND ESCAPED THE   *
      *            ACBLACR1 EMPLOYEE-ACCOUNT REVIEW.  SUCH A STATEMENT *
      *            NOW TAKES THE SWITCH FROM THE ACCOUNT'S CURRENT     *
      *            ACCTIDX RECORD, OR LOGS 'U' (UNKNOWN) WHEN THE      *
      *            ACCOUNT IS NOT ON ACCTIDX OR ACCTIDX CANNOT BE      *
      *            OPENED (RETURN CODE 4).                             *
      * 10/15/26   D MORENO          DM0061                            *
      *            REQUEST REJECT REASONS SHORTENED TO FIT AFTER THE   *
      *            'REJECTED - ' PREFIX ON THE REJECTED-REQUEST LIST.  *
      * 10/15/26   D MORENO          DM0062                            *
      *            A STATEMENT WAS LOGGED TO ACCLOG ONLY AFTER IT HAD  *
      *            BEEN PRINTED, SO A FAILED ACCLOG WRITE LEFT A       *
      *            PRINTED STATEMENT WITH NO ACCESS RECORD.  THE SORT  *
      *            OUTPUT NOW GOES TO THE HSTWORK WORK FILE WHILE EACH *
      *            STATEMENT'S SNAPSHOTS ARE TALLIED; THE STATEMENTS   *
      *            ARE THEN PRINTED FROM HSTWORK, EACH LOGGED BEFORE   *
      *            ANY OF IT IS PRINTED.  A FAILED ACCLOG WRITE STOPS  *
      *            THE PRINTING OF THAT AND EVERY LATER STATEMENT      *
      *            (RETURN CODE 8).                                    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-3090.
       OBJECT-COMPUTER.   IBM-3090.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HSTREQ-FILE      ASSIGN TO HSTREQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HSTREQ-STATUS.

           SELECT ARCHIN-FILE      ASSIGN TO ARCHIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIN-STATUS.

           SELECT ARCHWK-FILE      ASSIGN TO ARCHWK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHWK-STATUS.

           SELECT ACCTIDX-FILE     ASSIGN TO ACCTIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TX22N-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTIDX-STATUS.

           SELECT HSTWORK-FILE     ASSIGN TO HSTWORK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HSTWORK-STATUS.

           SELECT HST-SORT-FILE    ASSIGN TO SORTWK01
               ORGANIZATION IS SEQUENTIAL.

           SELECT HSTRPT-FILE      ASSIGN TO HSTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HSTRPT-STATUS.

           SELECT ACCLOG-FILE      ASSIGN TO ACCLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HSTREQ-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY "HSTQREC.cpy".

       FD  ARCHIN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY "ARCHREC.cpy".

       FD  ARCHWK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY "ARCWREC.cpy".

       FD  ACCTIDX-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY "Mockedcopy.cpy".

      *---------------------------------------------------------------*
      *  ONE SORT RECORD PER SNAPSHOT PULLED, KEYED TO THE REQUEST    *
      *  IT ANSWERS.  THE DATA AREA HOLDS THE ARCHIVED BALANCE        *
      *  RECORD FOR A DAILY SNAPSHOT OR THE ARCW RECORD FOR A         *
      *  WEEKLY ONE.  A DAILY SORTS AHEAD OF A WEEKLY OF THE SAME     *
      *  DATE.                                                        *
      *---------------------------------------------------------------*
       SD  HST-SORT-FILE.
       01  HSTS-RECORD.
           05  HSTS-REQUESTER-ID       PIC X(08).
           05  HSTS-REQ-IDX            PIC 9(04).
           05  HSTS-SNAP-DATE          PIC 9(08).
           05  HSTS-SOURCE             PIC X(01).
               88  HSTS-DAILY          VALUE 'D'.
               88  HSTS-WEEKLY         VALUE 'W'.
           05  HSTS-DATA               PIC X(1500).

      *---------------------------------------------------------------*
      *  THE SORTED SNAPSHOTS, HELD SO EACH STATEMENT CAN BE LOGGED   *
      *  BEFORE IT IS PRINTED.  SAME LAYOUT AS THE SORT RECORD.       *
      *---------------------------------------------------------------*
       FD  HSTWORK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  HSTK-RECORD                 PIC X(1521).

       FD  HSTRPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  HSTRPT-LINE                 PIC X(132).

       FD  ACCLOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY "ACCLREC.cpy".

       WORKING-STORAGE SECTION.
       77  WS-HSTREQ-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-ARCHIN-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-ARCHWK-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-ACCTIDX-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-HSTWORK-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-HSTRPT-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-ACCLOG-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-EOF-SW                   PIC X(01)  VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       77  WS-INIT-OK-SW               PIC X(01)  VALUE 'N'.
           88  WS-INIT-OK              VALUE 'Y'.
       77  WS-LOAD-ERROR-SW            PIC X(01)  VALUE 'N'.
           88  WS-LOAD-ERROR           VALUE 'Y'.
       77  WS-WARNING-SW               PIC X(01)  VALUE 'N'.
           88  WS-WARNING              VALUE 'Y'.
       77  WS-LOG-FAILED-SW            PIC X(01)  VALUE 'N'.
           88  WS-LOG-FAILED           VALUE 'Y'.
       77  WS-SNAP-SHOWN-SW            PIC X(01)  VALUE 'N'.
           88  WS-SNAP-SHOWN           VALUE 'Y'.
       77  WS-SCAN-DONE-SW             PIC X(01)  VALUE 'N'.
           88  WS-SCAN-DONE            VALUE 'Y'.
       77  WS-ACCTIDX-OPEN-SW          PIC X(01)  VALUE 'N'.
           88  WS-ACCTIDX-OPEN         VALUE 'Y'.
       77  WS-TODAY                    PIC 9(08)  VALUE ZERO.
       77  WS-REQ-READS                PIC 9(07)  VALUE ZERO COMP.
       77  WS-REQ-REJECTED             PIC 9(07)  VALUE ZERO COMP.
       77  WS-ARCH-READS               PIC 9(09)  VALUE ZERO COMP.
       77  WS-ARCW-READS               PIC 9(09)  VALUE ZERO COMP.
       77  WS-DAILY-PULLED             PIC 9(07)  VALUE ZERO COMP.
       77  WS-WEEKLY-PULLED            PIC 9(07)  VALUE ZERO COMP.
       77  WS-DAILY-PRINTED            PIC 9(07)  VALUE ZERO COMP.
       77  WS-WEEKLY-PRINTED           PIC 9(07)  VALUE ZERO COMP.
       77  WS-STATEMENTS               PIC 9(07)  VALUE ZERO COMP.
       77  WS-NO-SNAPSHOT              PIC 9(07)  VALUE ZERO COMP.
       77  WS-LOGGED                   PIC 9(07)  VALUE ZERO COMP.
       77  WS-LINE-COUNT               PIC 9(03)  VALUE ZERO COMP.
       77  WS-PAGE-COUNT               PIC 9(05)  VALUE ZERO COMP.
       77  WS-TYPE-IDX                 PIC 9(02)  VALUE ZERO COMP.
       77  WS-REQ-IDX                  PIC 9(04)  VALUE ZERO COMP.
       77  WS-REJ-IDX                  PIC 9(04)  VALUE ZERO COMP.
       77  WS-INSERT-IDX               PIC 9(04)  VALUE ZERO COMP.
       77  WS-SHIFT-IDX                PIC 9(04)  VALUE ZERO COMP.
       77  WS-SHIFT-TO                 PIC 9(04)  VALUE ZERO COMP.
       77  WS-LOW-IDX                  PIC 9(04)  VALUE ZERO COMP.
       77  WS-HIGH-IDX                 PIC 9(04)  VALUE ZERO COMP.
       77  WS-MID-IDX                  PIC 9(04)  VALUE ZERO COMP.
       77  WS-CUR-IDX                  PIC 9(04)  VALUE ZERO COMP.
       77  WS-CUR-SNAPSHOTS            PIC 9(05)  VALUE ZERO COMP.
       77  WS-LOOK-ACCOUNT             PIC X(09)  VALUE SPACES.
       77  WS-REJECT-REASON            PIC X(19)  VALUE SPACES.
       77  WS-HOLD-LINE                PIC X(132) VALUE SPACES.
       77  WS-EDIT-DATE                PIC 9(08)  VALUE ZERO.
       77  WS-REQ-FROM-DATE            PIC 9(08)  VALUE ZERO.
       77  WS-REQ-TO-DATE              PIC 9(08)  VALUE ZERO.
       77  WS-LAST-DAILY-DATE          PIC 9(08)  VALUE ZERO.
       77  WS-LAST-WEEK-DATE           PIC 9(08)  VALUE ZERO.
       77  WS-LAST-BRH                 PIC X(03)  VALUE SPACES.
       77  WS-LAST-EMP-SW              PIC X(01)  VALUE SPACE.

      *---------------------------------------------------------------*
      *  DATE BEING EDITED.                                           *
      *---------------------------------------------------------------*
       01  WS-GDATE.
           05  WS-GD-YEAR              PIC 9(04).
           05  WS-GD-MONTH             PIC 9(02).
           05  WS-GD-DAY               PIC 9(02).
       01  WS-GDATE-R REDEFINES WS-GDATE
                                       PIC 9(08).
       01  WS-LEAP-WORK                PIC 9(09)  VALUE ZERO.
       01  WS-LEAP-REM                 PIC 9(03)  VALUE ZERO.
       01  WS-LEAP-SW                  PIC X(01)  VALUE 'N'.
           88  WS-LEAP-YEAR            VALUE 'Y'.
       01  WS-MONTH-END-DAY            PIC 9(02)  VALUE ZERO.

       01  WS-MONTH-DAYS-DATA.
           05  FILLER                  PIC X(12) VALUE '312831303130'.
           05  FILLER                  PIC X(12) VALUE '313130313031'.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
           05  WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.

      *---------------------------------------------------------------*
      *  DAY NUMBERS FROM THE STANDARD CIVIL-CALENDAR FORMULA, SO A   *
      *  WEEKLY RECORD'S SEVEN DAYS CAN BE SET AGAINST A REQUEST'S    *
      *  DATES.                                                       *
      *---------------------------------------------------------------*
       01  WS-CALC-DATE.
           05  WS-CD-YEAR              PIC 9(04).
           05  WS-CD-MONTH             PIC 9(02).
           05  WS-CD-DAY               PIC 9(02).
       01  WS-CALC-DATE-R REDEFINES WS-CALC-DATE
                                       PIC 9(08).
       01  WS-CALC-A                   PIC S9(09) COMP-3.
       01  WS-CALC-Y                   PIC S9(09) COMP-3.
       01  WS-CALC-M                   PIC S9(09) COMP-3.
       01  WS-CALC-T1                  PIC S9(09) COMP-3.
       01  WS-CALC-T2                  PIC S9(09) COMP-3.
       01  WS-CALC-T3                  PIC S9(09) COMP-3.
       01  WS-CALC-T4                  PIC S9(09) COMP-3.
       01  WS-DAY-NUM                  PIC S9(09) COMP-3.
       01  WS-WEEK-END-DAY-NUM         PIC S9(09) COMP-3.
       01  WS-LAST-DAILY-DAY-NUM       PIC S9(09) COMP-3.

      *---------------------------------------------------------------*
      *  THE ACCEPTED REQUESTS, HELD IN ACCOUNT ORDER (KEYED ORDER    *
      *  WITHIN AN ACCOUNT) SO EACH ARCHIVE RECORD FINDS ITS          *
      *  REQUESTS BY A BINARY SEARCH.                                 *
      *---------------------------------------------------------------*
       01  WS-REQ-MAX                  PIC 9(04)  VALUE 500 COMP.
       01  WS-REQ-COUNT                PIC 9(04)  VALUE ZERO COMP.
       01  WS-REQ-TABLE.
           05  WS-REQ-ENTRY            OCCURS 500 TIMES.
               10  WS-REQ-ACCOUNT      PIC X(09).
               10  WS-REQ-REQUESTER    PIC X(08).
               10  WS-REQ-FROM         PIC 9(08).
               10  WS-REQ-TO           PIC 9(08).
               10  WS-REQ-TO-DAY-NUM   PIC S9(09) COMP-3.
               10  WS-REQ-REFERENCE    PIC X(20).
               10  WS-REQ-SNAPS        PIC 9(05) COMP.
               10  WS-REQ-LOG-BRH      PIC X(03).
               10  WS-REQ-LOG-EMP-SW   PIC X(01).

      *---------------------------------------------------------------*
      *  ONE SNAPSHOT, AS RETURNED FROM THE SORT AND AS READ BACK     *
      *  FROM HSTWORK.                                                *
      *---------------------------------------------------------------*
       01  WS-SNAP-RECORD.
           05  WS-SNAP-REQUESTER-ID    PIC X(08).
           05  WS-SNAP-REQ-IDX         PIC 9(04).
           05  WS-SNAP-DATE            PIC 9(08).
           05  WS-SNAP-SOURCE          PIC X(01).
               88  WS-SNAP-DAILY       VALUE 'D'.
               88  WS-SNAP-WEEKLY      VALUE 'W'.
           05  WS-SNAP-DATA            PIC X(1500).

      *---------------------------------------------------------------*
      *  REQUESTS REJECTED ON EDIT, LISTED WITH THE NO-SNAPSHOT       *
      *  REQUESTS AT THE END OF THE REPORT.                           *
      *---------------------------------------------------------------*
       01  WS-REJ-COUNT                PIC 9(04)  VALUE ZERO COMP.
       01  WS-REJ-TABLE.
           05  WS-REJ-ENTRY            OCCURS 200 TIMES.
               10  WS-REJ-REQUESTER    PIC X(08).
               10  WS-REJ-ACCOUNT      PIC X(09).
               10  WS-REJ-FROM         PIC X(08).
               10  WS-REJ-TO           PIC X(08).
               10  WS-REJ-REASON       PIC X(19).

       01  WS-LOG-TIME-RAW.
           05  WS-LOG-HHMMSS           PIC 9(06).
           05  FILLER                  PIC 9(02).

      *---------------------------------------------------------------*
      *  THE SNAPSHOT IN HAND - THE ARCHIVED BALANCE RECORD MAPPED    *
      *  WITH PRV- NAMES, OR THE WEEKLY RECORD WITH HSTW- NAMES.      *
      *---------------------------------------------------------------*
       COPY "Mockedcopy.cpy" REPLACING LEADING ==TX22N== BY ==PRV==.
       COPY "ARCWREC.cpy" REPLACING LEADING ==ARCW== BY ==HSTW==.

       01  WS-FMT-SGN                  PIC X(01)  VALUE SPACE.
       01  WS-FMT-AMT                  PIC 9(15)V99 VALUE ZERO.
       01  WS-AMT-SIGNED               PIC S9(17)V99 COMP-3.

       01  WS-AMOUNT-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-L-LABEL              PIC X(24).
           05  WS-L-AMOUNT             PIC -(14)9.99.

       01  WS-PCT-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(24)
               VALUE 'MARGIN EQUITY PERCENT :'.
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  WS-P-PCT                PIC ZZ9.99.

       01  WS-SWITCH-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-S-LABEL              PIC X(24).
           05  WS-S-VALUE              PIC X(40).

      *---------------------------------------------------------------*
      *  THE TEN ACCOUNT-TYPE SUB-RECORDS OF A DAILY SNAPSHOT, AS     *
      *  ACBLMST1 PRINTS THEM.                                        *
      *---------------------------------------------------------------*
       01  WS-TYPE-TABLE.
           05  WS-TYPE-ENTRY           OCCURS 10 TIMES.
               10  WS-TYP-CODE         PIC X(01).
               10  WS-TYP-MKTVAL-SGN   PIC X(01).
               10  WS-TYP-MKTVAL       PIC 9(15)V99.
               10  WS-TYP-TD-SGN       PIC X(01).
               10  WS-TYP-TD-BALANCE   PIC 9(15)V99.
               10  WS-TYP-SD-SGN       PIC X(01).
               10  WS-TYP-SD-BALANCE   PIC 9(15)V99.

       01  WS-TYPE-DETAIL-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE 'TYPE '.
           05  WS-T-CODE               PIC X(01).
           05  FILLER                  PIC X(05) VALUE ' MKT '.
           05  WS-T-MKTVAL             PIC -(14)9.99.
           05  FILLER                  PIC X(04) VALUE ' TD '.
           05  WS-T-TD                 PIC -(14)9.99.
           05  FILLER                  PIC X(04) VALUE ' SD '.
           05  WS-T-SD                 PIC -(14)9.99.

       01  WS-PAGE-TITLE.
           05  FILLER          PIC X(30)
               VALUE 'AS-OF BALANCE STATEMENT'.
           05  FILLER          PIC X(10) VALUE 'REQUESTER '.
           05  WS-TL-REQUESTER PIC X(10).
           05  FILLER          PIC X(09) VALUE 'RUN DATE '.
           05  WS-TL-DATE      PIC 9(08).
           05  FILLER          PIC X(04) VALUE SPACES.
           05  FILLER          PIC X(05) VALUE 'PAGE '.
           05  WS-TL-PAGE      PIC ZZZZ9.

       01  WS-ACCT-LINE.
           05  FILLER          PIC X(16) VALUE 'ACCOUNT       :'.
           05  WS-A-ACCOUNT    PIC X(09).

       01  WS-DATES-LINE.
           05  FILLER          PIC X(16) VALUE 'AS OF DATE    :'.
           05  WS-A-FROM       PIC 9(08).
           05  WS-A-THROUGH    PIC X(10).
           05  WS-A-TO         PIC X(08).

       01  WS-REF-LINE.
           05  FILLER          PIC X(16) VALUE 'REFERENCE     :'.
           05  WS-A-REFERENCE  PIC X(20).

       01  WS-DAILY-HEAD-LINE.
           05  FILLER          PIC X(16) VALUE 'SOURCE        :'.
           05  FILLER          PIC X(32)
               VALUE 'DAILY SNAPSHOT OF'.
           05  WS-DH-DATE      PIC 9(08).

       01  WS-WEEKLY-HEAD-LINE.
           05  FILLER          PIC X(16) VALUE 'SOURCE        :'.
           05  FILLER          PIC X(32)
               VALUE 'WEEKLY CONDENSATION, WEEK ENDING'.
           05  WS-WH-DATE      PIC 9(08).
           05  FILLER          PIC X(03) VALUE SPACES.
           05  WS-WH-DAYS      PIC 9(01).
           05  FILLER          PIC X(24)
               VALUE ' DAILY SNAPSHOT(S) HELD'.

       01  WS-BRH-LINE.
           05  FILLER          PIC X(04) VALUE SPACES.
           05  FILLER          PIC X(24)
               VALUE 'SUPER BRANCH          :'.
           05  WS-B-BRH        PIC X(03).

       01  WS-ASOF-LINE.
           05  FILLER          PIC X(04) VALUE SPACES.
           05  FILLER          PIC X(24)
               VALUE 'SOURCE AS OF          :'.
           05  WS-AS-DATE      PIC 9(08).
           05  FILLER          PIC X(01).
           05  WS-AS-TIME      PIC 9(06).

       01  WS-WEEKLY-NOTE-LINE.
           05  FILLER          PIC X(04) VALUE SPACES.
           05  FILLER          PIC X(60) VALUE
               'WEEK-ENDING POSITION. BUYING POWER AND SUB-BALANCES'.
       01  WS-WEEKLY-NOTE-LINE-2.
           05  FILLER          PIC X(04) VALUE SPACES.
           05  FILLER          PIC X(60) VALUE
               'ARE NOT KEPT ON THE WEEKLY CONDENSED RECORD.'.

       01  WS-NONE-HEAD-LINE.
           05  FILLER          PIC X(40)
               VALUE 'REQUESTS WITH NO SNAPSHOT'.
       01  WS-NONE-HEADING.
           05  FILLER          PIC X(10) VALUE 'REQUESTER'.
           05  FILLER          PIC X(12) VALUE 'ACCOUNT'.
           05  FILLER          PIC X(10) VALUE 'FROM'.
           05  FILLER          PIC X(10) VALUE 'TO'.
           05  FILLER          PIC X(22) VALUE 'REFERENCE'.
           05  FILLER          PIC X(30) VALUE 'REASON'.
       01  WS-NONE-LINE.
           05  WS-N-REQUESTER  PIC X(10).
           05  WS-N-ACCOUNT    PIC X(12).
           05  WS-N-FROM       PIC X(10).
           05  WS-N-TO         PIC X(10).
           05  WS-N-REFERENCE  PIC X(22).
           05  WS-N-REASON     PIC X(30).
       01  WS-NONE-EMPTY-LINE.
           05  FILLER          PIC X(10) VALUE '(NONE)'.

       01  WS-TOTAL-LINE-1.
           05  FILLER          PIC X(30)
               VALUE 'REQUESTS READ               :'.
           05  WS-T-REQUESTS   PIC Z,ZZZ,ZZ9.

       01  WS-TOTAL-LINE-2.
           05  FILLER          PIC X(30)
               VALUE 'REQUESTS REJECTED           :'.
           05  WS-T-REJECTED   PIC Z,ZZZ,ZZ9.

       01  WS-TOTAL-LINE-3.
           05  FILLER          PIC X(30)
               VALUE 'STATEMENTS PRINTED          :'.
           05  WS-T-STATEMENTS PIC Z,ZZZ,ZZ9.

       01  WS-TOTAL-LINE-4.
           05  FILLER          PIC X(30)
               VALUE 'DAILY SNAPSHOTS PRINTED     :'.
           05  WS-T-DAILY      PIC Z,ZZZ,ZZ9.

       01  WS-TOTAL-LINE-5.
           05  FILLER          PIC X(30)
               VALUE 'WEEKLY SNAPSHOTS PRINTED    :'.
           05  WS-T-WEEKLY     PIC Z,ZZZ,ZZ9.

       01  WS-TOTAL-LINE-6.
           05  FILLER          PIC X(30)
               VALUE 'REQUESTS WITH NO SNAPSHOT   :'.
           05  WS-T-NO-SNAP    PIC Z,ZZZ,ZZ9.

       01  WS-TOTAL-LINE-7.
           05  FILLER          PIC X(30)
               VALUE 'ACCESSES LOGGED             :'.
           05  WS-T-LOGGED     PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------*
      *  0000-MAINLINE                                            *
      *-----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           IF WS-INIT-OK
               SORT HST-SORT-FILE
                   ON ASCENDING KEY HSTS-REQUESTER-ID
                                    HSTS-REQ-IDX
                                    HSTS-SNAP-DATE
                                    HSTS-SOURCE
                   INPUT PROCEDURE  2000-PULL-SNAPSHOTS
                                THRU 2000-PULL-SNAPSHOTS-EXIT
                   OUTPUT PROCEDURE 2500-STAGE-SNAPSHOTS
                                THRU 2500-STAGE-SNAPSHOTS-EXIT
               PERFORM 3000-PRINT-STATEMENTS
                   THRU 3000-PRINT-STATEMENTS-EXIT
           END-IF.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      *  1000-INITIALIZE                                          *
      *     NO ACCESS LOG AND NOTHING IS PRINTED - EVERY          *
      *     STATEMENT MUST BE LOGGED AGAINST ITS REQUESTER.       *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           OPEN OUTPUT HSTRPT-FILE.
           IF WS-HSTRPT-STATUS NOT = '00'
               DISPLAY 'ACBLHST1 - OPEN FAILED - HSTRPT '
                       WS-HSTRPT-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN EXTEND ACCLOG-FILE.
           IF WS-ACCLOG-STATUS = '35'
               OPEN OUTPUT ACCLOG-FILE
           END-IF.
           IF WS-ACCLOG-STATUS NOT = '00'
               DISPLAY 'ACBLHST1 - OPEN FAILED - ACCLOG '
                       WS-ACCLOG-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE HSTRPT-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT HSTREQ-FILE.
           IF WS-HSTREQ-STATUS NOT = '00'
               DISPLAY 'ACBLHST1 - OPEN FAILED - HSTREQ '
                       WS-HSTREQ-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE HSTRPT-FILE
               CLOSE ACCLOG-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           PERFORM 1100-LOAD-ONE-REQUEST
               THRU 1100-LOAD-ONE-REQUEST-EXIT
               UNTIL WS-EOF.
           CLOSE HSTREQ-FILE.

      *    ACCTIDX ONLY SUPPLIES THE EMPLOYEE SWITCH FOR A STATEMENT
      *    OF WEEKLY SNAPSHOTS - WITHOUT IT THOSE ARE LOGGED 'U'.
           OPEN INPUT ACCTIDX-FILE.
           IF WS-ACCTIDX-STATUS = '00'
               MOVE 'Y' TO WS-ACCTIDX-OPEN-SW
           ELSE
               DISPLAY 'ACBLHST1 - OPEN FAILED - ACCTIDX '
                       WS-ACCTIDX-STATUS
               MOVE 'Y' TO WS-WARNING-SW
           END-IF.

           MOVE 'Y' TO WS-INIT-OK-SW.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1100-LOAD-ONE-REQUEST                                    *
      *     EDITS ONE REQUEST AND FILES IT IN ACCOUNT ORDER.  A   *
      *     BLANK OR ZERO TO DATE MEANS THE FROM DATE ALONE.      *
      *-----------------------------------------------------------*
       1100-LOAD-ONE-REQUEST.
           READ HSTREQ-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1100-LOAD-ONE-REQUEST-EXIT
           END-READ.
           IF HSTQ-RECORD = SPACES
               GO TO 1100-LOAD-ONE-REQUEST-EXIT
           END-IF.
           ADD 1 TO WS-REQ-READS.

           MOVE SPACES TO WS-REJECT-REASON.
           IF HSTQ-REQUESTER-ID = SPACES
               MOVE 'NO REQUESTER ID' TO WS-REJECT-REASON
               GO TO 1100-REJECT
           END-IF.
           IF HSTQ-ACCOUNT-NUMBER = SPACES
               MOVE 'NO ACCOUNT NUMBER' TO WS-REJECT-REASON
               GO TO 1100-REJECT
           END-IF.

           MOVE HSTQ-FROM-DATE TO WS-GDATE.
           PERFORM 1200-EDIT-DATE
               THRU 1200-EDIT-DATE-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               MOVE 'INVALID AS-OF DATE' TO WS-REJECT-REASON
               GO TO 1100-REJECT
           END-IF.
           MOVE WS-GDATE-R TO WS-REQ-FROM-DATE.

           IF HSTQ-TO-DATE = SPACES
           OR HSTQ-TO-DATE = ZEROS
               MOVE WS-REQ-FROM-DATE TO WS-REQ-TO-DATE
           ELSE
               MOVE HSTQ-TO-DATE TO WS-GDATE
               PERFORM 1200-EDIT-DATE
                   THRU 1200-EDIT-DATE-EXIT
               IF WS-REJECT-REASON NOT = SPACES
                   MOVE 'INVALID TO DATE' TO WS-REJECT-REASON
                   GO TO 1100-REJECT
               END-IF
               MOVE WS-GDATE-R TO WS-REQ-TO-DATE
           END-IF.

           IF WS-REQ-TO-DATE < WS-REQ-FROM-DATE
               MOVE 'TO DATE BEFORE FROM' TO WS-REJECT-REASON
               GO TO 1100-REJECT
           END-IF.
           IF WS-REQ-FROM-DATE > WS-TODAY
               MOVE 'FUTURE AS-OF DATE' TO WS-REJECT-REASON
               GO TO 1100-REJECT
           END-IF.
           IF WS-REQ-COUNT >= WS-REQ-MAX
               MOVE 'REQUEST TABLE FULL' TO WS-REJECT-REASON
               GO TO 1100-REJECT
           END-IF.

           PERFORM 1300-FILE-REQUEST
               THRU 1300-FILE-REQUEST-EXIT.
           GO TO 1100-LOAD-ONE-REQUEST-EXIT.

       1100-REJECT.
           ADD 1 TO WS-REQ-REJECTED.
           MOVE 'Y' TO WS-WARNING-SW.
           IF WS-REJ-COUNT >= 200
               DISPLAY 'ACBLHST1 - REJECT TABLE FULL, REQUEST '
                       'DROPPED FROM LIST ' HSTQ-ACCOUNT-NUMBER
               GO TO 1100-LOAD-ONE-REQUEST-EXIT
           END-IF.
           ADD 1 TO WS-REJ-COUNT.
           MOVE HSTQ-REQUESTER-ID   TO WS-REJ-REQUESTER(WS-REJ-COUNT).
           MOVE HSTQ-ACCOUNT-NUMBER TO WS-REJ-ACCOUNT(WS-REJ-COUNT).
           MOVE HSTQ-FROM-DATE      TO WS-REJ-FROM(WS-REJ-COUNT).
           MOVE HSTQ-TO-DATE        TO WS-REJ-TO(WS-REJ-COUNT).
           MOVE WS-REJECT-REASON    TO WS-REJ-REASON(WS-REJ-COUNT).
       1100-LOAD-ONE-REQUEST-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1200-EDIT-DATE                                           *
      *     EDITS THE CCYYMMDD DATE IN WS-GDATE.  ANY FAULT SETS  *
      *     WS-REJECT-REASON, WHICH THE CALLER REWORDS.           *
      *-----------------------------------------------------------*
       1200-EDIT-DATE.
           IF WS-GDATE NOT NUMERIC
               MOVE 'BAD DATE' TO WS-REJECT-REASON
               GO TO 1200-EDIT-DATE-EXIT
           END-IF.
           IF WS-GD-MONTH < 1 OR WS-GD-MONTH > 12
               MOVE 'BAD DATE' TO WS-REJECT-REASON
               GO TO 1200-EDIT-DATE-EXIT
           END-IF.
           PERFORM 8300-GET-MONTH-END-DAY
               THRU 8300-GET-MONTH-END-DAY-EXIT.
           IF WS-GD-DAY < 1 OR WS-GD-DAY > WS-MONTH-END-DAY
               MOVE 'BAD DATE' TO WS-REJECT-REASON
           END-IF.
       1200-EDIT-DATE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1300-FILE-REQUEST                                        *
      *     INSERTS THE REQUEST BEHIND ANY EARLIER REQUEST FOR    *
      *     THE SAME ACCOUNT.                                     *
      *-----------------------------------------------------------*
       1300-FILE-REQUEST.
           MOVE ZERO TO WS-INSERT-IDX.
           PERFORM 1310-SCAN-ONE-REQUEST
               THRU 1310-SCAN-ONE-REQUEST-EXIT
               VARYING WS-REQ-IDX FROM 1 BY 1
               UNTIL WS-REQ-IDX > WS-REQ-COUNT
                  OR WS-INSERT-IDX > ZERO.
           IF WS-INSERT-IDX = ZERO
               COMPUTE WS-INSERT-IDX = WS-REQ-COUNT + 1
           END-IF.

           PERFORM 1320-SHIFT-ONE-REQUEST
               THRU 1320-SHIFT-ONE-REQUEST-EXIT
               VARYING WS-SHIFT-IDX FROM WS-REQ-COUNT BY -1
               UNTIL WS-SHIFT-IDX < WS-INSERT-IDX.
           ADD 1 TO WS-REQ-COUNT.

           MOVE HSTQ-ACCOUNT-NUMBER TO WS-REQ-ACCOUNT(WS-INSERT-IDX).
           MOVE HSTQ-REQUESTER-ID
               TO WS-REQ-REQUESTER(WS-INSERT-IDX).
           MOVE WS-REQ-FROM-DATE    TO WS-REQ-FROM(WS-INSERT-IDX).
           MOVE WS-REQ-TO-DATE      TO WS-REQ-TO(WS-INSERT-IDX).
           MOVE WS-REQ-TO-DATE      TO WS-CALC-DATE-R.
           PERFORM 5000-DATE-TO-DAY-NUM
               THRU 5000-DATE-TO-DAY-NUM-EXIT.
           MOVE WS-DAY-NUM TO WS-REQ-TO-DAY-NUM(WS-INSERT-IDX).
           MOVE HSTQ-REFERENCE
               TO WS-REQ-REFERENCE(WS-INSERT-IDX).
           MOVE ZERO TO WS-REQ-SNAPS(WS-INSERT-IDX).
           MOVE SPACES TO WS-REQ-LOG-BRH(WS-INSERT-IDX).
           MOVE SPACE TO WS-REQ-LOG-EMP-SW(WS-INSERT-IDX).
       1300-FILE-REQUEST-EXIT.
           EXIT.

       1310-SCAN-ONE-REQUEST.
           IF WS-REQ-ACCOUNT(WS-REQ-IDX) > HSTQ-ACCOUNT-NUMBER
               MOVE WS-REQ-IDX TO WS-INSERT-IDX
           END-IF.
       1310-SCAN-ONE-REQUEST-EXIT.
           EXIT.

       1320-SHIFT-ONE-REQUEST.
           COMPUTE WS-SHIFT-TO = WS-SHIFT-IDX + 1.
           MOVE WS-REQ-ENTRY(WS-SHIFT-IDX)
               TO WS-REQ-ENTRY(WS-SHIFT-TO).
       1320-SHIFT-ONE-REQUEST-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-PULL-SNAPSHOTS                                      *
      *     ONE PASS OF THE DAILY GENERATIONS, THEN ONE OF THE    *
      *     WEEKLY, RELEASING EVERY SNAPSHOT A REQUEST WANTS.     *
      *     THE WEEKLY FILE MAY NOT EXIST BEFORE THE FIRST        *
      *     COMPACTION RUN; ITS ABSENCE IS A WARNING ONLY.        *
      *-----------------------------------------------------------*
       2000-PULL-SNAPSHOTS.
           IF WS-REQ-COUNT = ZERO
               GO TO 2000-PULL-SNAPSHOTS-EXIT
           END-IF.

           OPEN INPUT ARCHIN-FILE.
           IF WS-ARCHIN-STATUS NOT = '00'
               DISPLAY 'ACBLHST1 - OPEN FAILED - ARCHIN '
                       WS-ARCHIN-STATUS
               MOVE 'Y' TO WS-LOAD-ERROR-SW
               GO TO 2000-PULL-SNAPSHOTS-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 2100-PULL-ONE-DAILY
               THRU 2100-PULL-ONE-DAILY-EXIT
               UNTIL WS-EOF.
           CLOSE ARCHIN-FILE.

           OPEN INPUT ARCHWK-FILE.
           IF WS-ARCHWK-STATUS NOT = '00'
               DISPLAY 'ACBLHST1 - OPEN FAILED - ARCHWK '
                       WS-ARCHWK-STATUS
                       ', NO WEEKLY SNAPSHOTS SEARCHED'
               MOVE 'Y' TO WS-WARNING-SW
               GO TO 2000-PULL-SNAPSHOTS-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 2300-PULL-ONE-WEEKLY
               THRU 2300-PULL-ONE-WEEKLY-EXIT
               UNTIL WS-EOF.
           CLOSE ARCHWK-FILE.
       2000-PULL-SNAPSHOTS-EXIT.
           EXIT.

       2100-PULL-ONE-DAILY.
           READ ARCHIN-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2100-PULL-ONE-DAILY-EXIT
           END-READ.
           ADD 1 TO WS-ARCH-READS.

           MOVE ARCH-ACCOUNT-NUMBER TO WS-LOOK-ACCOUNT.
           PERFORM 5100-FIND-ACCOUNT
               THRU 5100-FIND-ACCOUNT-EXIT.
           IF WS-LOW-IDX > WS-REQ-COUNT
               GO TO 2100-PULL-ONE-DAILY-EXIT
           END-IF.
           IF WS-REQ-ACCOUNT(WS-LOW-IDX) NOT = WS-LOOK-ACCOUNT
               GO TO 2100-PULL-ONE-DAILY-EXIT
           END-IF.

           MOVE 'N' TO WS-SCAN-DONE-SW.
           PERFORM 2110-MATCH-DAILY
               THRU 2110-MATCH-DAILY-EXIT
               VARYING WS-REQ-IDX FROM WS-LOW-IDX BY 1
               UNTIL WS-REQ-IDX > WS-REQ-COUNT
                  OR WS-SCAN-DONE.
       2100-PULL-ONE-DAILY-EXIT.
           EXIT.

       2110-MATCH-DAILY.
           IF WS-REQ-ACCOUNT(WS-REQ-IDX) NOT = WS-LOOK-ACCOUNT
               MOVE 'Y' TO WS-SCAN-DONE-SW
               GO TO 2110-MATCH-DAILY-EXIT
           END-IF.
           IF ARCH-SNAPSHOT-DATE < WS-REQ-FROM(WS-REQ-IDX)
           OR ARCH-SNAPSHOT-DATE > WS-REQ-TO(WS-REQ-IDX)
               GO TO 2110-MATCH-DAILY-EXIT
           END-IF.

           MOVE SPACES TO HSTS-RECORD.
           MOVE WS-REQ-REQUESTER(WS-REQ-IDX) TO HSTS-REQUESTER-ID.
           MOVE WS-REQ-IDX                   TO HSTS-REQ-IDX.
           MOVE ARCH-SNAPSHOT-DATE           TO HSTS-SNAP-DATE.
           MOVE 'D'                          TO HSTS-SOURCE.
           MOVE ARCH-BALANCE-RCD             TO HSTS-DATA.
           RELEASE HSTS-RECORD.
           ADD 1 TO WS-DAILY-PULLED.
       2110-MATCH-DAILY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2300-PULL-ONE-WEEKLY                                     *
      *     A WEEKLY RECORD STANDS FOR THE SEVEN DAYS ENDING ON   *
      *     ITS WEEK-ENDING DATE AND ANSWERS ANY REQUEST WHOSE    *
      *     DATES TOUCH THAT WEEK.                                *
      *-----------------------------------------------------------*
       2300-PULL-ONE-WEEKLY.
           READ ARCHWK-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2300-PULL-ONE-WEEKLY-EXIT
           END-READ.
           ADD 1 TO WS-ARCW-READS.

           MOVE ARCW-ACCOUNT-NUMBER TO WS-LOOK-ACCOUNT.
           PERFORM 5100-FIND-ACCOUNT
               THRU 5100-FIND-ACCOUNT-EXIT.
           IF WS-LOW-IDX > WS-REQ-COUNT
               GO TO 2300-PULL-ONE-WEEKLY-EXIT
           END-IF.
           IF WS-REQ-ACCOUNT(WS-LOW-IDX) NOT = WS-LOOK-ACCOUNT
               GO TO 2300-PULL-ONE-WEEKLY-EXIT
           END-IF.
           IF ARCW-WEEK-END-DATE NOT NUMERIC
               GO TO 2300-PULL-ONE-WEEKLY-EXIT
           END-IF.

           MOVE ARCW-WEEK-END-DATE TO WS-CALC-DATE-R.
           PERFORM 5000-DATE-TO-DAY-NUM
               THRU 5000-DATE-TO-DAY-NUM-EXIT.
           MOVE WS-DAY-NUM TO WS-WEEK-END-DAY-NUM.

           MOVE 'N' TO WS-SCAN-DONE-SW.
           PERFORM 2310-MATCH-WEEKLY
               THRU 2310-MATCH-WEEKLY-EXIT
               VARYING WS-REQ-IDX FROM WS-LOW-IDX BY 1
               UNTIL WS-REQ-IDX > WS-REQ-COUNT
                  OR WS-SCAN-DONE.
       2300-PULL-ONE-WEEKLY-EXIT.
           EXIT.

       2310-MATCH-WEEKLY.
           IF WS-REQ-ACCOUNT(WS-REQ-IDX) NOT = WS-LOOK-ACCOUNT
               MOVE 'Y' TO WS-SCAN-DONE-SW
               GO TO 2310-MATCH-WEEKLY-EXIT
           END-IF.
           IF ARCW-WEEK-END-DATE < WS-REQ-FROM(WS-REQ-IDX)
               GO TO 2310-MATCH-WEEKLY-EXIT
           END-IF.
           IF WS-WEEK-END-DAY-NUM - 6 >
                   WS-REQ-TO-DAY-NUM(WS-REQ-IDX)
               GO TO 2310-MATCH-WEEKLY-EXIT
           END-IF.

           MOVE SPACES TO HSTS-RECORD.
           MOVE WS-REQ-REQUESTER(WS-REQ-IDX) TO HSTS-REQUESTER-ID.
           MOVE WS-REQ-IDX                   TO HSTS-REQ-IDX.
           MOVE ARCW-WEEK-END-DATE           TO HSTS-SNAP-DATE.
           MOVE 'W'                          TO HSTS-SOURCE.
           MOVE ARCW-RECORD                  TO HSTS-DATA.
           RELEASE HSTS-RECORD.
           ADD 1 TO WS-WEEKLY-PULLED.
       2310-MATCH-WEEKLY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2500-STAGE-SNAPSHOTS                                     *
      *     RETURNS THE SNAPSHOTS IN REQUESTER / REQUEST / DATE   *
      *     ORDER AND COPIES THEM TO HSTWORK, TALLYING FOR EACH   *
      *     REQUEST WHAT ITS STATEMENT WILL SHOW, SO THE ACCESS   *
      *     RECORD CAN BE WRITTEN BEFORE THE STATEMENT PRINTS.    *
      *-----------------------------------------------------------*
       2500-STAGE-SNAPSHOTS.
           MOVE 'N'  TO WS-EOF-SW.
           MOVE ZERO TO WS-CUR-IDX.
           IF WS-LOAD-ERROR
               GO TO 2500-STAGE-SNAPSHOTS-EXIT
           END-IF.

           OPEN OUTPUT HSTWORK-FILE.
           IF WS-HSTWORK-STATUS NOT = '00'
               DISPLAY 'ACBLHST1 - OPEN FAILED - HSTWORK '
                       WS-HSTWORK-STATUS
               MOVE 'Y' TO WS-LOAD-ERROR-SW
               GO TO 2500-STAGE-SNAPSHOTS-EXIT
           END-IF.

           PERFORM 2510-STAGE-ONE-SNAPSHOT
               THRU 2510-STAGE-ONE-SNAPSHOT-EXIT
               UNTIL WS-EOF.
           IF WS-CUR-IDX > ZERO
               PERFORM 2520-SAVE-REQUEST-TALLY
                   THRU 2520-SAVE-REQUEST-TALLY-EXIT
           END-IF.
           CLOSE HSTWORK-FILE.
       2500-STAGE-SNAPSHOTS-EXIT.
           EXIT.

       2510-STAGE-ONE-SNAPSHOT.
           RETURN HST-SORT-FILE INTO WS-SNAP-RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2510-STAGE-ONE-SNAPSHOT-EXIT
           END-RETURN.

           WRITE HSTK-RECORD FROM WS-SNAP-RECORD.
           IF WS-HSTWORK-STATUS NOT = '00'
               DISPLAY 'ACBLHST1 - WRITE FAILED - HSTWORK '
                       WS-HSTWORK-STATUS
               MOVE 'Y' TO WS-LOAD-ERROR-SW
               SET WS-EOF TO TRUE
               GO TO 2510-STAGE-ONE-SNAPSHOT-EXIT
           END-IF.

           IF WS-SNAP-REQ-IDX NOT = WS-CUR-IDX
               IF WS-CUR-IDX > ZERO
                   PERFORM 2520-SAVE-REQUEST-TALLY
                       THRU 2520-SAVE-REQUEST-TALLY-EXIT
               END-IF
               MOVE WS-SNAP-REQ-IDX TO WS-CUR-IDX
               PERFORM 3150-RESET-STATEMENT
                   THRU 3150-RESET-STATEMENT-EXIT
           END-IF.

           PERFORM 3160-SELECT-SNAPSHOT
               THRU 3160-SELECT-SNAPSHOT-EXIT.
       2510-STAGE-ONE-SNAPSHOT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2520-SAVE-REQUEST-TALLY                                  *
      *     WHAT THE REQUEST'S ACCESS RECORD WILL CARRY - THE     *
      *     SNAPSHOTS SHOWN, THE BRANCH OF THE LAST ONE, AND THE  *
      *     EMPLOYEE SWITCH OF THE LAST DAILY.  WITH NO DAILY     *
      *     SNAPSHOT SHOWN THE SWITCH COMES FROM ACCTIDX.         *
      *-----------------------------------------------------------*
       2520-SAVE-REQUEST-TALLY.
           IF WS-LAST-DAILY-DATE = ZERO
               PERFORM 3750-GET-EMPLOYEE-SW
                   THRU 3750-GET-EMPLOYEE-SW-EXIT
           END-IF.
           MOVE WS-CUR-SNAPSHOTS TO WS-REQ-SNAPS(WS-CUR-IDX).
           MOVE WS-LAST-BRH      TO WS-REQ-LOG-BRH(WS-CUR-IDX).
           MOVE WS-LAST-EMP-SW   TO WS-REQ-LOG-EMP-SW(WS-CUR-IDX).
       2520-SAVE-REQUEST-TALLY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3000-PRINT-STATEMENTS                                    *
      *     READS THE SNAPSHOTS BACK FROM HSTWORK.  EACH REQUEST  *
      *     IS LOGGED, THEN STARTS A STATEMENT ON A NEW PAGE;     *
      *     EACH SNAPSHOT IS ONE BLOCK OF IT.  ONCE AN ACCESS     *
      *     RECORD CANNOT BE WRITTEN NOTHING MORE IS PRINTED.     *
      *-----------------------------------------------------------*
       3000-PRINT-STATEMENTS.
           MOVE 'N'  TO WS-EOF-SW.
           MOVE ZERO TO WS-CUR-IDX.
           IF WS-LOAD-ERROR
               GO TO 3000-PRINT-STATEMENTS-EXIT
           END-IF.

           OPEN INPUT HSTWORK-FILE.
           IF WS-HSTWORK-STATUS NOT = '00'
               DISPLAY 'ACBLHST1 - OPEN FAILED - HSTWORK '
                       WS-HSTWORK-STATUS
               MOVE 'Y' TO WS-LOAD-ERROR-SW
               GO TO 3000-PRINT-STATEMENTS-EXIT
           END-IF.

           PERFORM 3100-READ-ONE-SNAPSHOT
               THRU 3100-READ-ONE-SNAPSHOT-EXIT
               UNTIL WS-EOF.
           CLOSE HSTWORK-FILE.
       3000-PRINT-STATEMENTS-EXIT.
           EXIT.

       3100-READ-ONE-SNAPSHOT.
           READ HSTWORK-FILE INTO WS-SNAP-RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3100-READ-ONE-SNAPSHOT-EXIT
           END-READ.

           IF WS-SNAP-REQ-IDX NOT = WS-CUR-IDX
               MOVE WS-SNAP-REQ-IDX TO WS-CUR-IDX
               PERFORM 3200-START-STATEMENT
                   THRU 3200-START-STATEMENT-EXIT
           END-IF.
           IF WS-LOG-FAILED
               SET WS-EOF TO TRUE
               GO TO 3100-READ-ONE-SNAPSHOT-EXIT
           END-IF.

           PERFORM 3160-SELECT-SNAPSHOT
               THRU 3160-SELECT-SNAPSHOT-EXIT.
           IF NOT WS-SNAP-SHOWN
               GO TO 3100-READ-ONE-SNAPSHOT-EXIT
           END-IF.
           IF WS-SNAP-DAILY
               PERFORM 3300-PRINT-DAILY
                   THRU 3300-PRINT-DAILY-EXIT
           ELSE
               PERFORM 3500-PRINT-WEEKLY
                   THRU 3500-PRINT-WEEKLY-EXIT
           END-IF.
       3100-READ-ONE-SNAPSHOT-EXIT.
           EXIT.

       3150-RESET-STATEMENT.
           MOVE ZERO   TO WS-CUR-SNAPSHOTS.
           MOVE ZERO   TO WS-LAST-DAILY-DATE.
           MOVE ZERO   TO WS-LAST-DAILY-DAY-NUM.
           MOVE ZERO   TO WS-LAST-WEEK-DATE.
           MOVE SPACES TO WS-LAST-BRH.
           MOVE SPACE  TO WS-LAST-EMP-SW.
       3150-RESET-STATEMENT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3160-SELECT-SNAPSHOT                                     *
      *     DECIDES WHETHER THE STATEMENT SHOWS THIS SNAPSHOT.    *
      *     A SECOND COPY OF THE SAME DATE (THE SAME DAY STILL    *
      *     ON ARCHKEEP AND ON ITS OWN GENERATION) IS DROPPED; A  *
      *     WEEKLY IS DROPPED WHEN THE REQUEST ALREADY HAS A      *
      *     DAILY SNAPSHOT FROM THE SAME WEEK, OR THE SAME WEEK   *
      *     TWICE.  BOTH PASSES SELECT THROUGH HERE SO THE TALLY  *
      *     LOGGED MATCHES THE STATEMENT PRINTED.                 *
      *-----------------------------------------------------------*
       3160-SELECT-SNAPSHOT.
           MOVE 'N' TO WS-SNAP-SHOWN-SW.
           IF WS-SNAP-WEEKLY
               GO TO 3160-SELECT-WEEKLY
           END-IF.

           IF WS-SNAP-DATE = WS-LAST-DAILY-DATE
               GO TO 3160-SELECT-SNAPSHOT-EXIT
           END-IF.
           MOVE WS-SNAP-DATA TO PRV-BALANCE-RCD.
           MOVE WS-SNAP-DATE TO WS-LAST-DAILY-DATE.
           MOVE WS-SNAP-DATE TO WS-CALC-DATE-R.
           PERFORM 5000-DATE-TO-DAY-NUM
               THRU 5000-DATE-TO-DAY-NUM-EXIT.
           MOVE WS-DAY-NUM TO WS-LAST-DAILY-DAY-NUM.
           MOVE PRV-SUPER-BRH        TO WS-LAST-BRH.
           MOVE PRV-EMPLOYEE-ACCT-SW TO WS-LAST-EMP-SW.
           MOVE 'Y' TO WS-SNAP-SHOWN-SW.
           ADD 1 TO WS-CUR-SNAPSHOTS.
           GO TO 3160-SELECT-SNAPSHOT-EXIT.

       3160-SELECT-WEEKLY.
           IF WS-SNAP-DATE = WS-LAST-WEEK-DATE
               GO TO 3160-SELECT-SNAPSHOT-EXIT
           END-IF.
           MOVE WS-SNAP-DATE TO WS-CALC-DATE-R.
           PERFORM 5000-DATE-TO-DAY-NUM
               THRU 5000-DATE-TO-DAY-NUM-EXIT.
           IF WS-LAST-DAILY-DATE > ZERO
           AND WS-DAY-NUM - WS-LAST-DAILY-DAY-NUM < 7
               GO TO 3160-SELECT-SNAPSHOT-EXIT
           END-IF.
           MOVE WS-SNAP-DATA(1:110) TO HSTW-RECORD.
           MOVE WS-SNAP-DATE        TO WS-LAST-WEEK-DATE.
           MOVE HSTW-SUPER-BRH      TO WS-LAST-BRH.
           MOVE 'Y' TO WS-SNAP-SHOWN-SW.
           ADD 1 TO WS-CUR-SNAPSHOTS.
       3160-SELECT-SNAPSHOT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3200-START-STATEMENT                                     *
      *     THE ACCESS RECORD IS WRITTEN FIRST - A STATEMENT THAT *
      *     CANNOT BE LOGGED IS NOT PRINTED.                      *
      *-----------------------------------------------------------*
       3200-START-STATEMENT.
           PERFORM 3150-RESET-STATEMENT
               THRU 3150-RESET-STATEMENT-EXIT.
           PERFORM 3700-LOG-STATEMENT
               THRU 3700-LOG-STATEMENT-EXIT.
           IF WS-LOG-FAILED
               GO TO 3200-START-STATEMENT-EXIT
           END-IF.
           ADD 1 TO WS-STATEMENTS.

           PERFORM 4900-NEW-PAGE
               THRU 4900-NEW-PAGE-EXIT.
           PERFORM 3250-WRITE-REQUEST-BLOCK
               THRU 3250-WRITE-REQUEST-BLOCK-EXIT.
       3200-START-STATEMENT-EXIT.
           EXIT.

       3250-WRITE-REQUEST-BLOCK.
           MOVE WS-REQ-ACCOUNT(WS-CUR-IDX) TO WS-A-ACCOUNT.
           MOVE WS-ACCT-LINE TO HSTRPT-LINE.
           PERFORM 4010-WRITE-LINE
               THRU 4010-WRITE-LINE-EXIT.
           MOVE WS-REQ-FROM(WS-CUR-IDX) TO WS-A-FROM.
           IF WS-REQ-TO(WS-CUR-IDX) = WS-REQ-FROM(WS-CUR-IDX)
               MOVE SPACES TO WS-A-THROUGH
               MOVE SPACES TO WS-A-TO
           ELSE
               MOVE ' THROUGH '             TO WS-A-THROUGH
               MOVE WS-REQ-TO(WS-CUR-IDX)   TO WS-EDIT-DATE
               MOVE WS-EDIT-DATE            TO WS-A-TO
           END-IF.
           MOVE WS-DATES-LINE TO HSTRPT-LINE.
           PERFORM 4010-WRITE-LINE
               THRU 4010-WRITE-LINE-EXIT.
           MOVE WS-REQ-REFERENCE(WS-CUR-IDX) TO WS-A-REFERENCE.
           MOVE WS-REF-LINE TO HSTRPT-LINE.
           PERFORM 4010-WRITE-LINE
               THRU 4010-WRITE-LINE-EXIT.
       3250-WRITE-REQUEST-BLOCK-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3300-PRINT-DAILY                                         *
      *     THE FULL BALANCE PICTURE FROM A DAILY SNAPSHOT.       *
      *-----------------------------------------------------------*
       3300-PRINT-DAILY.
           ADD 1 TO WS-DAILY-PRINTED.

           IF WS-LINE-COUNT > 22
               PERFORM 4900-NEW-PAGE
                   THRU 4900-NEW-PAGE-EXIT
               PERFORM 3250-WRITE-REQUEST-BLOCK
                   THRU 3250-WRITE-REQUEST-BLOCK-EXIT
           END-IF.

           MOVE SPACES TO HSTRPT-LINE.
           PERFORM 4010-WRITE-LINE
               THRU 4010-WRITE-LINE-EXIT.
           MOVE WS-SNAP-DATE TO WS-DH-DATE.
           MOVE WS-DAILY-HEAD-LINE TO HSTRPT-LINE.
           PERFORM 4010-WRITE-LINE
               THRU 4010-WRITE-LINE-EXIT.
           MOVE PRV-SUPER-BRH TO WS-B-BRH.
           MOVE WS-BRH-LINE TO HSTRPT-LINE.
           PERFORM 4010-WRITE-LINE
               THRU 4010-WRITE-LINE-EXIT.
           MOVE PRV-ASOF-DATE TO WS-AS-DATE.
           MOVE PRV-ASOF-TIME TO WS-AS-TIME.
           MOVE WS-ASOF-LINE TO HSTRPT-LINE.
           PERFORM 4010-WRITE-LINE
               THRU 4010-WRITE-LINE-EXIT.

           MOVE 'NET WORTH             :' TO WS-L-LABEL.
           MOVE PRV-NETWORTH-SGN           TO WS-FMT-SGN.
           MOVE PRV-NETWORTH               TO WS-FMT-AMT.
           PERFORM 5200-PRINT-AMOUNT
               THRU 5200-PRINT-AMOUNT-EXIT.

           MOVE 'NET WORTH MKT VALUE   :' TO WS-L-LABEL.
           MOVE PRV-NETWORTH-MKTVAL-SGN    TO WS-FMT-SGN.
           MOVE PRV-NETWORTH-MKTVAL        TO WS-FMT-AMT.
           PERFORM 5200-PRINT-AMOUNT
               THRU 5200-PRINT-AMOUNT-EXIT.

           MOVE 'MARGIN EQUITY         :' TO WS-L-LABEL.
           MOVE PRV-MGN-EQUITY-SGN         TO WS-FMT-SGN.
           MOVE PRV-MGN-EQUITY             TO WS-FMT-AMT.
           PERFORM 5200-PRINT-AMOUNT
               THRU 5200-PRINT-AMOUNT-EXIT.

           MOVE PRV-MGN-EQUITY-PERCENT TO WS-P-PCT.
           MOVE WS-PCT-LINE TO HSTRPT-LINE.
           PERFORM 4010-WRITE-LINE
               THRU 4010-WRITE-LINE-EXIT.

           MOVE 'BUY POWER MARGIN      :' TO WS-L-LABEL.
           MOVE PRV-BUY-POWR-MGN-SGN       TO WS-FMT-SGN.
           MOVE PRV-BUY-POWR-MGN-A         TO WS-FMT-AMT.
           PERFORM 5200-PRINT-AMOUNT
               THRU 5200-PRINT-AMOUNT-EXIT.

           MOVE 'BUY POWER CASH        :' TO WS-L-LABEL.
           MOVE PRV-BUY-POWR-CSH-SGN       TO WS-FMT-SGN.
           MOVE PRV-BUY-POWR-CSH-A         TO WS-FMT-AMT.
           PERFORM 5200-PRINT-AMOUNT
               THRU 5200-PRINT-AMOUNT-EXIT.

           MOVE 'FEDCALL SMA           :' TO WS-L-LABEL.
           MOVE PRV-FEDCALL-SMA-SGN        TO WS-FMT-SGN.
           MOVE PRV-FEDCALL-SMA            TO WS-FMT-AMT.
           PERFORM 5200-PRINT-AMOUNT
               THRU 5200-PRINT-AMOUNT-EXIT.

           MOVE 'HOUSECALL SURPLUS     :' TO WS-L-LABEL.
           MOVE PRV-HOUSECALL-SURP-SGN     TO WS-FMT-SGN.
           MOVE PRV-HOUSECALL-SURP         TO WS-FMT-AMT.
           PERFORM 5200-PRINT-AMOUNT
               THRU 5200-PRINT-AMOUNT-EXIT.

           MOVE 'NYSECALL SURPLUS      :' TO WS-L-LABEL.
           MOVE PRV-NYSECALL-SURP-SGN      TO WS-FMT-SGN.
           MOVE PRV-NYSECALL-SURP          TO WS-FMT-AMT.
           PERFORM 5200-PRINT-AMOUNT
               THRU 5200-PRINT-AMOUNT-EXIT.

           MOVE 'MIN EQUITY CALL       :' TO WS-L-LABEL.
           MOVE PRV-MIN-EQUITY-CALL-SGN    TO WS-FMT-SGN.
           MOVE PRV-MIN-EQUITY-CALL        TO WS-FMT-AMT.
           PERFORM 5200-PRINT-AMOUNT
               THRU 5200-PRINT-AMOUNT-EXIT.

           MOVE 'POSSIBLE LIQUIDATION  :' TO WS-S-LABEL.
           MOVE PRV-POSSIBLE-LIQ-SW        TO WS-S-VALUE.
           MOVE WS-SWITCH-LINE TO HSTRPT-LINE.
           PERFORM 4010-WRITE-LINE
               THRU 4010-WRITE-LINE-EXIT.
           MOVE 'DAY TRADES            :' TO WS-S-LABEL.
           MOVE PRV-DAY-TRADES-SW          TO WS-S-VALUE.
           MOVE WS-SWITCH-LINE TO HSTRPT-LINE.
           PERFORM 4010-WRITE-LINE
               THRU 4010-WRITE-LINE-EXIT.

           PERFORM 3400-PRINT-TYPE-TABLE
               THRU 3400-PRINT-TYPE-TABLE-EXIT.
       3300-PRINT-DAILY-EXIT.
           EXIT.

       3400-PRINT-TYPE-TABLE.
           MOVE PRV-ACCOUNT-TYPE-INFO-1  TO WS-TYPE-ENTRY(1).
           MOVE PRV-ACCOUNT-TYPE-INFO-2  TO WS-TYPE-ENTRY(2).
           MOVE PRV-ACCOUNT-TYPE-INFO-3  TO WS-TYPE-ENTRY(3).
           MOVE PRV-ACCOUNT-TYPE-INFO-4  TO WS-TYPE-ENTRY(4).
           MOVE PRV-ACCOUNT-TYPE-INFO-5  TO WS-TYPE-ENTRY(5).
           MOVE PRV-ACCOUNT-TYPE-INFO-6  TO WS-TYPE-ENTRY(6).
           MOVE PRV-ACCOUNT-TYPE-INFO-7  TO WS-TYPE-ENTRY(7).
           MOVE PRV-ACCOUNT-TYPE-INFO-8  TO WS-TYPE-ENTRY(8).
           MOVE PRV-ACCOUNT-TYPE-INFO-9  TO WS-TYPE-ENTRY(9).
           MOVE PRV-ACCOUNT-TYPE-INFO-10 TO WS-TYPE-ENTRY(10).

           MOVE SPACES TO HSTRPT-LINE.
           PERFORM 4010-WRITE-LINE
               THRU 4010-WRITE-LINE-EXIT.
           PERFORM 3410-PRINT-ONE-TYPE
               THRU 3410-PRINT-ONE-TYPE-EXIT
               VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > 10.
       3400-PRINT-TYPE-TABLE-EXIT.
           EXIT.

       3410-PRINT-ONE-TYPE.
           MOVE WS-TYP-CODE(WS-TYPE-IDX) TO WS-T-CODE.

           MOVE WS-TYP-MKTVAL-SGN(WS-TYPE-IDX) TO WS-FMT-SGN.
           MOVE WS-TYP-MKTVAL(WS-TYPE-IDX)     TO WS-FMT-AMT.
           PERFORM 5300-SIGN-AMOUNT
               THRU 5300-SIGN-AMOUNT-EXIT.
           MOVE WS-AMT-SIGNED TO WS-T-MKTVAL.

           MOVE WS-TYP-TD-SGN(WS-TYPE-IDX)     TO WS-FMT-SGN.
           MOVE WS-TYP-TD-BALANCE(WS-TYPE-IDX) TO WS-FMT-AMT.
           PERFORM 5300-SIGN-AMOUNT
               THRU 5300-SIGN-AMOUNT-EXIT.
           MOVE WS-AMT-SIGNED TO WS-T-TD.

           MOVE WS-TYP-SD-SGN(WS-TYPE-IDX)     TO WS-FMT-SGN.
           MOVE WS-TYP-SD-BALANCE(WS-TYPE-IDX) TO WS-FMT-AMT.
           PERFORM 5300-SIGN-AMOUNT
               THRU 5300-SIGN-AMOUNT-EXIT.
           MOVE WS-AMT-SIGNED TO WS-T-SD.

           MOVE WS-TYPE-DETAIL-LINE TO HSTRPT-LINE.
           PERFORM 4010-WRITE-LINE
               THRU 4010-WRITE-LINE-EXIT.
       3410-PRINT-ONE-TYPE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3500-PRINT-WEEKLY                                        *
      *     THE WEEK-ENDING POSITION FROM A CONDENSED RECORD.     *
      *-----------------------------------------------------------*
       3500-PRINT-WEEKLY.
           ADD 1 TO WS-WEEKLY-PRINTED.

           IF WS-LINE-COUNT > 40
               PERFORM 4900-NEW-PAGE
                   THRU 4900-NEW-PAGE-EXIT
               PERFORM 3250-WRITE-REQUEST-BLOCK
                   THRU 3250-WRITE-REQUEST-BLOCK-EXIT
           END-IF.

           MOVE SPACES TO HSTRPT-LINE.
           PERFORM 4010-WRITE-LINE
               THRU 4010-WRITE-LINE-EXIT.
           MOVE HSTW-WEEK-END-DATE  TO WS-WH-DATE.
           MOVE HSTW-DAYS-IN-WEEK   TO WS-WH-DAYS.
           MOVE WS-WEEKLY-HEAD-LINE TO HSTRPT-LINE.
           PERFORM 4010-WRITE-LINE
               THRU 4010-WRITE-LINE-EXIT.
           MOVE HSTW-SUPER-BRH TO WS-B-BRH.
           MOVE WS-BRH-LINE TO HSTRPT-LINE.
           PERFORM 4010-WRITE-LINE
               THRU 4010-WRITE-LINE-EXIT.

           MOVE 'NET WORTH             :' TO WS-L-LABEL.
           MOVE HSTW-NETWORTH-SGN          TO WS-FMT-SGN.
           MOVE HSTW-NETWORTH              TO WS-FMT-AMT.
           PERFORM 5200-PRINT-AMOUNT
               THRU 5200-PRINT-AMOUNT-EXIT.

           MOVE HSTW-MGN-EQUITY-PCT TO WS-P-PCT.
           MOVE WS-PCT-LINE TO HSTRPT-LINE.
           PERFORM 4010-WRITE-LINE
               THRU 4010-WRITE-LINE-EXIT.

           MOVE 'FEDCALL SMA           :' TO WS-L-LABEL.
           MOVE HSTW-FEDCALL-SMA-SGN       TO WS-FMT-SGN.
           MOVE HSTW-FEDCALL-SMA           TO WS-FMT-AMT.
           PERFORM 5200-PRINT-AMOUNT
               THRU 5200-PRINT-AMOUNT-EXIT.

           MOVE 'HOUSECALL SURPLUS     :' TO WS-L-LABEL.
           MOVE HSTW-HOUSECALL-SURP-SGN    TO WS-FMT-SGN.
           MOVE HSTW-HOUSECALL-SURP        TO WS-FMT-AMT.
           PERFORM 5200-PRINT-AMOUNT
               THRU 5200-PRINT-AMOUNT-EXIT.

           MOVE 'NYSECALL SURPLUS      :' TO WS-L-LABEL.
           MOVE HSTW-NYSECALL-SURP-SGN     TO WS-FMT-SGN.
           MOVE HSTW-NYSECALL-SURP         TO WS-FMT-AMT.
           PERFORM 5200-PRINT-AMOUNT
               THRU 5200-PRINT-AMOUNT-EXIT.

           MOVE 'POSSIBLE LIQUIDATION  :' TO WS-S-LABEL.
           MOVE SPACES TO WS-S-VALUE.
           STRING HSTW-POSSIBLE-LIQ-SW    DELIMITED BY SIZE
                  '  (ON ANY DAY OF THE WEEK)' DELIMITED BY SIZE
               INTO WS-S-VALUE.
           MOVE WS-SWITCH-LINE TO HSTRPT-LINE.
           PERFORM 4010-WRITE-LINE
               THRU 4010-WRITE-LINE-EXIT.
           MOVE 'DAY TRADES            :' TO WS-S-LABEL.
           MOVE SPACES TO WS-S-VALUE.
           STRING HSTW-DAY-TRADES-SW      DELIMITED BY SIZE
                  '  (ON ANY DAY OF THE WEEK)' DELIMITED BY SIZE
               INTO WS-S-VALUE.
           MOVE WS-SWITCH-LINE TO HSTRPT-LINE.
           PERFORM 4010-WRITE-LINE
               THRU 4010-WRITE-LINE-EXIT.

           MOVE WS-WEEKLY-NOTE-LINE TO HSTRPT-LINE.
           PERFORM 4010-WRITE-LINE
               THRU 4010-WRITE-LINE-EXIT.
           MOVE WS-WEEKLY-NOTE-LINE-2 TO HSTRPT-LINE.
           PERFORM 4010-WRITE-LINE
               THRU 4010-WRITE-LINE-EXIT.
       3500-PRINT-WEEKLY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3700-LOG-STATEMENT                                       *
      *     LOGS THE STATEMENT AGAINST ITS REQUESTER - ONE        *
      *     ACCESS RECORD PER REQUEST, SCREENS BEING THE NUMBER   *
      *     OF SNAPSHOTS SHOWN, FROM THE 2520 TALLY.              *
      *-----------------------------------------------------------*
       3700-LOG-STATEMENT.
           IF WS-REQ-SNAPS(WS-CUR-IDX) = ZERO
               GO TO 3700-LOG-STATEMENT-EXIT
           END-IF.

           MOVE SPACES                     TO ACCL-RECORD.
           MOVE WS-REQ-REQUESTER(WS-CUR-IDX) TO ACCL-USER-ID.
           MOVE WS-REQ-ACCOUNT(WS-CUR-IDX) TO ACCL-ACCOUNT-NUMBER.
           ACCEPT ACCL-ACCESS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-LOG-TIME-RAW FROM TIME.
           MOVE WS-LOG-HHMMSS              TO ACCL-ACCESS-TIME.
           MOVE 'ACBLHST1'                 TO ACCL-PROGRAM-ID.
           MOVE 'S'                        TO ACCL-ACCESS-TYPE.
           IF WS-REQ-SNAPS(WS-CUR-IDX) > 999
               MOVE 999                    TO ACCL-SCREENS
           ELSE
               MOVE WS-REQ-SNAPS(WS-CUR-IDX) TO ACCL-SCREENS
           END-IF.
           MOVE 'Y'                        TO ACCL-FOUND-SW.
           MOVE WS-REQ-LOG-BRH(WS-CUR-IDX) TO ACCL-SUPER-BRH.
           MOVE WS-REQ-LOG-EMP-SW(WS-CUR-IDX)
                                           TO ACCL-EMPLOYEE-ACCT-SW.
           WRITE ACCL-RECORD.
           IF WS-ACCLOG-STATUS NOT = '00'
               DISPLAY 'ACBLHST1 - WRITE FAILED - ACCLOG '
                       WS-ACCLOG-STATUS ' '
                       WS-REQ-ACCOUNT(WS-CUR-IDX)
                       ', REMAINING STATEMENTS NOT PRINTED'
               MOVE 'Y' TO WS-LOG-FAILED-SW
               MOVE 8 TO RETURN-CODE
               GO TO 3700-LOG-STATEMENT-EXIT
           END-IF.
           ADD 1 TO WS-LOGGED.
       3700-LOG-STATEMENT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3750-GET-EMPLOYEE-SW                                     *
      *     THE ACCOUNT'S CURRENT EMPLOYEE SWITCH FROM ACCTIDX.   *
      *     AN ACCOUNT NOT ON FILE (CLOSED SINCE THE WEEK ON THE  *
      *     STATEMENT) IS LOGGED 'U' FOR THE ACCESS REVIEW.       *
      *-----------------------------------------------------------*
       3750-GET-EMPLOYEE-SW.
           MOVE 'U' TO WS-LAST-EMP-SW.
           IF NOT WS-ACCTIDX-OPEN
               GO TO 3750-GET-EMPLOYEE-SW-EXIT
           END-IF.

           MOVE WS-REQ-ACCOUNT(WS-CUR-IDX) TO TX22N-ACCOUNT-NUMBER.
           READ ACCTIDX-FILE
               INVALID KEY
                   GO TO 3750-GET-EMPLOYEE-SW-EXIT
           END-READ.
           IF WS-ACCTIDX-STATUS = '00'
           AND TX22N-EMPLOYEE-ACCT-SW NOT = SPACE
               MOVE TX22N-EMPLOYEE-ACCT-SW TO WS-LAST-EMP-SW
           END-IF.
       3750-GET-EMPLOYEE-SW-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3800-WRITE-NO-SNAPSHOT                                   *
      *     EVERY ACCEPTED REQUEST WITH NO SNAPSHOT TO SHOW, THEN *
      *     THE REQUESTS REJECTED ON EDIT, THEN THE RUN TOTALS.   *
      *-----------------------------------------------------------*
       3800-WRITE-NO-SNAPSHOT.
           MOVE SPACES TO WS-LAST-BRH.
           MOVE ZERO   TO WS-CUR-IDX.
           PERFORM 4900-NEW-PAGE
               THRU 4900-NEW-PAGE-EXIT.
           MOVE WS-NONE-HEAD-LINE TO HSTRPT-LINE.
           PERFORM 4010-WRITE-LINE
               THRU 4010-WRITE-LINE-EXIT.
           MOVE SPACES TO HSTRPT-LINE.
           PERFORM 4010-WRITE-LINE
               THRU 4010-WRITE-LINE-EXIT.
           MOVE WS-NONE-HEADING TO HSTRPT-LINE.
           PERFORM 4010-WRITE-LINE
               THRU 4010-WRITE-LINE-EXIT.
           MOVE SPACES TO HSTRPT-LINE.
           PERFORM 4010-WRITE-LINE
               THRU 4010-WRITE-LINE-EXIT.

           PERFORM 3810-CHECK-ONE-REQUEST
               THRU 3810-CHECK-ONE-REQUEST-EXIT
               VARYING WS-REQ-IDX FROM 1 BY 1
               UNTIL WS-REQ-IDX > WS-REQ-COUNT.
           PERFORM 3820-WRITE-ONE-REJECT
               THRU 3820-WRITE-ONE-REJECT-EXIT
               VARYING WS-REJ-IDX FROM 1 BY 1
               UNTIL WS-REJ-IDX > WS-REJ-COUNT.
           IF WS-NO-SNAPSHOT = ZERO
           AND WS-REJ-COUNT = ZERO
               MOVE WS-NONE-EMPTY-LINE TO HSTRPT-LINE
               PERFORM 4010-WRITE-LINE
                   THRU 4010-WRITE-LINE-EXIT
           END-IF.

           MOVE SPACES TO HSTRPT-LINE.
           WRITE HSTRPT-LINE AFTER ADVANCING 2 LINES.
           MOVE WS-REQ-READS TO WS-T-REQUESTS.
           WRITE HSTRPT-LINE FROM WS-TOTAL-LINE-1
               AFTER ADVANCING 1 LINE.
           MOVE WS-REQ-REJECTED TO WS-T-REJECTED.
           WRITE HSTRPT-LINE FROM WS-TOTAL-LINE-2
               AFTER ADVANCING 1 LINE.
           MOVE WS-STATEMENTS TO WS-T-STATEMENTS.
           WRITE HSTRPT-LINE FROM WS-TOTAL-LINE-3
               AFTER ADVANCING 1 LINE.
           MOVE WS-DAILY-PRINTED TO WS-T-DAILY.
           WRITE HSTRPT-LINE FROM WS-TOTAL-LINE-4
               AFTER ADVANCING 1 LINE.
           MOVE WS-WEEKLY-PRINTED TO WS-T-WEEKLY.
           WRITE HSTRPT-LINE FROM WS-TOTAL-LINE-5
               AFTER ADVANCING 1 LINE.
           MOVE WS-NO-SNAPSHOT TO WS-T-NO-SNAP.
           WRITE HSTRPT-LINE FROM WS-TOTAL-LINE-6
               AFTER ADVANCING 1 LINE.
           MOVE WS-LOGGED TO WS-T-LOGGED.
           WRITE HSTRPT-LINE FROM WS-TOTAL-LINE-7
               AFTER ADVANCING 1 LINE.
       3800-WRITE-NO-SNAPSHOT-EXIT.
           EXIT.

       3810-CHECK-ONE-REQUEST.
           IF WS-REQ-SNAPS(WS-REQ-IDX) > ZERO
               GO TO 3810-CHECK-ONE-REQUEST-EXIT
           END-IF.
           ADD 1 TO WS-NO-SNAPSHOT.
           MOVE 'Y' TO WS-WARNING-SW.
           MOVE SPACES                       TO WS-NONE-LINE.
           MOVE WS-REQ-REQUESTER(WS-REQ-IDX) TO WS-N-REQUESTER.
           MOVE WS-REQ-ACCOUNT(WS-REQ-IDX)   TO WS-N-ACCOUNT.
           MOVE WS-REQ-FROM(WS-REQ-IDX)      TO WS-EDIT-DATE.
           MOVE WS-EDIT-DATE                 TO WS-N-FROM.
           MOVE WS-REQ-TO(WS-REQ-IDX)        TO WS-EDIT-DATE.
           MOVE WS-EDIT-DATE                 TO WS-N-TO.
           MOVE WS-REQ-REFERENCE(WS-REQ-IDX) TO WS-N-REFERENCE.
           MOVE 'NO SNAPSHOT ON FILE'        TO WS-N-REASON.
           MOVE WS-NONE-LINE TO HSTRPT-LINE.
           PERFORM 4010-WRITE-LINE
               THRU 4010-WRITE-LINE-EXIT.
       3810-CHECK-ONE-REQUEST-EXIT.
           EXIT.

       3820-WRITE-ONE-REJECT.
           MOVE SPACES                       TO WS-NONE-LINE.
           MOVE WS-REJ-REQUESTER(WS-REJ-IDX) TO WS-N-REQUESTER.
           MOVE WS-REJ-ACCOUNT(WS-REJ-IDX)   TO WS-N-ACCOUNT.
           MOVE WS-REJ-FROM(WS-REJ-IDX)      TO WS-N-FROM.
           MOVE WS-REJ-TO(WS-REJ-IDX)        TO WS-N-TO.
           MOVE 'REJECTED - '                TO WS-N-REASON.
           MOVE WS-REJ-REASON(WS-REJ-IDX)    TO WS-N-REASON(12:19).
           MOVE WS-NONE-LINE TO HSTRPT-LINE.
           PERFORM 4010-WRITE-LINE
               THRU 4010-WRITE-LINE-EXIT.
       3820-WRITE-ONE-REJECT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4010-WRITE-LINE                                          *
      *     PRINTS HSTRPT-LINE, STARTING A NEW PAGE AT 55 LINES.  *
      *-----------------------------------------------------------*
       4010-WRITE-LINE.
           IF WS-LINE-COUNT >= 55
               MOVE HSTRPT-LINE TO WS-HOLD-LINE
               PERFORM 4900-NEW-PAGE
                   THRU 4900-NEW-PAGE-EXIT
               MOVE WS-HOLD-LINE TO HSTRPT-LINE
           END-IF.
           WRITE HSTRPT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
       4010-WRITE-LINE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4900-NEW-PAGE                                            *
      *-----------------------------------------------------------*
       4900-NEW-PAGE.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO WS-TL-PAGE.
           MOVE WS-TODAY      TO WS-TL-DATE.
           IF WS-CUR-IDX > ZERO
               MOVE WS-REQ-REQUESTER(WS-CUR-IDX) TO WS-TL-REQUESTER
           ELSE
               MOVE SPACES TO WS-TL-REQUESTER
           END-IF.
           IF WS-PAGE-COUNT > 1
               WRITE HSTRPT-LINE FROM WS-PAGE-TITLE
                   AFTER ADVANCING PAGE
           ELSE
               WRITE HSTRPT-LINE FROM WS-PAGE-TITLE
           END-IF.
           MOVE SPACES TO HSTRPT-LINE.
           WRITE HSTRPT-LINE AFTER ADVANCING 1 LINE.
           MOVE 2 TO WS-LINE-COUNT.
       4900-NEW-PAGE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5000-DATE-TO-DAY-NUM                                     *
      *     CIVIL DATE IN WS-CALC-DATE TO A CONSECUTIVE DAY        *
      *     NUMBER IN WS-DAY-NUM (STANDARD JULIAN-DAY FORMULA).   *
      *-----------------------------------------------------------*
      *    EACH DIVISION IS STORED INTO AN INTEGER FIELD OF ITS
      *    OWN SO THE FORMULA'S TRUNCATING DIVISIONS ARE NOT
      *    CARRIED AS DECIMAL INTERMEDIATES INSIDE ONE COMPUTE.
       5000-DATE-TO-DAY-NUM.
           COMPUTE WS-CALC-A = (14 - WS-CD-MONTH) / 12.
           COMPUTE WS-CALC-Y = WS-CD-YEAR + 4800 - WS-CALC-A.
           COMPUTE WS-CALC-M = WS-CD-MONTH + 12 * WS-CALC-A - 3.
           COMPUTE WS-CALC-T1 = (153 * WS-CALC-M + 2) / 5.
           COMPUTE WS-CALC-T2 = WS-CALC-Y / 4.
           COMPUTE WS-CALC-T3 = WS-CALC-Y / 100.
           COMPUTE WS-CALC-T4 = WS-CALC-Y / 400.
           COMPUTE WS-DAY-NUM = WS-CD-DAY
                              + WS-CALC-T1
                              + 365 * WS-CALC-Y
                              + WS-CALC-T2
                              - WS-CALC-T3
                              + WS-CALC-T4
                              - 32045.
       5000-DATE-TO-DAY-NUM-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5100-FIND-ACCOUNT                                        *
      *     BINARY SEARCH OF THE REQUEST TABLE.  WS-LOW-IDX COMES *
      *     BACK AS THE FIRST ENTRY NOT BELOW WS-LOOK-ACCOUNT -   *
      *     THE ACCOUNT'S FIRST REQUEST WHEN IT HAS ANY.          *
      *-----------------------------------------------------------*
       5100-FIND-ACCOUNT.
           MOVE 1 TO WS-LOW-IDX.
           COMPUTE WS-HIGH-IDX = WS-REQ-COUNT + 1.
           PERFORM 5110-HALVE-RANGE
               THRU 5110-HALVE-RANGE-EXIT
               UNTIL WS-LOW-IDX >= WS-HIGH-IDX.
       5100-FIND-ACCOUNT-EXIT.
           EXIT.

       5110-HALVE-RANGE.
           COMPUTE WS-MID-IDX = (WS-LOW-IDX + WS-HIGH-IDX) / 2.
           IF WS-REQ-ACCOUNT(WS-MID-IDX) < WS-LOOK-ACCOUNT
               COMPUTE WS-LOW-IDX = WS-MID-IDX + 1
           ELSE
               MOVE WS-MID-IDX TO WS-HIGH-IDX
           END-IF.
       5110-HALVE-RANGE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5200-PRINT-AMOUNT                                        *
      *     SIGNS ONE AMOUNT AND PRINTS IT WITH ITS LABEL.        *
      *-----------------------------------------------------------*
       5200-PRINT-AMOUNT.
           PERFORM 5300-SIGN-AMOUNT
               THRU 5300-SIGN-AMOUNT-EXIT.
           MOVE WS-AMT-SIGNED TO WS-L-AMOUNT.
           MOVE WS-AMOUNT-LINE TO HSTRPT-LINE.
           PERFORM 4010-WRITE-LINE
               THRU 4010-WRITE-LINE-EXIT.
       5200-PRINT-AMOUNT-EXIT.
           EXIT.

       5300-SIGN-AMOUNT.
           IF WS-FMT-SGN = '-'
               COMPUTE WS-AMT-SIGNED = 0 - WS-FMT-AMT
           ELSE
               COMPUTE WS-AMT-SIGNED = WS-FMT-AMT
           END-IF.
       5300-SIGN-AMOUNT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  8200-CHECK-LEAP-YEAR                                     *
      *     DIVISIBLE BY 4, EXCEPT CENTURIES NOT DIVISIBLE BY     *
      *     400.                                                  *
      *-----------------------------------------------------------*
       8200-CHECK-LEAP-YEAR.
           MOVE 'N' TO WS-LEAP-SW.
           DIVIDE WS-GD-YEAR BY 4 GIVING WS-LEAP-WORK
               REMAINDER WS-LEAP-REM.
           IF WS-LEAP-REM = ZERO
               MOVE 'Y' TO WS-LEAP-SW
           END-IF.
           DIVIDE WS-GD-YEAR BY 100 GIVING WS-LEAP-WORK
               REMAINDER WS-LEAP-REM.
           IF WS-LEAP-REM = ZERO
               MOVE 'N' TO WS-LEAP-SW
               DIVIDE WS-GD-YEAR BY 400 GIVING WS-LEAP-WORK
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = ZERO
                   MOVE 'Y' TO WS-LEAP-SW
               END-IF
           END-IF.
       8200-CHECK-LEAP-YEAR-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  8300-GET-MONTH-END-DAY                                   *
      *     LAST DAY OF WS-GDATE'S MONTH INTO WS-MONTH-END-DAY.   *
      *-----------------------------------------------------------*
       8300-GET-MONTH-END-DAY.
           MOVE WS-MONTH-DAYS(WS-GD-MONTH) TO WS-MONTH-END-DAY.
           IF WS-GD-MONTH = 2
               PERFORM 8200-CHECK-LEAP-YEAR
                   THRU 8200-CHECK-LEAP-YEAR-EXIT
               IF WS-LEAP-YEAR
                   MOVE 29 TO WS-MONTH-END-DAY
               END-IF
           END-IF.
       8300-GET-MONTH-END-DAY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  9000-TERMINATE                                           *
      *     RETURN CODE 8 - A REQUIRED FILE FAILED; 4 - A REQUEST *
      *     WAS REJECTED OR FOUND NO SNAPSHOT, OR THE WEEKLY      *
      *     FILE WAS NOT THERE TO SEARCH.                         *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-INIT-OK
               PERFORM 3800-WRITE-NO-SNAPSHOT
                   THRU 3800-WRITE-NO-SNAPSHOT-EXIT
               CLOSE HSTRPT-FILE
               CLOSE ACCLOG-FILE
           END-IF.
           IF WS-ACCTIDX-OPEN
               CLOSE ACCTIDX-FILE
           END-IF.

           IF WS-LOAD-ERROR
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-WARNING AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY 'ACBLHST1 - REQUESTS READ        : ' WS-REQ-READS.
           DISPLAY 'ACBLHST1 - REQUESTS REJECTED    : '
                   WS-REQ-REJECTED.
           DISPLAY 'ACBLHST1 - DAILY RECORDS READ   : '
                   WS-ARCH-READS.
           DISPLAY 'ACBLHST1 - WEEKLY RECORDS READ  : '
                   WS-ARCW-READS.
           DISPLAY 'ACBLHST1 - STATEMENTS PRINTED   : '
                   WS-STATEMENTS.
           DISPLAY 'ACBLHST1 - NO SNAPSHOT ON FILE  : '
                   WS-NO-SNAPSHOT.
           DISPLAY 'ACBLHST1 - ACCESSES LOGGED      : ' WS-LOGGED.
       9000-TERMINATE-EXIT.
           EXIT.
