      ******************************************************************
      *                                                                *
      *  PROGRAM-ID : ACBLLMT1                                         *
      *                                                                *
      *  NIGHTLY SUPER-BRANCH EXPOSURE LIMIT UTILIZATION AND BREACH    *
      *  REPORT FOR THE RISK DESK                                      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ACBLLMT1.
       AUTHOR.        D MORENO.
       INSTALLATION.  FBSIT DATA CENTER.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
      *===============================================================*
      *                        @REVISIONS@                            *
      *-----------------------------------------------------------*
      * MM/DD/YY   PROGRAMMER NAME                                     *
      * --------   ---------------                                     *
      * 10/15/26   D MORENO          DM0059                            *
      *            INITIAL INSTALLATION - READS THE FX-ENRICHED        *
      *            ACCTBALX FILE AND TOTALS, BY SUPER BRANCH, THE      *
      *            MARGIN DEBIT (NET TRADE-DATE BALANCE CARRIED        *
      *            NEGATIVE), THE HOUSE-CALL DEFICIT, THE ACCOUNTS     *
      *            IN CALL (FED, HOUSE, NYSE OR MIN-EQUITY SIGN '-')   *
      *            AND THE SHARE OF THE MARGIN DEBIT HELD BY THE FIVE  *
      *            LARGEST DEBIT ACCOUNTS.  EACH IS MEASURED AGAINST   *
      *            THE WARNING AND HARD THRESHOLDS ON THE BRHLMT       *
      *            LIMITS FILE IN FORCE FOR THE RUN DATE (THE BRANCH   *
      *            ROW, ELSE THE '***' FIRM DEFAULT).  LMTRPT SHOWS    *
      *            UTILIZATION BY BRANCH WITHIN BRHMST REGION, WITH    *
      *            REGION SUBTOTALS AND A FIRM TOTAL.  EACH LIMIT      *
      *            BREACHED IS WRITTEN TO THE BRCHFD BREACH FEED FOR   *
      *            THE RISK DESK, CARRYING FORWARD FROM THE PRIOR      *
      *            GENERATION THE DATE THE BREACH OPENED AND THE       *
      *            CONSECUTIVE NIGHTLY RUNS IT HAS STAYED OPEN.  A     *
      *            HARD BREACH ENDS THE STEP WITH RETURN CODE 4.       *
      * 10/15/26   D MORENO          DM0061                            *
      *            UNUSED C01 MNEMONIC REMOVED FROM SPECIAL-NAMES.     *
      * 10/15/26   D MORENO          DM0061                            *
      *            A FULL PRIOR-BREACH TABLE NOW ENDS THE STEP WITH    *
      *            RETURN CODE 8 INSTEAD OF RESTARTING THE DROPPED     *
      *            BREACHES AT DAY 1.  THE JOB NOW CATALOGS BRCHFD(+1) *
      *            FROM A WORK DATASET ONLY AFTER A CLEAN STEP.        *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-3090.
       OBJECT-COMPUTER.   IBM-3090.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTBALX-FILE    ASSIGN TO ACCTBALX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCTBALX-STATUS.

           SELECT LMT-SORT-FILE    ASSIGN TO SORTWK01
               ORGANIZATION IS SEQUENTIAL.

           SELECT BRHLMT-FILE      ASSIGN TO BRHLMT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BRHLMT-STATUS.

           SELECT BRHMST-FILE      ASSIGN TO BRHMST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BRHMST-STATUS.

           SELECT BRCHFDI-FILE     ASSIGN TO BRCHFDI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BRCHFDI-STATUS.

           SELECT BRCHFDO-FILE     ASSIGN TO BRCHFDO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BRCHFDO-STATUS.

           SELECT LMTRPT-FILE      ASSIGN TO LMTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LMTRPT-STATUS.

           SELECT RUNCTL-FILE      ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT STRMSTAT-FILE    ASSIGN TO STRMSTAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STRMSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCTBALX-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY "Mockedcopy.cpy".

       SD  LMT-SORT-FILE.
       01  LMTS-RECORD.
           05  LMTS-REGION-CODE        PIC X(03).
           05  LMTS-SUPER-BRH          PIC X(03).
           05  LMTS-DEBIT              PIC S9(15)V99 COMP-3.
           05  LMTS-HOUSE-DEFICIT      PIC S9(15)V99 COMP-3.
           05  LMTS-CALL-SW            PIC X(01).
               88  LMTS-IN-CALL        VALUE 'Y'.

       FD  BRHLMT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY "LMTREC.cpy".

       FD  BRHMST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY "BRHMREC.cpy".

       FD  BRCHFDI-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY "BRCHREC.cpy" REPLACING LEADING ==BRCH== BY ==BRCI==.

       FD  BRCHFDO-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY "BRCHREC.cpy".

       FD  LMTRPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  LMTRPT-LINE                 PIC X(132).

       FD  RUNCTL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY "RUNCTREC.cpy".

       FD  STRMSTAT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY "STSREC.cpy".

       WORKING-STORAGE SECTION.
       77  WS-ACCTBALX-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-BRHLMT-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-BRHMST-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-BRCHFDI-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-BRCHFDO-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-LMTRPT-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-RUNCTL-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-STRMSTAT-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-STS-EVENT                PIC X(01)  VALUE SPACE.
       77  WS-STS-DATE                 PIC 9(08)  VALUE ZERO.
       77  WS-RUN-DATE                 PIC 9(08)  VALUE ZERO.
       77  WS-EOF-SW                   PIC X(01)  VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       77  WS-INIT-OK-SW               PIC X(01)  VALUE 'N'.
           88  WS-INIT-OK              VALUE 'Y'.
       77  WS-LOAD-ERROR-SW            PIC X(01)  VALUE 'N'.
           88  WS-LOAD-ERROR           VALUE 'Y'.
       77  WS-READS                    PIC 9(07)  VALUE ZERO COMP.
       77  WS-LIMIT-READS              PIC 9(07)  VALUE ZERO COMP.
       77  WS-LIMIT-REJECTS            PIC 9(07)  VALUE ZERO COMP.
       77  WS-PRIOR-READS              PIC 9(07)  VALUE ZERO COMP.
       77  WS-BRANCHES                 PIC 9(05)  VALUE ZERO COMP.
       77  WS-NO-LIMITS                PIC 9(05)  VALUE ZERO COMP.
       77  WS-WARN-BREACHES            PIC 9(07)  VALUE ZERO COMP.
       77  WS-HARD-BREACHES            PIC 9(07)  VALUE ZERO COMP.
       77  WS-FEED-ERRORS              PIC 9(07)  VALUE ZERO COMP.
       77  WS-LINE-COUNT               PIC 9(03)  VALUE ZERO COMP.
       77  WS-PAGE-COUNT               PIC 9(05)  VALUE ZERO COMP.
       77  WS-LAST-BRH                 PIC X(03)  VALUE SPACES.
       77  WS-LAST-REGION              PIC X(03)  VALUE SPACES.
       77  WS-BRH-COUNT                PIC 9(04)  VALUE ZERO COMP.
       77  WS-BRH-IDX                  PIC 9(04)  VALUE ZERO COMP.
       77  WS-LMT-COUNT                PIC 9(04)  VALUE ZERO COMP.
       77  WS-LMT-IDX                  PIC 9(04)  VALUE ZERO COMP.
       77  WS-PRI-COUNT                PIC 9(04)  VALUE ZERO COMP.
       77  WS-PRI-IDX                  PIC 9(04)  VALUE ZERO COMP.
       77  WS-PRI-FOUND                PIC 9(04)  VALUE ZERO COMP.
       77  WS-LOOK-BRH                 PIC X(03)  VALUE SPACES.
       77  WS-FOUND-NAME               PIC X(20)  VALUE SPACES.
       77  WS-FOUND-REGION             PIC X(03)  VALUE SPACES.
       77  WS-LOOK-LMT                 PIC X(03)  VALUE SPACES.
       77  WS-IF-IDX                   PIC 9(04)  VALUE ZERO COMP.
       77  WS-IF-EFF                   PIC 9(08)  VALUE ZERO.

      *---------------------------------------------------------------*
      *  THE BRANCH MASTER, LOADED AT START-UP.  A BRANCH CODE NOT    *
      *  ON FILE REPORTS AS UNKNOWN IN REGION '???'.                  *
      *---------------------------------------------------------------*
       01  WS-BRANCH-TABLE.
           05  WS-BRH-ENTRY            OCCURS 500 TIMES.
               10  WS-BRH-CODE         PIC X(03).
               10  WS-BRH-NAME         PIC X(20).
               10  WS-BRH-REGION       PIC X(03).

      *---------------------------------------------------------------*
      *  EVERY ROW OF THE BRHLMT LIMITS FILE, LOADED AT START-UP.     *
      *  THE ROW IN FORCE FOR A BRANCH IS PICKED AT REPORT TIME.      *
      *---------------------------------------------------------------*
       01  WS-LIMIT-TABLE.
           05  WS-LMT-ENTRY            OCCURS 1000 TIMES.
               10  WS-LT-BRH           PIC X(03).
               10  WS-LT-EFF           PIC 9(08).
               10  WS-LT-DEBIT-WARN    PIC 9(13).
               10  WS-LT-DEBIT-HARD    PIC 9(13).
               10  WS-LT-HOUSE-WARN    PIC 9(13).
               10  WS-LT-HOUSE-HARD    PIC 9(13).
               10  WS-LT-CALLS-WARN    PIC 9(05).
               10  WS-LT-CALLS-HARD    PIC 9(05).
               10  WS-LT-TOP5-WARN     PIC 9(03)V99.
               10  WS-LT-TOP5-HARD     PIC 9(03)V99.

      *---------------------------------------------------------------*
      *  LAST NIGHT'S BREACH FEED, FOR THE DAYS-OPEN CARRY FORWARD.   *
      *---------------------------------------------------------------*
       01  WS-PRIOR-TABLE.
           05  WS-PRI-ENTRY            OCCURS 2000 TIMES.
               10  WS-PR-BRH           PIC X(03).
               10  WS-PR-LIMIT-ID      PIC X(04).
               10  WS-PR-RUN-DATE      PIC 9(08).
               10  WS-PR-FIRST-DATE    PIC 9(08).
               10  WS-PR-DAYS-OPEN     PIC 9(05).

      *---------------------------------------------------------------*
      *  BRANCH, REGION AND FIRM ACCUMULATORS.  WS-BRH-TOP5 HOLDS     *
      *  THE DEBIT OF THE FIRST FIVE ACCOUNTS RETURNED FOR THE        *
      *  BRANCH, WHICH THE SORT DELIVERS LARGEST DEBIT FIRST.         *
      *---------------------------------------------------------------*
       01  WS-BRH-DEBIT                PIC S9(17)V99 COMP-3.
       01  WS-BRH-HOUSE                PIC S9(17)V99 COMP-3.
       01  WS-BRH-TOP5                 PIC S9(17)V99 COMP-3.
       01  WS-BRH-TOP5-PCT             PIC S9(03)V99 COMP-3.
       01  WS-BRH-CALLS                PIC 9(07)  COMP.
       01  WS-BRH-ACCTS                PIC 9(07)  COMP.
       01  WS-REG-DEBIT                PIC S9(17)V99 COMP-3 VALUE ZERO.
       01  WS-REG-HOUSE                PIC S9(17)V99 COMP-3 VALUE ZERO.
       01  WS-REG-CALLS                PIC 9(07)  COMP VALUE ZERO.
       01  WS-REG-BRANCHES             PIC 9(05)  COMP VALUE ZERO.
       01  WS-REG-WARN                 PIC 9(07)  COMP VALUE ZERO.
       01  WS-REG-HARD                 PIC 9(07)  COMP VALUE ZERO.
       01  WS-FIRM-DEBIT               PIC S9(17)V99 COMP-3 VALUE ZERO.
       01  WS-FIRM-HOUSE               PIC S9(17)V99 COMP-3 VALUE ZERO.
       01  WS-FIRM-CALLS               PIC 9(07)  COMP VALUE ZERO.

      *---------------------------------------------------------------*
      *  ONE LIMIT IN HAND FOR 4350-CHECK-ONE-LIMIT.                  *
      *---------------------------------------------------------------*
       01  WS-CHK-ID                   PIC X(04).
       01  WS-CHK-LABEL                PIC X(22).
       01  WS-CHK-ACTUAL               PIC S9(15)V99 COMP-3.
       01  WS-CHK-WARN                 PIC S9(15)V99 COMP-3.
       01  WS-CHK-HARD                 PIC S9(15)V99 COMP-3.
       01  WS-CHK-BASE                 PIC S9(15)V99 COMP-3.
       01  WS-CHK-THRESHOLD            PIC S9(15)V99 COMP-3.
       01  WS-CHK-UTIL                 PIC 9(05)V99.
       01  WS-CHK-LEVEL                PIC X(01).
       01  WS-CHK-STATUS               PIC X(12).
       01  WS-CHK-FIRST-DATE           PIC 9(08).
       01  WS-CHK-DAYS                 PIC 9(05).

       01  WS-REPORT-TITLE.
           05  FILLER          PIC X(42)
               VALUE 'SUPER-BRANCH EXPOSURE LIMIT UTILIZATION'.
           05  FILLER          PIC X(09) VALUE 'RUN DATE '.
           05  WS-TITLE-DATE   PIC X(08).
           05  FILLER          PIC X(04) VALUE SPACES.
           05  FILLER          PIC X(06) VALUE 'PAGE '.
           05  WS-TITLE-PAGE   PIC ZZZZ9.

       01  WS-COLUMN-HEADING-1.
           05  FILLER          PIC X(04) VALUE SPACES.
           05  FILLER          PIC X(22) VALUE 'LIMIT'.
           05  FILLER          PIC X(20) VALUE 'ACTUAL'.
           05  FILLER          PIC X(20) VALUE 'WARNING'.
           05  FILLER          PIC X(20) VALUE 'HARD'.
           05  FILLER          PIC X(11) VALUE 'UTIL %'.
           05  FILLER          PIC X(14) VALUE 'STATUS'.
           05  FILLER          PIC X(09) VALUE 'DAYS OPEN'.

       01  WS-BRANCH-HEAD-LINE.
           05  FILLER          PIC X(07) VALUE 'BRANCH '.
           05  WS-BH-BRH       PIC X(04).
           05  WS-BH-NAME      PIC X(21).
           05  FILLER          PIC X(07) VALUE 'REGION '.
           05  WS-BH-REGION    PIC X(05).
           05  FILLER          PIC X(09) VALUE 'ACCOUNTS '.
           05  WS-BH-ACCTS     PIC ZZZZZZ9.
           05  FILLER          PIC X(03) VALUE SPACES.
           05  FILLER          PIC X(07) VALUE 'LIMITS '.
           05  WS-BH-SOURCE    PIC X(14).
           05  WS-BH-EFF-TAG   PIC X(10).
           05  WS-BH-EFF       PIC X(08).

       01  WS-LIMIT-LINE.
           05  FILLER          PIC X(04).
           05  WS-LL-LABEL     PIC X(22).
           05  WS-LL-ACTUAL    PIC -(14)9.99.
           05  FILLER          PIC X(02).
           05  WS-LL-WARN      PIC -(14)9.99.
           05  FILLER          PIC X(02).
           05  WS-LL-HARD      PIC -(14)9.99.
           05  FILLER          PIC X(02).
           05  WS-LL-UTIL      PIC ZZZZ9.99.
           05  FILLER          PIC X(03).
           05  WS-LL-STATUS    PIC X(12).
           05  FILLER          PIC X(02).
           05  WS-LL-DAYS      PIC ZZZZZ.

       01  WS-SUBTOTAL-LINE.
           05  WS-ST-TAG       PIC X(05).
           05  WS-ST-REGION    PIC X(04).
           05  FILLER          PIC X(09) VALUE 'BRANCHES '.
           05  WS-ST-BRANCHES  PIC ZZZZ9.
           05  FILLER          PIC X(08) VALUE '  DEBIT '.
           05  WS-ST-DEBIT     PIC -(14)9.99.
           05  FILLER          PIC X(12) VALUE '  HOUSE DEF '.
           05  WS-ST-HOUSE     PIC -(14)9.99.
           05  FILLER          PIC X(10) VALUE '  IN CALL '.
           05  WS-ST-CALLS     PIC ZZZZZZ9.
           05  FILLER          PIC X(12) VALUE '  BREACHES W'.
           05  WS-ST-WARN      PIC ZZZZZ9.
           05  FILLER          PIC X(03) VALUE ' H'.
           05  WS-ST-HARD      PIC ZZZZZ9.

       01  WS-NONE-LINE.
           05  FILLER          PIC X(44)
               VALUE 'NO ACCOUNTS ON ACCTBALX - NOTHING TO MEASURE'.

       01  WS-STS-TIME-RAW.
           05  WS-STS-HHMMSS           PIC 9(06).
           05  FILLER                  PIC 9(02).

       PROCEDURE DIVISION.
      *-----------------------------------------------------------*
      *  0000-MAINLINE                                            *
      *-----------------------------------------------------------*
       0000-MAINLINE.
           MOVE 'S' TO WS-STS-EVENT.
           PERFORM 9200-STAMP-STREAM-STATUS
               THRU 9200-STAMP-STREAM-STATUS-EXIT.

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           IF WS-INIT-OK
               SORT LMT-SORT-FILE
                   ON ASCENDING KEY  LMTS-REGION-CODE
                                     LMTS-SUPER-BRH
                   ON DESCENDING KEY LMTS-DEBIT
                   INPUT PROCEDURE  3000-RELEASE-EXPOSURE
                                THRU 3000-RELEASE-EXPOSURE-EXIT
                   OUTPUT PROCEDURE 4000-WRITE-REPORT
                                THRU 4000-WRITE-REPORT-EXIT
           END-IF.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           MOVE 'E' TO WS-STS-EVENT.
           PERFORM 9200-STAMP-STREAM-STATUS
               THRU 9200-STAMP-STREAM-STATUS-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      *  1000-INITIALIZE                                          *
      *     LOADS THE BRANCH MASTER, THE LIMITS FILE AND LAST     *
      *     NIGHT'S BREACH FEED, AND OPENS TONIGHT'S FEED.  THE   *
      *     LIMITS AND BOTH FEED GENERATIONS ARE REQUIRED.        *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-TITLE-DATE.

           PERFORM 1100-LOAD-BRANCH-MASTER
               THRU 1100-LOAD-BRANCH-MASTER-EXIT.

           OPEN INPUT BRHLMT-FILE.
           IF WS-BRHLMT-STATUS NOT = '00'
               DISPLAY 'ACBLLMT1 - OPEN FAILED - BRHLMT '
                       WS-BRHLMT-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 1300-LOAD-ONE-LIMIT
               THRU 1300-LOAD-ONE-LIMIT-EXIT
               UNTIL WS-EOF.
           CLOSE BRHLMT-FILE.

           OPEN INPUT BRCHFDI-FILE.
           IF WS-BRCHFDI-STATUS NOT = '00'
               DISPLAY 'ACBLLMT1 - OPEN FAILED - BRCHFDI '
                       WS-BRCHFDI-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 1500-LOAD-ONE-PRIOR
               THRU 1500-LOAD-ONE-PRIOR-EXIT
               UNTIL WS-EOF.
           CLOSE BRCHFDI-FILE.
           MOVE 'N' TO WS-EOF-SW.

           OPEN OUTPUT BRCHFDO-FILE.
           IF WS-BRCHFDO-STATUS NOT = '00'
               DISPLAY 'ACBLLMT1 - OPEN FAILED - BRCHFDO '
                       WS-BRCHFDO-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           MOVE 'Y' TO WS-INIT-OK-SW.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1100-LOAD-BRANCH-MASTER                                  *
      *     LOADS THE BRANCH MASTER REFERENCE FILE.  A MISSING    *
      *     FILE RUNS ON WITH UNKNOWN NAMES AND REGION '???'.     *
      *-----------------------------------------------------------*
       1100-LOAD-BRANCH-MASTER.
           OPEN INPUT BRHMST-FILE.
           IF WS-BRHMST-STATUS NOT = '00'
               DISPLAY 'ACBLLMT1 - OPEN FAILED - BRHMST '
                       WS-BRHMST-STATUS
                       ', BRANCH NAMES UNAVAILABLE'
               GO TO 1100-LOAD-BRANCH-MASTER-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           PERFORM 1200-LOAD-ONE-BRANCH
               THRU 1200-LOAD-ONE-BRANCH-EXIT
               UNTIL WS-EOF.
           CLOSE BRHMST-FILE.
           MOVE 'N' TO WS-EOF-SW.
       1100-LOAD-BRANCH-MASTER-EXIT.
           EXIT.

       1200-LOAD-ONE-BRANCH.
           READ BRHMST-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1200-LOAD-ONE-BRANCH-EXIT
           END-READ.

           IF WS-BRH-COUNT >= 500
               DISPLAY 'ACBLLMT1 - BRANCH TABLE FULL, '
                       'RECORD DROPPED FOR ' BRH-BRANCH-CODE
               GO TO 1200-LOAD-ONE-BRANCH-EXIT
           END-IF.

           ADD 1 TO WS-BRH-COUNT.
           MOVE BRH-BRANCH-CODE TO WS-BRH-CODE(WS-BRH-COUNT).
           MOVE BRH-BRANCH-NAME TO WS-BRH-NAME(WS-BRH-COUNT).
           MOVE BRH-REGION-CODE TO WS-BRH-REGION(WS-BRH-COUNT).
       1200-LOAD-ONE-BRANCH-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1300-LOAD-ONE-LIMIT                                      *
      *     ONE BRHLMT ROW INTO THE LIMIT TABLE.  A ROW WITH A    *
      *     NON-NUMERIC DATE OR THRESHOLD IS DROPPED AND TURNS    *
      *     THE STEP'S RETURN CODE TO 4.                          *
      *-----------------------------------------------------------*
       1300-LOAD-ONE-LIMIT.
           READ BRHLMT-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1300-LOAD-ONE-LIMIT-EXIT
           END-READ.
           ADD 1 TO WS-LIMIT-READS.

           IF LMT-EFFECTIVE-DATE NOT NUMERIC
           OR LMT-DEBIT-WARN     NOT NUMERIC
           OR LMT-DEBIT-HARD     NOT NUMERIC
           OR LMT-HOUSE-WARN     NOT NUMERIC
           OR LMT-HOUSE-HARD     NOT NUMERIC
           OR LMT-CALLS-WARN     NOT NUMERIC
           OR LMT-CALLS-HARD     NOT NUMERIC
           OR LMT-TOP5-WARN      NOT NUMERIC
           OR LMT-TOP5-HARD      NOT NUMERIC
               DISPLAY 'ACBLLMT1 - INVALID BRHLMT ROW DROPPED FOR '
                       LMT-SUPER-BRH
               ADD 1 TO WS-LIMIT-REJECTS
               GO TO 1300-LOAD-ONE-LIMIT-EXIT
           END-IF.

           IF WS-LMT-COUNT >= 1000
               DISPLAY 'ACBLLMT1 - LIMIT TABLE FULL, '
                       'RECORD DROPPED FOR ' LMT-SUPER-BRH
               ADD 1 TO WS-LIMIT-REJECTS
               GO TO 1300-LOAD-ONE-LIMIT-EXIT
           END-IF.

           ADD 1 TO WS-LMT-COUNT.
           MOVE LMT-SUPER-BRH      TO WS-LT-BRH(WS-LMT-COUNT).
           MOVE LMT-EFFECTIVE-DATE TO WS-LT-EFF(WS-LMT-COUNT).
           MOVE LMT-DEBIT-WARN     TO WS-LT-DEBIT-WARN(WS-LMT-COUNT).
           MOVE LMT-DEBIT-HARD     TO WS-LT-DEBIT-HARD(WS-LMT-COUNT).
           MOVE LMT-HOUSE-WARN     TO WS-LT-HOUSE-WARN(WS-LMT-COUNT).
           MOVE LMT-HOUSE-HARD     TO WS-LT-HOUSE-HARD(WS-LMT-COUNT).
           MOVE LMT-CALLS-WARN     TO WS-LT-CALLS-WARN(WS-LMT-COUNT).
           MOVE LMT-CALLS-HARD     TO WS-LT-CALLS-HARD(WS-LMT-COUNT).
           MOVE LMT-TOP5-WARN      TO WS-LT-TOP5-WARN(WS-LMT-COUNT).
           MOVE LMT-TOP5-HARD      TO WS-LT-TOP5-HARD(WS-LMT-COUNT).
       1300-LOAD-ONE-LIMIT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1500-LOAD-ONE-PRIOR                                      *
      *     ONE RECORD OF LAST NIGHT'S BREACH FEED INTO THE PRIOR *
      *     TABLE.                                                *
      *-----------------------------------------------------------*
       1500-LOAD-ONE-PRIOR.
           READ BRCHFDI-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1500-LOAD-ONE-PRIOR-EXIT
           END-READ.
           ADD 1 TO WS-PRIOR-READS.

           IF WS-PRI-COUNT >= 2000
               DISPLAY 'ACBLLMT1 - PRIOR BREACH TABLE FULL, '
                       'RECORD DROPPED FOR ' BRCI-SUPER-BRH
                       ' ' BRCI-LIMIT-ID
               MOVE 'Y' TO WS-LOAD-ERROR-SW
               GO TO 1500-LOAD-ONE-PRIOR-EXIT
           END-IF.

           ADD 1 TO WS-PRI-COUNT.
           MOVE BRCI-SUPER-BRH   TO WS-PR-BRH(WS-PRI-COUNT).
           MOVE BRCI-LIMIT-ID    TO WS-PR-LIMIT-ID(WS-PRI-COUNT).
           MOVE BRCI-RUN-DATE    TO WS-PR-RUN-DATE(WS-PRI-COUNT).
           MOVE BRCI-FIRST-DATE  TO WS-PR-FIRST-DATE(WS-PRI-COUNT).
           MOVE BRCI-DAYS-OPEN   TO WS-PR-DAYS-OPEN(WS-PRI-COUNT).
       1500-LOAD-ONE-PRIOR-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3000-RELEASE-EXPOSURE                                    *
      *     RELEASES ONE COMPACT EXPOSURE RECORD PER ACCOUNT:     *
      *     ITS MARGIN DEBIT (THE NET TRADE-DATE BALANCE WHEN     *
      *     CARRIED NEGATIVE), ITS HOUSE-CALL DEFICIT AND WHETHER *
      *     IT IS IN CALL.                                        *
      *-----------------------------------------------------------*
       3000-RELEASE-EXPOSURE.
           OPEN INPUT ACCTBALX-FILE.
           IF WS-ACCTBALX-STATUS NOT = '00'
               DISPLAY 'ACBLLMT1 - OPEN FAILED - ACCTBALX '
                       WS-ACCTBALX-STATUS
               MOVE 'Y' TO WS-LOAD-ERROR-SW
               GO TO 3000-RELEASE-EXPOSURE-EXIT
           END-IF.

           PERFORM 3100-READ-ACCTBALX
               THRU 3100-READ-ACCTBALX-EXIT.
           PERFORM 3200-RELEASE-ONE-ACCOUNT
               THRU 3200-RELEASE-ONE-ACCOUNT-EXIT
               UNTIL WS-EOF.

           CLOSE ACCTBALX-FILE.
       3000-RELEASE-EXPOSURE-EXIT.
           EXIT.

       3100-READ-ACCTBALX.
           READ ACCTBALX-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READS
           END-READ.
       3100-READ-ACCTBALX-EXIT.
           EXIT.

       3200-RELEASE-ONE-ACCOUNT.
           MOVE TX22N-SUPER-BRH TO WS-LOOK-BRH.
           PERFORM 5000-FIND-BRANCH
               THRU 5000-FIND-BRANCH-EXIT.
           MOVE WS-FOUND-REGION TO LMTS-REGION-CODE.
           MOVE TX22N-SUPER-BRH TO LMTS-SUPER-BRH.

           MOVE ZERO TO LMTS-DEBIT.
           MOVE ZERO TO LMTS-HOUSE-DEFICIT.
           MOVE 'N'  TO LMTS-CALL-SW.
           IF TX22N-NET-TD-BALANCE-SGN = '-'
               MOVE TX22N-NET-TD-BALANCE TO LMTS-DEBIT
           END-IF.
           IF TX22N-HOUSECALL-SURP-SGN = '-'
               MOVE TX22N-HOUSECALL-SURP TO LMTS-HOUSE-DEFICIT
           END-IF.
           IF TX22N-FEDCALL-SMA-SGN     = '-'
           OR TX22N-HOUSECALL-SURP-SGN  = '-'
           OR TX22N-NYSECALL-SURP-SGN   = '-'
           OR TX22N-MIN-EQUITY-CALL-SGN = '-'
               MOVE 'Y' TO LMTS-CALL-SW
           END-IF.

           RELEASE LMTS-RECORD.
           PERFORM 3100-READ-ACCTBALX
               THRU 3100-READ-ACCTBALX-EXIT.
       3200-RELEASE-ONE-ACCOUNT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4000-WRITE-REPORT                                        *
      *     RETURNS THE REGION/BRANCH-SORTED EXPOSURE RECORDS,    *
      *     LARGEST DEBIT FIRST WITHIN BRANCH, AND WRITES ONE     *
      *     LIMIT BLOCK PER BRANCH, A SUBTOTAL PER REGION AND     *
      *     THE FIRM TOTAL.                                       *
      *-----------------------------------------------------------*
       4000-WRITE-REPORT.
           IF WS-LOAD-ERROR
               GO TO 4000-WRITE-REPORT-EXIT
           END-IF.

           OPEN OUTPUT LMTRPT-FILE.
           IF WS-LMTRPT-STATUS NOT = '00'
               DISPLAY 'ACBLLMT1 - OPEN FAILED - LMTRPT '
                       WS-LMTRPT-STATUS
               MOVE 'Y' TO WS-LOAD-ERROR-SW
               GO TO 4000-WRITE-REPORT-EXIT
           END-IF.

           PERFORM 4900-NEW-PAGE
               THRU 4900-NEW-PAGE-EXIT.

           MOVE 'N'    TO WS-EOF-SW.
           MOVE SPACES TO WS-LAST-BRH.
           MOVE SPACES TO WS-LAST-REGION.
           PERFORM 4100-TOTAL-ONE-ACCOUNT
               THRU 4100-TOTAL-ONE-ACCOUNT-EXIT
               UNTIL WS-EOF.

           IF WS-LAST-BRH NOT = SPACES
               PERFORM 4300-WRITE-BRANCH-BLOCK
                   THRU 4300-WRITE-BRANCH-BLOCK-EXIT
           END-IF.
           IF WS-LAST-REGION NOT = SPACES
               PERFORM 4400-WRITE-REGION-SUBTOTAL
                   THRU 4400-WRITE-REGION-SUBTOTAL-EXIT
           END-IF.

           IF WS-BRANCHES = 0
               WRITE LMTRPT-LINE FROM WS-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

           MOVE SPACES TO LMTRPT-LINE.
           WRITE LMTRPT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'FIRM '          TO WS-ST-TAG.
           MOVE SPACES           TO WS-ST-REGION.
           MOVE WS-BRANCHES      TO WS-ST-BRANCHES.
           MOVE WS-FIRM-DEBIT    TO WS-ST-DEBIT.
           MOVE WS-FIRM-HOUSE    TO WS-ST-HOUSE.
           MOVE WS-FIRM-CALLS    TO WS-ST-CALLS.
           MOVE WS-WARN-BREACHES TO WS-ST-WARN.
           MOVE WS-HARD-BREACHES TO WS-ST-HARD.
           WRITE LMTRPT-LINE FROM WS-SUBTOTAL-LINE
               AFTER ADVANCING 1 LINE.

           CLOSE LMTRPT-FILE.
       4000-WRITE-REPORT-EXIT.
           EXIT.

       4100-TOTAL-ONE-ACCOUNT.
           RETURN LMT-SORT-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 4100-TOTAL-ONE-ACCOUNT-EXIT
           END-RETURN.

           IF LMTS-SUPER-BRH   NOT = WS-LAST-BRH
           OR LMTS-REGION-CODE NOT = WS-LAST-REGION
               IF WS-LAST-BRH NOT = SPACES
                   PERFORM 4300-WRITE-BRANCH-BLOCK
                       THRU 4300-WRITE-BRANCH-BLOCK-EXIT
               END-IF
               IF LMTS-REGION-CODE NOT = WS-LAST-REGION
                   IF WS-LAST-REGION NOT = SPACES
                       PERFORM 4400-WRITE-REGION-SUBTOTAL
                           THRU 4400-WRITE-REGION-SUBTOTAL-EXIT
                   END-IF
                   MOVE LMTS-REGION-CODE TO WS-LAST-REGION
               END-IF
               MOVE LMTS-SUPER-BRH TO WS-LAST-BRH
               MOVE ZERO TO WS-BRH-DEBIT
               MOVE ZERO TO WS-BRH-HOUSE
               MOVE ZERO TO WS-BRH-TOP5
               MOVE ZERO TO WS-BRH-CALLS
               MOVE ZERO TO WS-BRH-ACCTS
           END-IF.

           ADD 1                  TO WS-BRH-ACCTS.
           ADD LMTS-DEBIT         TO WS-BRH-DEBIT.
           ADD LMTS-HOUSE-DEFICIT TO WS-BRH-HOUSE.
           IF LMTS-IN-CALL
               ADD 1 TO WS-BRH-CALLS
           END-IF.
           IF WS-BRH-ACCTS NOT > 5
               ADD LMTS-DEBIT TO WS-BRH-TOP5
           END-IF.
       4100-TOTAL-ONE-ACCOUNT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4300-WRITE-BRANCH-BLOCK                                  *
      *     A HEADING LINE NAMING THE LIMITS ROW IN FORCE, THEN   *
      *     ONE LINE PER LIMIT.  A BRANCH WITH NO ROW OF ITS OWN  *
      *     AND NO FIRM DEFAULT IN FORCE SHOWS ITS ACTUALS WITH   *
      *     EVERY LIMIT NOT SET.                                  *
      *-----------------------------------------------------------*
       4300-WRITE-BRANCH-BLOCK.
           ADD 1 TO WS-BRANCHES.
           ADD 1 TO WS-REG-BRANCHES.
           ADD WS-BRH-DEBIT TO WS-REG-DEBIT.
           ADD WS-BRH-HOUSE TO WS-REG-HOUSE.
           ADD WS-BRH-CALLS TO WS-REG-CALLS.
           ADD WS-BRH-DEBIT TO WS-FIRM-DEBIT.
           ADD WS-BRH-HOUSE TO WS-FIRM-HOUSE.
           ADD WS-BRH-CALLS TO WS-FIRM-CALLS.

           MOVE WS-LAST-BRH TO WS-LOOK-BRH.
           PERFORM 5000-FIND-BRANCH
               THRU 5000-FIND-BRANCH-EXIT.
           PERFORM 5100-FIND-LIMITS
               THRU 5100-FIND-LIMITS-EXIT.

           IF WS-BRH-DEBIT > 0
               COMPUTE WS-BRH-TOP5-PCT ROUNDED =
                       WS-BRH-TOP5 * 100 / WS-BRH-DEBIT
           ELSE
               MOVE ZERO TO WS-BRH-TOP5-PCT
           END-IF.

           MOVE WS-LAST-BRH     TO WS-BH-BRH.
           MOVE WS-FOUND-NAME   TO WS-BH-NAME.
           MOVE WS-LAST-REGION  TO WS-BH-REGION.
           MOVE WS-BRH-ACCTS    TO WS-BH-ACCTS.
           IF WS-IF-IDX = 0
               MOVE 'NONE IN FORCE' TO WS-BH-SOURCE
               MOVE SPACES          TO WS-BH-EFF-TAG
               MOVE SPACES          TO WS-BH-EFF
               ADD 1 TO WS-NO-LIMITS
           ELSE
               IF WS-LT-BRH(WS-IF-IDX) = '***'
                   MOVE 'FIRM DEFAULT' TO WS-BH-SOURCE
               ELSE
                   MOVE 'BRANCH ROW'   TO WS-BH-SOURCE
               END-IF
               MOVE 'EFFECTIVE '       TO WS-BH-EFF-TAG
               MOVE WS-LT-EFF(WS-IF-IDX) TO WS-BH-EFF
           END-IF.

           IF WS-LINE-COUNT >= 49
               PERFORM 4900-NEW-PAGE
                   THRU 4900-NEW-PAGE-EXIT
           END-IF.
           WRITE LMTRPT-LINE FROM WS-BRANCH-HEAD-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

           MOVE 'DEBT'                 TO WS-CHK-ID.
           MOVE 'MARGIN DEBIT'         TO WS-CHK-LABEL.
           MOVE WS-BRH-DEBIT           TO WS-CHK-ACTUAL.
           MOVE ZERO                   TO WS-CHK-WARN.
           MOVE ZERO                   TO WS-CHK-HARD.
           IF WS-IF-IDX > 0
               MOVE WS-LT-DEBIT-WARN(WS-IF-IDX) TO WS-CHK-WARN
               MOVE WS-LT-DEBIT-HARD(WS-IF-IDX) TO WS-CHK-HARD
           END-IF.
           PERFORM 4350-CHECK-ONE-LIMIT
               THRU 4350-CHECK-ONE-LIMIT-EXIT.

           MOVE 'HSCL'                 TO WS-CHK-ID.
           MOVE 'HOUSE-CALL DEFICIT'   TO WS-CHK-LABEL.
           MOVE WS-BRH-HOUSE           TO WS-CHK-ACTUAL.
           MOVE ZERO                   TO WS-CHK-WARN.
           MOVE ZERO                   TO WS-CHK-HARD.
           IF WS-IF-IDX > 0
               MOVE WS-LT-HOUSE-WARN(WS-IF-IDX) TO WS-CHK-WARN
               MOVE WS-LT-HOUSE-HARD(WS-IF-IDX) TO WS-CHK-HARD
           END-IF.
           PERFORM 4350-CHECK-ONE-LIMIT
               THRU 4350-CHECK-ONE-LIMIT-EXIT.

           MOVE 'CALL'                 TO WS-CHK-ID.
           MOVE 'ACCOUNTS IN CALL'     TO WS-CHK-LABEL.
           MOVE WS-BRH-CALLS           TO WS-CHK-ACTUAL.
           MOVE ZERO                   TO WS-CHK-WARN.
           MOVE ZERO                   TO WS-CHK-HARD.
           IF WS-IF-IDX > 0
               MOVE WS-LT-CALLS-WARN(WS-IF-IDX) TO WS-CHK-WARN
               MOVE WS-LT-CALLS-HARD(WS-IF-IDX) TO WS-CHK-HARD
           END-IF.
           PERFORM 4350-CHECK-ONE-LIMIT
               THRU 4350-CHECK-ONE-LIMIT-EXIT.

           MOVE 'TOP5'                 TO WS-CHK-ID.
           MOVE 'TOP-5 CONCENTRATION %' TO WS-CHK-LABEL.
           MOVE WS-BRH-TOP5-PCT        TO WS-CHK-ACTUAL.
           MOVE ZERO                   TO WS-CHK-WARN.
           MOVE ZERO                   TO WS-CHK-HARD.
           IF WS-IF-IDX > 0
               MOVE WS-LT-TOP5-WARN(WS-IF-IDX) TO WS-CHK-WARN
               MOVE WS-LT-TOP5-HARD(WS-IF-IDX) TO WS-CHK-HARD
           END-IF.
           PERFORM 4350-CHECK-ONE-LIMIT
               THRU 4350-CHECK-ONE-LIMIT-EXIT.

           MOVE SPACES TO LMTRPT-LINE.
           WRITE LMTRPT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
       4300-WRITE-BRANCH-BLOCK-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4350-CHECK-ONE-LIMIT                                     *
      *     MEASURES THE LIMIT IN HAND.  UTILIZATION IS THE       *
      *     ACTUAL AS A PERCENT OF THE HARD THRESHOLD, OR OF THE  *
      *     WARNING THRESHOLD WHEN NO HARD ONE IS SET.  AN ACTUAL *
      *     ABOVE THE HARD THRESHOLD IS A HARD BREACH; ABOVE THE  *
      *     WARNING THRESHOLD ONLY, A WARNING.                    *
      *-----------------------------------------------------------*
       4350-CHECK-ONE-LIMIT.
           MOVE SPACE TO WS-CHK-LEVEL.
           MOVE ZERO  TO WS-CHK-UTIL.
           MOVE ZERO  TO WS-CHK-DAYS.
           IF WS-CHK-HARD > 0
               MOVE WS-CHK-HARD TO WS-CHK-BASE
           ELSE
               MOVE WS-CHK-WARN TO WS-CHK-BASE
           END-IF.
           IF WS-CHK-BASE > 0
               COMPUTE WS-CHK-UTIL ROUNDED =
                       WS-CHK-ACTUAL * 100 / WS-CHK-BASE
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-CHK-UTIL
               END-COMPUTE
           END-IF.

           IF WS-CHK-WARN = 0 AND WS-CHK-HARD = 0
               MOVE 'NOT SET' TO WS-CHK-STATUS
           ELSE
               IF WS-CHK-HARD > 0 AND WS-CHK-ACTUAL > WS-CHK-HARD
                   MOVE 'HARD BREACH'  TO WS-CHK-STATUS
                   MOVE 'H'            TO WS-CHK-LEVEL
                   MOVE WS-CHK-HARD    TO WS-CHK-THRESHOLD
               ELSE
                   IF WS-CHK-WARN > 0
                   AND WS-CHK-ACTUAL > WS-CHK-WARN
                       MOVE 'WARNING'     TO WS-CHK-STATUS
                       MOVE 'W'           TO WS-CHK-LEVEL
                       MOVE WS-CHK-WARN   TO WS-CHK-THRESHOLD
                   ELSE
                       MOVE 'OK'          TO WS-CHK-STATUS
                   END-IF
               END-IF
           END-IF.

           IF WS-CHK-LEVEL NOT = SPACE
               PERFORM 4360-WRITE-BREACH
                   THRU 4360-WRITE-BREACH-EXIT
           END-IF.

           MOVE SPACES        TO WS-LIMIT-LINE.
           MOVE WS-CHK-LABEL  TO WS-LL-LABEL.
           MOVE WS-CHK-ACTUAL TO WS-LL-ACTUAL.
           MOVE WS-CHK-WARN   TO WS-LL-WARN.
           MOVE WS-CHK-HARD   TO WS-LL-HARD.
           MOVE WS-CHK-UTIL   TO WS-LL-UTIL.
           MOVE WS-CHK-STATUS TO WS-LL-STATUS.
           MOVE WS-CHK-DAYS   TO WS-LL-DAYS.
           WRITE LMTRPT-LINE FROM WS-LIMIT-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
       4350-CHECK-ONE-LIMIT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4360-WRITE-BREACH                                        *
      *     WRITES THE BREACH TO TONIGHT'S FEED.  A BREACH OF THE *
      *     SAME LIMIT BY THE SAME BRANCH ON LAST NIGHT'S FEED    *
      *     KEEPS ITS FIRST DATE AND ADDS ONE TO ITS DAYS OPEN;   *
      *     A RERUN ON THE SAME RUN DATE KEEPS THE COUNT AS IS.   *
      *     ANY OTHER BREACH OPENS TONIGHT AT ONE DAY.            *
      *-----------------------------------------------------------*
       4360-WRITE-BREACH.
           MOVE ZERO TO WS-PRI-FOUND.
           PERFORM 4370-SCAN-ONE-PRIOR
               THRU 4370-SCAN-ONE-PRIOR-EXIT
               VARYING WS-PRI-IDX FROM 1 BY 1
               UNTIL WS-PRI-IDX > WS-PRI-COUNT
                  OR WS-PRI-FOUND > 0.

           IF WS-PRI-FOUND = 0
               MOVE WS-RUN-DATE TO WS-CHK-FIRST-DATE
               MOVE 1           TO WS-CHK-DAYS
           ELSE
               MOVE WS-PR-FIRST-DATE(WS-PRI-FOUND)
                   TO WS-CHK-FIRST-DATE
               IF WS-PR-RUN-DATE(WS-PRI-FOUND) = WS-RUN-DATE
                   MOVE WS-PR-DAYS-OPEN(WS-PRI-FOUND)
                       TO WS-CHK-DAYS
               ELSE
                   COMPUTE WS-CHK-DAYS =
                           WS-PR-DAYS-OPEN(WS-PRI-FOUND) + 1
                       ON SIZE ERROR
                           MOVE 99999 TO WS-CHK-DAYS
                   END-COMPUTE
               END-IF
           END-IF.

           MOVE SPACES            TO BRCH-RECORD.
           MOVE WS-RUN-DATE       TO BRCH-RUN-DATE.
           MOVE WS-LAST-BRH       TO BRCH-SUPER-BRH.
           MOVE WS-LAST-REGION    TO BRCH-REGION.
           MOVE WS-CHK-ID         TO BRCH-LIMIT-ID.
           MOVE WS-CHK-LEVEL      TO BRCH-LEVEL.
           MOVE WS-CHK-ACTUAL     TO BRCH-ACTUAL.
           MOVE WS-CHK-THRESHOLD  TO BRCH-THRESHOLD.
           MOVE WS-CHK-UTIL       TO BRCH-UTIL-PCT.
           MOVE WS-CHK-FIRST-DATE TO BRCH-FIRST-DATE.
           MOVE WS-CHK-DAYS       TO BRCH-DAYS-OPEN.
           WRITE BRCH-RECORD.
           IF WS-BRCHFDO-STATUS NOT = '00'
               DISPLAY 'ACBLLMT1 - WRITE FAILED - BRCHFDO '
                       WS-BRCHFDO-STATUS ' FOR ' WS-LAST-BRH
                       ' ' WS-CHK-ID
               ADD 1 TO WS-FEED-ERRORS
           END-IF.

           IF WS-CHK-LEVEL = 'H'
               ADD 1 TO WS-HARD-BREACHES
               ADD 1 TO WS-REG-HARD
           ELSE
               ADD 1 TO WS-WARN-BREACHES
               ADD 1 TO WS-REG-WARN
           END-IF.
       4360-WRITE-BREACH-EXIT.
           EXIT.

       4370-SCAN-ONE-PRIOR.
           IF WS-PR-BRH(WS-PRI-IDX)      = WS-LAST-BRH
           AND WS-PR-LIMIT-ID(WS-PRI-IDX) = WS-CHK-ID
               MOVE WS-PRI-IDX TO WS-PRI-FOUND
           END-IF.
       4370-SCAN-ONE-PRIOR-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4400-WRITE-REGION-SUBTOTAL                               *
      *     ONE SUBTOTAL LINE PER BRHMST REGION.                  *
      *-----------------------------------------------------------*
       4400-WRITE-REGION-SUBTOTAL.
           MOVE 'REG '          TO WS-ST-TAG.
           MOVE WS-LAST-REGION  TO WS-ST-REGION.
           MOVE WS-REG-BRANCHES TO WS-ST-BRANCHES.
           MOVE WS-REG-DEBIT    TO WS-ST-DEBIT.
           MOVE WS-REG-HOUSE    TO WS-ST-HOUSE.
           MOVE WS-REG-CALLS    TO WS-ST-CALLS.
           MOVE WS-REG-WARN     TO WS-ST-WARN.
           MOVE WS-REG-HARD     TO WS-ST-HARD.

           IF WS-LINE-COUNT >= 53
               PERFORM 4900-NEW-PAGE
                   THRU 4900-NEW-PAGE-EXIT
           END-IF.
           WRITE LMTRPT-LINE FROM WS-SUBTOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LMTRPT-LINE.
           WRITE LMTRPT-LINE AFTER ADVANCING 1 LINE.
           ADD 2 TO WS-LINE-COUNT.

           MOVE ZERO TO WS-REG-BRANCHES.
           MOVE ZERO TO WS-REG-DEBIT.
           MOVE ZERO TO WS-REG-HOUSE.
           MOVE ZERO TO WS-REG-CALLS.
           MOVE ZERO TO WS-REG-WARN.
           MOVE ZERO TO WS-REG-HARD.
       4400-WRITE-REGION-SUBTOTAL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4900-NEW-PAGE                                            *
      *-----------------------------------------------------------*
       4900-NEW-PAGE.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO WS-TITLE-PAGE.
           IF WS-PAGE-COUNT > 1
               WRITE LMTRPT-LINE FROM WS-REPORT-TITLE
                   AFTER ADVANCING PAGE
           ELSE
               WRITE LMTRPT-LINE FROM WS-REPORT-TITLE
           END-IF.
           MOVE SPACES TO LMTRPT-LINE.
           WRITE LMTRPT-LINE AFTER ADVANCING 1 LINE.
           WRITE LMTRPT-LINE FROM WS-COLUMN-HEADING-1
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LMTRPT-LINE.
           WRITE LMTRPT-LINE AFTER ADVANCING 1 LINE.
           MOVE ZERO TO WS-LINE-COUNT.
       4900-NEW-PAGE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5000-FIND-BRANCH                                         *
      *     SCANS THE BRANCH MASTER TABLE FOR THE BRANCH IN HAND. *
      *     A MISS REPORTS UNKNOWN IN REGION '???'.               *
      *-----------------------------------------------------------*
       5000-FIND-BRANCH.
           MOVE 'UNKNOWN'  TO WS-FOUND-NAME.
           MOVE '???'      TO WS-FOUND-REGION.
           PERFORM 5010-SCAN-ONE-BRANCH
               THRU 5010-SCAN-ONE-BRANCH-EXIT
               VARYING WS-BRH-IDX FROM 1 BY 1
               UNTIL WS-BRH-IDX > WS-BRH-COUNT.
       5000-FIND-BRANCH-EXIT.
           EXIT.

       5010-SCAN-ONE-BRANCH.
           IF WS-BRH-CODE(WS-BRH-IDX) = WS-LOOK-BRH
               MOVE WS-BRH-NAME(WS-BRH-IDX)   TO WS-FOUND-NAME
               MOVE WS-BRH-REGION(WS-BRH-IDX) TO WS-FOUND-REGION
           END-IF.
       5010-SCAN-ONE-BRANCH-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5100-FIND-LIMITS                                         *
      *     PICKS THE LIMITS ROW IN FORCE FOR THE BRANCH IN HAND: *
      *     ITS OWN ROW WITH THE LATEST EFFECTIVE DATE NOT AFTER  *
      *     THE RUN DATE, ELSE THE '***' FIRM DEFAULT ROW PICKED  *
      *     THE SAME WAY.  WS-IF-IDX IS ZERO WHEN NEITHER EXISTS. *
      *-----------------------------------------------------------*
       5100-FIND-LIMITS.
           MOVE ZERO        TO WS-IF-IDX.
           MOVE ZERO        TO WS-IF-EFF.
           MOVE WS-LAST-BRH TO WS-LOOK-LMT.
           PERFORM 5110-SCAN-ONE-LIMIT
               THRU 5110-SCAN-ONE-LIMIT-EXIT
               VARYING WS-LMT-IDX FROM 1 BY 1
               UNTIL WS-LMT-IDX > WS-LMT-COUNT.
           IF WS-IF-IDX > 0
               GO TO 5100-FIND-LIMITS-EXIT
           END-IF.

           MOVE '***'       TO WS-LOOK-LMT.
           PERFORM 5110-SCAN-ONE-LIMIT
               THRU 5110-SCAN-ONE-LIMIT-EXIT
               VARYING WS-LMT-IDX FROM 1 BY 1
               UNTIL WS-LMT-IDX > WS-LMT-COUNT.
       5100-FIND-LIMITS-EXIT.
           EXIT.

       5110-SCAN-ONE-LIMIT.
           IF WS-LT-BRH(WS-LMT-IDX) = WS-LOOK-LMT
           AND WS-LT-EFF(WS-LMT-IDX) NOT > WS-RUN-DATE
           AND WS-LT-EFF(WS-LMT-IDX) NOT < WS-IF-EFF
               MOVE WS-LMT-IDX            TO WS-IF-IDX
               MOVE WS-LT-EFF(WS-LMT-IDX) TO WS-IF-EFF
           END-IF.
       5110-SCAN-ONE-LIMIT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  9000-TERMINATE                                           *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-INIT-OK
               CLOSE BRCHFDO-FILE
           END-IF.

           IF WS-HARD-BREACHES > 0
           OR WS-LIMIT-REJECTS > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-LOAD-ERROR
           OR WS-FEED-ERRORS > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

           DISPLAY 'ACBLLMT1 - ACCTBALX RECORDS READ : ' WS-READS.
           DISPLAY 'ACBLLMT1 - BRHLMT ROWS READ      : '
                   WS-LIMIT-READS.
           DISPLAY 'ACBLLMT1 - BRHLMT ROWS DROPPED   : '
                   WS-LIMIT-REJECTS.
           DISPLAY 'ACBLLMT1 - PRIOR BREACHES READ   : '
                   WS-PRIOR-READS.
           DISPLAY 'ACBLLMT1 - BRANCHES REPORTED     : '
                   WS-BRANCHES.
           DISPLAY 'ACBLLMT1 - BRANCHES NO LIMITS    : '
                   WS-NO-LIMITS.
           DISPLAY 'ACBLLMT1 - WARNING BREACHES      : '
                   WS-WARN-BREACHES.
           DISPLAY 'ACBLLMT1 - HARD BREACHES         : '
                   WS-HARD-BREACHES.

           PERFORM 9100-WRITE-RUN-CONTROL
               THRU 9100-WRITE-RUN-CONTROL-EXIT.
       9000-TERMINATE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  9100-WRITE-RUN-CONTROL                                   *
      *     APPENDS THIS RUN'S COUNTS TO THE SHARED RUN-CONTROL   *
      *     FILE FOR THE END-OF-STREAM VERIFIER.                  *
      *-----------------------------------------------------------*
       9100-WRITE-RUN-CONTROL.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN EXTEND RUNCTL-FILE.
           IF WS-RUNCTL-STATUS = '35'
               OPEN OUTPUT RUNCTL-FILE
           END-IF.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'ACBLLMT1 - OPEN FAILED - RUNCTL '
                       WS-RUNCTL-STATUS
               GO TO 9100-WRITE-RUN-CONTROL-EXIT
           END-IF.

           MOVE WS-RUN-DATE        TO RUNCT-RUN-DATE.
           MOVE 'ACBLLMT1'         TO RUNCT-PROGRAM-ID.
           MOVE 'RECORDS-READ'     TO RUNCT-COUNTER-NAME.
           MOVE WS-READS           TO RUNCT-COUNT.
           WRITE RUNCT-RECORD.
           MOVE 'WARNING-BREACHES' TO RUNCT-COUNTER-NAME.
           MOVE WS-WARN-BREACHES   TO RUNCT-COUNT.
           WRITE RUNCT-RECORD.
           MOVE 'HARD-BREACHES'    TO RUNCT-COUNTER-NAME.
           MOVE WS-HARD-BREACHES   TO RUNCT-COUNT.
           WRITE RUNCT-RECORD.

           CLOSE RUNCTL-FILE.
       9100-WRITE-RUN-CONTROL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  9200-STAMP-STREAM-STATUS                                 *
      *     APPENDS ONE START OR END TIME STAMP TO THE SHARED     *
      *     STREAM-STATUS FILE FOR THE OVERNIGHT SLA REPORTER.    *
      *-----------------------------------------------------------*
       9200-STAMP-STREAM-STATUS.
           ACCEPT WS-STS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STS-TIME-RAW FROM TIME.
           OPEN EXTEND STRMSTAT-FILE.
           IF WS-STRMSTAT-STATUS = '35'
               OPEN OUTPUT STRMSTAT-FILE
           END-IF.
           IF WS-STRMSTAT-STATUS NOT = '00'
               DISPLAY 'ACBLLMT1 - OPEN FAILED - STRMSTAT '
                       WS-STRMSTAT-STATUS
               GO TO 9200-STAMP-STREAM-STATUS-EXIT
           END-IF.

           MOVE SPACES        TO STS-RECORD.
           MOVE WS-STS-DATE   TO STS-RUN-DATE.
           MOVE 'ACBLLMT1'    TO STS-PROGRAM-ID.
           MOVE WS-STS-EVENT  TO STS-EVENT.
           MOVE WS-STS-HHMMSS TO STS-TIME.
           IF WS-STS-EVENT = 'E'
               MOVE RETURN-CODE TO STS-RETURN-CODE
           END-IF.
           WRITE STS-RECORD.

           CLOSE STRMSTAT-FILE.
       9200-STAMP-STREAM-STATUS-EXIT.
           EXIT.
