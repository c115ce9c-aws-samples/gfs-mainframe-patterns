      ******************************************************************
      *                                                                *
      *  PROGRAM-ID : ACBLBRM1                                         *
      *                                                                *
      *  BRHMST BRANCH MASTER MAINTENANCE AND ORPHAN-BRANCH CHECK      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ACBLBRM1.
       AUTHOR.        D MORENO.
       INSTALLATION.  FBSIT DATA CENTER.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
      *===============================================================*
      *                        @REVISIONS@                            *
      *-----------------------------------------------------------*
      * MM/DD/YY   PROGRAMMER NAME                                     *
      * --------   ---------------                                     *
      * 10/15/26   D MORENO          DM0053                            *
      *            INITIAL INSTALLATION - APPLIES THE BRHTXN ADD,      *
      *            CHANGE AND CLOSE TRANSACTIONS TO THE BRHMST BRANCH  *
      *            MASTER.  REGION CODES ARE VALIDATED AGAINST THE     *
      *            REGNTBL REGION CARDS, AN ADD OF A CODE ALREADY ON   *
      *            THE MASTER IS REFUSED, AND EVERY BRANCH CARRIES A   *
      *            STATUS AND EFFECTIVE DATE.  EVERY TRANSACTION IS    *
      *            LISTED ON THE AUDIT REPORT WITH ITS BEFORE AND      *
      *            AFTER IMAGES AND THE SUBMITTING USER, OR WITH ITS   *
      *            REJECT REASON.  THE UPDATED MASTER IS THEN CHECKED  *
      *            AGAINST TONIGHT'S ACCTBALX AND EVERY TX22N-SUPER-   *
      *            BRH WITH ACCOUNTS THAT IS MISSING FROM THE MASTER   *
      *            OR CLOSED ON IT IS LISTED WITH ITS ACCOUNT COUNT -  *
      *            THE BRANCHES THAT WOULD OTHERWISE PRINT AS UNKNOWN  *
      *            IN REGION '???' ON THE MARGIN, CASH AND ESCALATION  *
      *            REPORTS.                                            *
      * 10/15/26   D MORENO          DM0061                            *
      *            REJECT REASONS SHORTENED TO FIT AFTER THE           *
      *            'REJECTED - ' PREFIX ON THE AUDIT LINE, WHICH HAD   *
      *            CUT SEVERAL OF THEM OFF.                            *
      * 10/15/26   D MORENO          DM0062                            *
      *            A FAILED WRITE TO BRHNEW NOW ENDS THE RUN WITH      *
      *            RETURN CODE 8, SO THE NEW MASTER IS NOT CATALOGED.  *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-3090.
       OBJECT-COMPUTER.   IBM-3090.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRHOLD-FILE      ASSIGN TO BRHOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BRHOLD-STATUS.

           SELECT BRHTXN-FILE      ASSIGN TO BRHTXN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BRHTXN-STATUS.

           SELECT REGNTBL-FILE     ASSIGN TO REGNTBL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGNTBL-STATUS.

           SELECT ACCTBALX-FILE    ASSIGN TO ACCTBALX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCTBALX-STATUS.

           SELECT BRHNEW-FILE      ASSIGN TO BRHNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BRHNEW-STATUS.

           SELECT BRMRPT-FILE      ASSIGN TO BRMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BRMRPT-STATUS.

           SELECT RUNCTL-FILE      ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BRHOLD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY "BRHMREC.cpy".

       FD  BRHTXN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY "BRHTREC.cpy".

       FD  REGNTBL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REGN-RECORD.
           05  REGN-CODE               PIC X(03).
           05  FILLER                  PIC X(01).
           05  REGN-NAME               PIC X(20).
           05  FILLER                  PIC X(56).

       FD  ACCTBALX-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY "Mockedcopy.cpy".

       FD  BRHNEW-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY "BRHMREC.cpy" REPLACING LEADING ==BRH== BY ==BRHN==.

       FD  BRMRPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  BRMRPT-LINE                 PIC X(132).

       FD  RUNCTL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY "RUNCTREC.cpy".

       WORKING-STORAGE SECTION.
       77  WS-BRHOLD-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-BRHTXN-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-REGNTBL-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-ACCTBALX-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-BRHNEW-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-BRMRPT-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-RUNCTL-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-RUN-DATE                 PIC 9(08)  VALUE ZERO.
       77  WS-EOF-SW                   PIC X(01)  VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       77  WS-INIT-OK-SW               PIC X(01)  VALUE 'N'.
           88  WS-INIT-OK              VALUE 'Y'.
       77  WS-LOAD-ERROR-SW            PIC X(01)  VALUE 'N'.
           88  WS-LOAD-ERROR           VALUE 'Y'.
       77  WS-WARNING-SW               PIC X(01)  VALUE 'N'.
           88  WS-WARNING              VALUE 'Y'.
       77  WS-ACCTS-CHECKED-SW         PIC X(01)  VALUE 'N'.
           88  WS-ACCTS-CHECKED        VALUE 'Y'.
       77  WS-REGION-OK-SW             PIC X(01)  VALUE 'N'.
           88  WS-REGION-OK            VALUE 'Y'.
       77  WS-SECTION-SW               PIC X(01)  VALUE 'A'.
           88  WS-SECTION-AUDIT        VALUE 'A'.
           88  WS-SECTION-ORPHAN       VALUE 'O'.
           88  WS-SECTION-TOTALS       VALUE 'T'.
       77  WS-OLD-READS                PIC 9(07)  VALUE ZERO COMP.
       77  WS-OLD-DROPPED              PIC 9(07)  VALUE ZERO COMP.
       77  WS-TXN-READS                PIC 9(07)  VALUE ZERO COMP.
       77  WS-TXN-ADDED                PIC 9(07)  VALUE ZERO COMP.
       77  WS-TXN-CHANGED              PIC 9(07)  VALUE ZERO COMP.
       77  WS-TXN-CLOSED               PIC 9(07)  VALUE ZERO COMP.
       77  WS-TXN-REJECTED             PIC 9(07)  VALUE ZERO COMP.
       77  WS-NEW-WRITTEN              PIC 9(07)  VALUE ZERO COMP.
       77  WS-ACCT-READS               PIC 9(07)  VALUE ZERO COMP.
       77  WS-ORPHAN-ACCTS             PIC 9(07)  VALUE ZERO COMP.
       77  WS-BRH-COUNT                PIC 9(04)  VALUE ZERO COMP.
       77  WS-BRH-IDX                  PIC 9(04)  VALUE ZERO COMP.
       77  WS-FOUND-IDX                PIC 9(04)  VALUE ZERO COMP.
       77  WS-INSERT-IDX               PIC 9(04)  VALUE ZERO COMP.
       77  WS-SHIFT-IDX                PIC 9(04)  VALUE ZERO COMP.
       77  WS-SHIFT-TO                 PIC 9(04)  VALUE ZERO COMP.
       77  WS-REG-COUNT                PIC 9(04)  VALUE ZERO COMP.
       77  WS-REG-IDX                  PIC 9(04)  VALUE ZERO COMP.
       77  WS-ORP-COUNT                PIC 9(04)  VALUE ZERO COMP.
       77  WS-ORP-IDX                  PIC 9(04)  VALUE ZERO COMP.
       77  WS-ORP-FOUND-IDX            PIC 9(04)  VALUE ZERO COMP.
       77  WS-ORP-INSERT-IDX           PIC 9(04)  VALUE ZERO COMP.
       77  WS-LINE-COUNT               PIC 9(03)  VALUE ZERO COMP.
       77  WS-PAGE-COUNT               PIC 9(05)  VALUE ZERO COMP.
       77  WS-LOOK-BRH                 PIC X(03)  VALUE SPACES.
       77  WS-LOOK-REGION              PIC X(03)  VALUE SPACES.
       77  WS-REJECT-REASON            PIC X(19)  VALUE SPACES.
       77  WS-TXN-EFF-DATE             PIC 9(08)  VALUE ZERO.

      *---------------------------------------------------------------*
      *  EFFECTIVE DATE BEING EDITED.                                 *
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
      *  THE BRANCH MASTER, HELD IN BRANCH-CODE ORDER WHILE THE       *
      *  TRANSACTIONS ARE APPLIED AND WRITTEN BACK OUT IN THAT ORDER. *
      *  SAME CAPACITY AS THE BRANCH TABLES IN THE BRHMST READERS.    *
      *---------------------------------------------------------------*
       01  WS-BRANCH-TABLE.
           05  WS-BRH-ENTRY            OCCURS 500 TIMES.
               10  WS-BRH-CODE         PIC X(03).
               10  WS-BRH-NAME         PIC X(20).
               10  WS-BRH-REGION       PIC X(03).
               10  WS-BRH-PRINCIPAL    PIC X(20).
               10  WS-BRH-STATUS       PIC X(01).
               10  WS-BRH-EFF-DATE     PIC 9(08).

      *---------------------------------------------------------------*
      *  VALID REGION CODES FROM THE REGNTBL CARDS.                   *
      *---------------------------------------------------------------*
       01  WS-REGION-TABLE.
           05  WS-REG-ENTRY            OCCURS 100 TIMES.
               10  WS-REG-CODE         PIC X(03).
               10  WS-REG-NAME         PIC X(20).

      *---------------------------------------------------------------*
      *  BRANCH CODES ON ACCTBALX MISSING FROM OR CLOSED ON THE       *
      *  MASTER, IN BRANCH-CODE ORDER, WITH THEIR ACCOUNT COUNTS.     *
      *---------------------------------------------------------------*
       01  WS-ORPHAN-TABLE.
           05  WS-ORP-ENTRY            OCCURS 500 TIMES.
               10  WS-ORP-CODE         PIC X(03).
               10  WS-ORP-STATUS       PIC X(01).
                   88  WS-ORP-MISSING  VALUE 'M'.
                   88  WS-ORP-CLOSED   VALUE 'C'.
               10  WS-ORP-NAME         PIC X(20).
               10  WS-ORP-EFF-DATE     PIC 9(08).
               10  WS-ORP-ACCTS        PIC 9(07).

      *---------------------------------------------------------------*
      *  BEFORE IMAGE OF THE BRANCH A TRANSACTION IS APPLIED TO.      *
      *---------------------------------------------------------------*
       01  WS-BEFORE-IMAGE.
           05  WS-BI-CODE              PIC X(03).
           05  WS-BI-NAME              PIC X(20).
           05  WS-BI-REGION            PIC X(03).
           05  WS-BI-PRINCIPAL         PIC X(20).
           05  WS-BI-STATUS            PIC X(01).
           05  WS-BI-EFF-DATE          PIC 9(08).

       01  WS-REPORT-TITLE.
           05  FILLER                  PIC X(40)
               VALUE 'BRHMST BRANCH MASTER MAINTENANCE'.
           05  FILLER                  PIC X(06) VALUE 'DATE '.
           05  WS-TITLE-DATE           PIC 9(08).
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'PAGE '.
           05  WS-TITLE-PAGE           PIC ZZZZ9.

       01  WS-AUDIT-HEAD-LINE.
           05  FILLER                  PIC X(60)
               VALUE 'MAINTENANCE AUDIT - BEFORE AND AFTER IMAGES'.

       01  WS-AUDIT-HEADING.
           05  FILLER          PIC X(08) VALUE 'TXN'.
           05  FILLER          PIC X(08) VALUE 'IMAGE'.
           05  FILLER          PIC X(05) VALUE 'BRH'.
           05  FILLER          PIC X(22) VALUE 'BRANCH NAME'.
           05  FILLER          PIC X(08) VALUE 'REGION'.
           05  FILLER          PIC X(22) VALUE 'PRINCIPAL'.
           05  FILLER          PIC X(08) VALUE 'STATUS'.
           05  FILLER          PIC X(10) VALUE 'EFF DATE'.
           05  FILLER          PIC X(10) VALUE 'USER ID'.
           05  FILLER          PIC X(30) VALUE 'RESULT'.

       01  WS-AUDIT-LINE.
           05  WS-A-TXN        PIC X(08).
           05  WS-A-IMAGE      PIC X(08).
           05  WS-A-BRH        PIC X(05).
           05  WS-A-NAME       PIC X(22).
           05  WS-A-REGION     PIC X(08).
           05  WS-A-PRINCIPAL  PIC X(22).
           05  WS-A-STATUS     PIC X(08).
           05  WS-A-EFF-DATE   PIC X(10).
           05  WS-A-USER       PIC X(10).
           05  WS-A-RESULT     PIC X(30).

       01  WS-ORPHAN-HEAD-LINE.
           05  FILLER                  PIC X(60)
               VALUE 'BRANCH CODES ON ACCTBALX MISSING OR CLOSED'.

       01  WS-ORPHAN-HEADING.
           05  FILLER          PIC X(05) VALUE 'BRH'.
           05  FILLER          PIC X(22) VALUE 'BRANCH NAME'.
           05  FILLER          PIC X(20) VALUE 'CONDITION'.
           05  FILLER          PIC X(12) VALUE 'CLOSED ON'.
           05  FILLER          PIC X(10) VALUE 'ACCOUNTS'.

       01  WS-ORPHAN-LINE.
           05  WS-O-BRH        PIC X(05).
           05  WS-O-NAME       PIC X(22).
           05  WS-O-CONDITION  PIC X(20).
           05  WS-O-EFF-DATE   PIC X(12).
           05  WS-O-ACCTS      PIC Z,ZZZ,ZZ9.

       01  WS-EDIT-DATE                PIC 9(08).
       01  WS-EDIT-DATE-X REDEFINES WS-EDIT-DATE
                                       PIC X(08).

       01  WS-NONE-LINE.
           05  FILLER          PIC X(16) VALUE SPACES.
           05  FILLER          PIC X(10) VALUE '(NONE)'.

       01  WS-SKIP-LINE.
           05  FILLER          PIC X(16) VALUE SPACES.
           05  FILLER          PIC X(40)
               VALUE 'ACCTBALX NOT AVAILABLE - CHECK NOT MADE'.

       01  WS-TOTAL-LINE-1.
           05  FILLER          PIC X(30)
               VALUE 'BRANCHES ON OLD MASTER      :'.
           05  WS-T-OLD        PIC Z,ZZZ,ZZ9.

       01  WS-TOTAL-LINE-2.
           05  FILLER          PIC X(30)
               VALUE 'TRANSACTIONS READ           :'.
           05  WS-T-TXN        PIC Z,ZZZ,ZZ9.

       01  WS-TOTAL-LINE-3.
           05  FILLER          PIC X(30)
               VALUE 'BRANCHES ADDED              :'.
           05  WS-T-ADDED      PIC Z,ZZZ,ZZ9.

       01  WS-TOTAL-LINE-4.
           05  FILLER          PIC X(30)
               VALUE 'BRANCHES CHANGED            :'.
           05  WS-T-CHANGED    PIC Z,ZZZ,ZZ9.

       01  WS-TOTAL-LINE-5.
           05  FILLER          PIC X(30)
               VALUE 'BRANCHES CLOSED             :'.
           05  WS-T-CLOSED     PIC Z,ZZZ,ZZ9.

       01  WS-TOTAL-LINE-6.
           05  FILLER          PIC X(30)
               VALUE 'TRANSACTIONS REJECTED       :'.
           05  WS-T-REJECTED   PIC Z,ZZZ,ZZ9.

       01  WS-TOTAL-LINE-7.
           05  FILLER          PIC X(30)
               VALUE 'BRANCHES ON NEW MASTER      :'.
           05  WS-T-NEW        PIC Z,ZZZ,ZZ9.

       01  WS-TOTAL-LINE-8.
           05  FILLER          PIC X(30)
               VALUE 'ACCTBALX ACCOUNTS CHECKED   :'.
           05  WS-T-ACCTS      PIC Z,ZZZ,ZZ9.

       01  WS-TOTAL-LINE-9.
           05  FILLER          PIC X(30)
               VALUE 'ACCOUNTS IN ORPHAN BRANCHES :'.
           05  WS-T-ORPHAN     PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------*
      *  0000-MAINLINE                                            *
      *-----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           IF WS-INIT-OK AND NOT WS-LOAD-ERROR
               MOVE 'N' TO WS-EOF-SW
               PERFORM 2000-APPLY-ONE-TXN
                   THRU 2000-APPLY-ONE-TXN-EXIT
                   UNTIL WS-EOF
               IF WS-TXN-READS = ZERO
                   WRITE BRMRPT-LINE FROM WS-NONE-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
               PERFORM 3000-WRITE-MASTER
                   THRU 3000-WRITE-MASTER-EXIT
               PERFORM 6000-CHECK-ACCOUNTS
                   THRU 6000-CHECK-ACCOUNTS-EXIT
           END-IF.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      *  1000-INITIALIZE                                          *
      *     EVERY FILE BUT ACCTBALX IS REQUIRED - WITHOUT THEM    *
      *     THE MASTER CANNOT BE SAFELY REWRITTEN.                *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT BRHTXN-FILE.
           IF WS-BRHTXN-STATUS NOT = '00'
               DISPLAY 'ACBLBRM1 - OPEN FAILED - BRHTXN '
                       WS-BRHTXN-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT BRHNEW-FILE.
           IF WS-BRHNEW-STATUS NOT = '00'
               DISPLAY 'ACBLBRM1 - OPEN FAILED - BRHNEW '
                       WS-BRHNEW-STATUS
               CLOSE BRHTXN-FILE
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT BRMRPT-FILE.
           IF WS-BRMRPT-STATUS NOT = '00'
               DISPLAY 'ACBLBRM1 - OPEN FAILED - BRMRPT '
                       WS-BRMRPT-STATUS
               CLOSE BRHTXN-FILE
               CLOSE BRHNEW-FILE
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           MOVE 'Y' TO WS-INIT-OK-SW.
           MOVE WS-RUN-DATE TO WS-TITLE-DATE.

           PERFORM 1100-LOAD-REGIONS
               THRU 1100-LOAD-REGIONS-EXIT.
           IF WS-LOAD-ERROR
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           PERFORM 1300-LOAD-MASTER
               THRU 1300-LOAD-MASTER-EXIT.
           IF WS-LOAD-ERROR
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           MOVE 'A' TO WS-SECTION-SW.
           PERFORM 4900-NEW-PAGE
               THRU 4900-NEW-PAGE-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1100-LOAD-REGIONS                                        *
      *-----------------------------------------------------------*
       1100-LOAD-REGIONS.
           OPEN INPUT REGNTBL-FILE.
           IF WS-REGNTBL-STATUS NOT = '00'
               DISPLAY 'ACBLBRM1 - OPEN FAILED - REGNTBL '
                       WS-REGNTBL-STATUS
               MOVE 'Y' TO WS-LOAD-ERROR-SW
               GO TO 1100-LOAD-REGIONS-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           PERFORM 1200-LOAD-ONE-REGION
               THRU 1200-LOAD-ONE-REGION-EXIT
               UNTIL WS-EOF.
           CLOSE REGNTBL-FILE.
           MOVE 'N' TO WS-EOF-SW.

           IF WS-REG-COUNT = ZERO
               DISPLAY 'ACBLBRM1 - NO REGION CODES ON REGNTBL'
               MOVE 'Y' TO WS-LOAD-ERROR-SW
           END-IF.
       1100-LOAD-REGIONS-EXIT.
           EXIT.

       1200-LOAD-ONE-REGION.
           READ REGNTBL-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1200-LOAD-ONE-REGION-EXIT
           END-READ.

           IF REGN-CODE = SPACES
               GO TO 1200-LOAD-ONE-REGION-EXIT
           END-IF.

           IF WS-REG-COUNT >= 100
               DISPLAY 'ACBLBRM1 - REGION TABLE FULL, '
                       'RECORD DROPPED FOR ' REGN-CODE
               GO TO 1200-LOAD-ONE-REGION-EXIT
           END-IF.

           ADD 1 TO WS-REG-COUNT.
           MOVE REGN-CODE TO WS-REG-CODE(WS-REG-COUNT).
           MOVE REGN-NAME TO WS-REG-NAME(WS-REG-COUNT).
       1200-LOAD-ONE-REGION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1300-LOAD-MASTER                                         *
      *     LOADS THE CURRENT MASTER IN BRANCH-CODE ORDER, WHICH  *
      *     ALSO PUTS A HAND-EDITED FILE BACK INTO SEQUENCE.  A   *
      *     BLANK STATUS OR EFFECTIVE DATE FROM BEFORE THIS        *
      *     PROGRAM IS WRITTEN BACK AS OPEN, DATE ZERO.           *
      *-----------------------------------------------------------*
       1300-LOAD-MASTER.
           OPEN INPUT BRHOLD-FILE.
           IF WS-BRHOLD-STATUS NOT = '00'
               DISPLAY 'ACBLBRM1 - OPEN FAILED - BRHOLD '
                       WS-BRHOLD-STATUS
               MOVE 'Y' TO WS-LOAD-ERROR-SW
               GO TO 1300-LOAD-MASTER-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           PERFORM 1400-LOAD-ONE-BRANCH
               THRU 1400-LOAD-ONE-BRANCH-EXIT
               UNTIL WS-EOF.
           CLOSE BRHOLD-FILE.
           MOVE 'N' TO WS-EOF-SW.
       1300-LOAD-MASTER-EXIT.
           EXIT.

       1400-LOAD-ONE-BRANCH.
           READ BRHOLD-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1400-LOAD-ONE-BRANCH-EXIT
           END-READ.
           ADD 1 TO WS-OLD-READS.

           MOVE BRH-BRANCH-CODE TO WS-LOOK-BRH.
           PERFORM 5000-FIND-BRANCH
               THRU 5000-FIND-BRANCH-EXIT.
           IF WS-FOUND-IDX > ZERO
               DISPLAY 'ACBLBRM1 - DUPLICATE ON BRHOLD, '
                       'RECORD DROPPED FOR ' BRH-BRANCH-CODE
               ADD 1 TO WS-OLD-DROPPED
               MOVE 'Y' TO WS-WARNING-SW
               GO TO 1400-LOAD-ONE-BRANCH-EXIT
           END-IF.
           IF WS-BRH-COUNT >= 500
               DISPLAY 'ACBLBRM1 - BRANCH TABLE FULL, '
                       'RECORD DROPPED FOR ' BRH-BRANCH-CODE
               MOVE 'Y' TO WS-LOAD-ERROR-SW
               GO TO 1400-LOAD-ONE-BRANCH-EXIT
           END-IF.

           PERFORM 5100-INSERT-BRANCH
               THRU 5100-INSERT-BRANCH-EXIT.
           MOVE BRH-BRANCH-NAME TO WS-BRH-NAME(WS-INSERT-IDX).
           MOVE BRH-REGION-CODE TO WS-BRH-REGION(WS-INSERT-IDX).
           MOVE BRH-PRINCIPAL   TO WS-BRH-PRINCIPAL(WS-INSERT-IDX).
           IF BRH-CLOSED
               MOVE 'C' TO WS-BRH-STATUS(WS-INSERT-IDX)
           ELSE
               MOVE 'A' TO WS-BRH-STATUS(WS-INSERT-IDX)
           END-IF.
           IF BRH-EFFECTIVE-DATE NUMERIC
               MOVE BRH-EFFECTIVE-DATE
                   TO WS-BRH-EFF-DATE(WS-INSERT-IDX)
           ELSE
               MOVE ZERO TO WS-BRH-EFF-DATE(WS-INSERT-IDX)
           END-IF.
       1400-LOAD-ONE-BRANCH-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-APPLY-ONE-TXN                                       *
      *     TRANSACTIONS ARE APPLIED IN THE ORDER KEYED, SO AN    *
      *     ADD AND A LATER CHANGE TO THE SAME BRANCH IN ONE RUN  *
      *     BOTH TAKE.                                            *
      *-----------------------------------------------------------*
       2000-APPLY-ONE-TXN.
           READ BRHTXN-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2000-APPLY-ONE-TXN-EXIT
           END-READ.
           ADD 1 TO WS-TXN-READS.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE ZERO   TO WS-BI-EFF-DATE.

           IF NOT BRHT-ADD AND NOT BRHT-CHANGE AND NOT BRHT-CLOSE
               MOVE 'INVALID TRANS CODE' TO WS-REJECT-REASON
               GO TO 2000-APPLY-ONE-TXN-LIST
           END-IF.
           IF BRHT-BRANCH-CODE = SPACES
               MOVE 'BRANCH CODE MISSING' TO WS-REJECT-REASON
               GO TO 2000-APPLY-ONE-TXN-LIST
           END-IF.
           IF BRHT-USER-ID = SPACES
               MOVE 'USER ID MISSING' TO WS-REJECT-REASON
               GO TO 2000-APPLY-ONE-TXN-LIST
           END-IF.

           PERFORM 2100-EDIT-EFFECTIVE-DATE
               THRU 2100-EDIT-EFFECTIVE-DATE-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 2000-APPLY-ONE-TXN-LIST
           END-IF.

           MOVE BRHT-BRANCH-CODE TO WS-LOOK-BRH.
           PERFORM 5000-FIND-BRANCH
               THRU 5000-FIND-BRANCH-EXIT.

           IF BRHT-ADD
               PERFORM 2200-APPLY-ADD
                   THRU 2200-APPLY-ADD-EXIT
           END-IF.
           IF BRHT-CHANGE
               PERFORM 2300-APPLY-CHANGE
                   THRU 2300-APPLY-CHANGE-EXIT
           END-IF.
           IF BRHT-CLOSE
               PERFORM 2400-APPLY-CLOSE
                   THRU 2400-APPLY-CLOSE-EXIT
           END-IF.

       2000-APPLY-ONE-TXN-LIST.
           PERFORM 2900-WRITE-AUDIT
               THRU 2900-WRITE-AUDIT-EXIT.
       2000-APPLY-ONE-TXN-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2100-EDIT-EFFECTIVE-DATE                                 *
      *     BLANK OR ZERO DEFAULTS TO THE RUN DATE.               *
      *-----------------------------------------------------------*
       2100-EDIT-EFFECTIVE-DATE.
           IF BRHT-EFFECTIVE-DATE = SPACES
           OR BRHT-EFFECTIVE-DATE = ZEROS
               MOVE WS-RUN-DATE TO WS-TXN-EFF-DATE
               GO TO 2100-EDIT-EFFECTIVE-DATE-EXIT
           END-IF.

           IF BRHT-EFFECTIVE-DATE NOT NUMERIC
               MOVE 'EFF DATE NOT NUMBER' TO WS-REJECT-REASON
               GO TO 2100-EDIT-EFFECTIVE-DATE-EXIT
           END-IF.

           MOVE BRHT-EFFECTIVE-DATE TO WS-GDATE.
           IF WS-GD-MONTH < 1 OR WS-GD-MONTH > 12
               MOVE 'INVALID EFF DATE' TO WS-REJECT-REASON
               GO TO 2100-EDIT-EFFECTIVE-DATE-EXIT
           END-IF.
           PERFORM 8300-GET-MONTH-END-DAY
               THRU 8300-GET-MONTH-END-DAY-EXIT.
           IF WS-GD-DAY < 1 OR WS-GD-DAY > WS-MONTH-END-DAY
               MOVE 'INVALID EFF DATE' TO WS-REJECT-REASON
               GO TO 2100-EDIT-EFFECTIVE-DATE-EXIT
           END-IF.

           MOVE WS-GDATE-R TO WS-TXN-EFF-DATE.
       2100-EDIT-EFFECTIVE-DATE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2200-APPLY-ADD                                           *
      *     A CODE ALREADY ON THE MASTER, OPEN OR CLOSED, IS A    *
      *     DUPLICATE.                                            *
      *-----------------------------------------------------------*
       2200-APPLY-ADD.
           IF WS-FOUND-IDX > ZERO
               MOVE 'DUPLICATE BRANCH' TO WS-REJECT-REASON
               GO TO 2200-APPLY-ADD-EXIT
           END-IF.
           IF BRHT-BRANCH-NAME = SPACES
               MOVE 'BRANCH NAME MISSING' TO WS-REJECT-REASON
               GO TO 2200-APPLY-ADD-EXIT
           END-IF.

           MOVE BRHT-REGION-CODE TO WS-LOOK-REGION.
           PERFORM 5200-CHECK-REGION
               THRU 5200-CHECK-REGION-EXIT.
           IF NOT WS-REGION-OK
               MOVE 'INVALID REGION CODE' TO WS-REJECT-REASON
               GO TO 2200-APPLY-ADD-EXIT
           END-IF.

           IF WS-BRH-COUNT >= 500
               MOVE 'BRANCH TABLE FULL' TO WS-REJECT-REASON
               GO TO 2200-APPLY-ADD-EXIT
           END-IF.

           PERFORM 5100-INSERT-BRANCH
               THRU 5100-INSERT-BRANCH-EXIT.
           MOVE BRHT-BRANCH-NAME TO WS-BRH-NAME(WS-INSERT-IDX).
           MOVE BRHT-REGION-CODE TO WS-BRH-REGION(WS-INSERT-IDX).
           MOVE BRHT-PRINCIPAL   TO WS-BRH-PRINCIPAL(WS-INSERT-IDX).
           MOVE 'A'              TO WS-BRH-STATUS(WS-INSERT-IDX).
           MOVE WS-TXN-EFF-DATE  TO WS-BRH-EFF-DATE(WS-INSERT-IDX).
           MOVE WS-INSERT-IDX    TO WS-FOUND-IDX.
           ADD 1 TO WS-TXN-ADDED.
       2200-APPLY-ADD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2300-APPLY-CHANGE                                        *
      *     NON-BLANK FIELDS REPLACE THE MASTER VALUES.  A        *
      *     CLOSED BRANCH IS NOT CHANGED.                         *
      *-----------------------------------------------------------*
       2300-APPLY-CHANGE.
           IF WS-FOUND-IDX = ZERO
               MOVE 'BRANCH NOT ON FILE' TO WS-REJECT-REASON
               GO TO 2300-APPLY-CHANGE-EXIT
           END-IF.
           IF WS-BRH-STATUS(WS-FOUND-IDX) = 'C'
               MOVE 'BRANCH IS CLOSED' TO WS-REJECT-REASON
               GO TO 2300-APPLY-CHANGE-EXIT
           END-IF.
           IF  BRHT-BRANCH-NAME = SPACES
           AND BRHT-REGION-CODE = SPACES
           AND BRHT-PRINCIPAL   = SPACES
               MOVE 'NO FIELDS TO CHANGE' TO WS-REJECT-REASON
               GO TO 2300-APPLY-CHANGE-EXIT
           END-IF.

           IF BRHT-REGION-CODE NOT = SPACES
               MOVE BRHT-REGION-CODE TO WS-LOOK-REGION
               PERFORM 5200-CHECK-REGION
                   THRU 5200-CHECK-REGION-EXIT
               IF NOT WS-REGION-OK
                   MOVE 'INVALID REGION CODE' TO WS-REJECT-REASON
                   GO TO 2300-APPLY-CHANGE-EXIT
               END-IF
           END-IF.

           MOVE WS-BRH-ENTRY(WS-FOUND-IDX) TO WS-BEFORE-IMAGE.
           IF BRHT-BRANCH-NAME NOT = SPACES
               MOVE BRHT-BRANCH-NAME TO WS-BRH-NAME(WS-FOUND-IDX)
           END-IF.
           IF BRHT-REGION-CODE NOT = SPACES
               MOVE BRHT-REGION-CODE TO WS-BRH-REGION(WS-FOUND-IDX)
           END-IF.
           IF BRHT-PRINCIPAL NOT = SPACES
               MOVE BRHT-PRINCIPAL TO WS-BRH-PRINCIPAL(WS-FOUND-IDX)
           END-IF.
           MOVE WS-TXN-EFF-DATE TO WS-BRH-EFF-DATE(WS-FOUND-IDX).
           ADD 1 TO WS-TXN-CHANGED.
       2300-APPLY-CHANGE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2400-APPLY-CLOSE                                         *
      *     THE BRANCH STAYS ON THE MASTER SO ITS NAME AND REGION *
      *     STILL PRINT FOR ANY ACCOUNTS NOT YET MOVED OFF IT.    *
      *-----------------------------------------------------------*
       2400-APPLY-CLOSE.
           IF WS-FOUND-IDX = ZERO
               MOVE 'BRANCH NOT ON FILE' TO WS-REJECT-REASON
               GO TO 2400-APPLY-CLOSE-EXIT
           END-IF.
           IF WS-BRH-STATUS(WS-FOUND-IDX) = 'C'
               MOVE 'ALREADY CLOSED' TO WS-REJECT-REASON
               GO TO 2400-APPLY-CLOSE-EXIT
           END-IF.

           MOVE WS-BRH-ENTRY(WS-FOUND-IDX) TO WS-BEFORE-IMAGE.
           MOVE 'C'             TO WS-BRH-STATUS(WS-FOUND-IDX).
           MOVE WS-TXN-EFF-DATE TO WS-BRH-EFF-DATE(WS-FOUND-IDX).
           ADD 1 TO WS-TXN-CLOSED.
       2400-APPLY-CLOSE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2900-WRITE-AUDIT                                         *
      *     AN APPLIED TRANSACTION PRINTS ITS BEFORE IMAGE (NONE  *
      *     FOR AN ADD) AND AFTER IMAGE; A REJECTED ONE PRINTS    *
      *     THE TRANSACTION AS KEYED WITH THE REASON.             *
      *-----------------------------------------------------------*
       2900-WRITE-AUDIT.
           IF WS-LINE-COUNT >= 54
               PERFORM 4900-NEW-PAGE
                   THRU 4900-NEW-PAGE-EXIT
           END-IF.

           MOVE SPACES TO WS-AUDIT-LINE.
           EVALUATE TRUE
               WHEN BRHT-ADD
                   MOVE 'ADD'    TO WS-A-TXN
               WHEN BRHT-CHANGE
                   MOVE 'CHANGE' TO WS-A-TXN
               WHEN BRHT-CLOSE
                   MOVE 'CLOSE'  TO WS-A-TXN
               WHEN OTHER
                   MOVE BRHT-TXN-CODE TO WS-A-TXN
           END-EVALUATE.
           MOVE BRHT-USER-ID TO WS-A-USER.

           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-TXN-REJECTED
               MOVE 'KEYED'             TO WS-A-IMAGE
               MOVE BRHT-BRANCH-CODE    TO WS-A-BRH
               MOVE BRHT-BRANCH-NAME    TO WS-A-NAME
               MOVE BRHT-REGION-CODE    TO WS-A-REGION
               MOVE BRHT-PRINCIPAL      TO WS-A-PRINCIPAL
               MOVE BRHT-EFFECTIVE-DATE TO WS-A-EFF-DATE
               MOVE 'REJECTED - '       TO WS-A-RESULT
               MOVE WS-REJECT-REASON    TO WS-A-RESULT(12:19)
               WRITE BRMRPT-LINE FROM WS-AUDIT-LINE
                   AFTER ADVANCING 2 LINES
               ADD 2 TO WS-LINE-COUNT
               GO TO 2900-WRITE-AUDIT-EXIT
           END-IF.

           MOVE 'BEFORE' TO WS-A-IMAGE.
           IF BRHT-ADD
               MOVE BRHT-BRANCH-CODE TO WS-A-BRH
               MOVE '(NONE)'         TO WS-A-NAME
           ELSE
               MOVE WS-BI-CODE       TO WS-A-BRH
               MOVE WS-BI-NAME       TO WS-A-NAME
               MOVE WS-BI-REGION     TO WS-A-REGION
               MOVE WS-BI-PRINCIPAL  TO WS-A-PRINCIPAL
               PERFORM 2910-SET-STATUS-TEXT
                   THRU 2910-SET-STATUS-TEXT-EXIT
               MOVE WS-BI-EFF-DATE   TO WS-EDIT-DATE
               MOVE WS-EDIT-DATE-X   TO WS-A-EFF-DATE
           END-IF.
           WRITE BRMRPT-LINE FROM WS-AUDIT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE SPACES   TO WS-AUDIT-LINE.
           MOVE 'AFTER'  TO WS-A-IMAGE.
           MOVE WS-BRH-CODE(WS-FOUND-IDX)      TO WS-A-BRH.
           MOVE WS-BRH-NAME(WS-FOUND-IDX)      TO WS-A-NAME.
           MOVE WS-BRH-REGION(WS-FOUND-IDX)    TO WS-A-REGION.
           MOVE WS-BRH-PRINCIPAL(WS-FOUND-IDX) TO WS-A-PRINCIPAL.
           MOVE WS-BRH-STATUS(WS-FOUND-IDX)    TO WS-BI-STATUS.
           PERFORM 2910-SET-STATUS-TEXT
               THRU 2910-SET-STATUS-TEXT-EXIT.
           MOVE WS-BRH-EFF-DATE(WS-FOUND-IDX)  TO WS-EDIT-DATE.
           MOVE WS-EDIT-DATE-X                 TO WS-A-EFF-DATE.
           MOVE BRHT-USER-ID                   TO WS-A-USER.
           MOVE 'APPLIED'                      TO WS-A-RESULT.
           WRITE BRMRPT-LINE FROM WS-AUDIT-LINE
               AFTER ADVANCING 1 LINE.
           ADD 3 TO WS-LINE-COUNT.
       2900-WRITE-AUDIT-EXIT.
           EXIT.

       2910-SET-STATUS-TEXT.
           IF WS-BI-STATUS = 'C'
               MOVE 'CLOSED' TO WS-A-STATUS
           ELSE
               MOVE 'OPEN'   TO WS-A-STATUS
           END-IF.
       2910-SET-STATUS-TEXT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3000-WRITE-MASTER                                        *
      *-----------------------------------------------------------*
       3000-WRITE-MASTER.
           PERFORM 3100-WRITE-ONE-BRANCH
               THRU 3100-WRITE-ONE-BRANCH-EXIT
               VARYING WS-BRH-IDX FROM 1 BY 1
               UNTIL WS-BRH-IDX > WS-BRH-COUNT
                  OR WS-LOAD-ERROR.
       3000-WRITE-MASTER-EXIT.
           EXIT.

       3100-WRITE-ONE-BRANCH.
           MOVE SPACES                       TO BRHN-RECORD.
           MOVE WS-BRH-CODE(WS-BRH-IDX)      TO BRHN-BRANCH-CODE.
           MOVE WS-BRH-NAME(WS-BRH-IDX)      TO BRHN-BRANCH-NAME.
           MOVE WS-BRH-REGION(WS-BRH-IDX)    TO BRHN-REGION-CODE.
           MOVE WS-BRH-PRINCIPAL(WS-BRH-IDX) TO BRHN-PRINCIPAL.
           MOVE WS-BRH-STATUS(WS-BRH-IDX)    TO BRHN-STATUS.
           MOVE WS-BRH-EFF-DATE(WS-BRH-IDX)  TO BRHN-EFFECTIVE-DATE.
           WRITE BRHN-RECORD.
           IF WS-BRHNEW-STATUS NOT = '00'
               DISPLAY 'ACBLBRM1 - WRITE FAILED - BRHNEW '
                       WS-BRHNEW-STATUS ' '
                       WS-BRH-CODE(WS-BRH-IDX)
               MOVE 'Y' TO WS-LOAD-ERROR-SW
               GO TO 3100-WRITE-ONE-BRANCH-EXIT
           END-IF.
           ADD 1 TO WS-NEW-WRITTEN.
       3100-WRITE-ONE-BRANCH-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4000-WRITE-ORPHANS                                       *
      *-----------------------------------------------------------*
       4000-WRITE-ORPHANS.
           MOVE 'O' TO WS-SECTION-SW.
           PERFORM 4900-NEW-PAGE
               THRU 4900-NEW-PAGE-EXIT.

           IF NOT WS-ACCTS-CHECKED
               WRITE BRMRPT-LINE FROM WS-SKIP-LINE
                   AFTER ADVANCING 1 LINE
               GO TO 4000-WRITE-ORPHANS-EXIT
           END-IF.
           IF WS-ORP-COUNT = ZERO
               WRITE BRMRPT-LINE FROM WS-NONE-LINE
                   AFTER ADVANCING 1 LINE
               GO TO 4000-WRITE-ORPHANS-EXIT
           END-IF.

           PERFORM 4100-WRITE-ONE-ORPHAN
               THRU 4100-WRITE-ONE-ORPHAN-EXIT
               VARYING WS-ORP-IDX FROM 1 BY 1
               UNTIL WS-ORP-IDX > WS-ORP-COUNT.
       4000-WRITE-ORPHANS-EXIT.
           EXIT.

       4100-WRITE-ONE-ORPHAN.
           MOVE SPACES                     TO WS-ORPHAN-LINE.
           MOVE WS-ORP-CODE(WS-ORP-IDX)    TO WS-O-BRH.
           IF WS-ORP-CLOSED(WS-ORP-IDX)
               MOVE WS-ORP-NAME(WS-ORP-IDX) TO WS-O-NAME
               MOVE 'CLOSED ON BRHMST'      TO WS-O-CONDITION
               MOVE WS-ORP-EFF-DATE(WS-ORP-IDX) TO WS-EDIT-DATE
               MOVE WS-EDIT-DATE-X          TO WS-O-EFF-DATE
           ELSE
               MOVE 'UNKNOWN'               TO WS-O-NAME
               MOVE 'NOT ON BRHMST'         TO WS-O-CONDITION
           END-IF.
           MOVE WS-ORP-ACCTS(WS-ORP-IDX)   TO WS-O-ACCTS.

           IF WS-LINE-COUNT >= 55
               PERFORM 4900-NEW-PAGE
                   THRU 4900-NEW-PAGE-EXIT
           END-IF.
           WRITE BRMRPT-LINE FROM WS-ORPHAN-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
       4100-WRITE-ONE-ORPHAN-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4500-WRITE-TOTALS                                        *
      *-----------------------------------------------------------*
       4500-WRITE-TOTALS.
           MOVE 'T' TO WS-SECTION-SW.
           PERFORM 4900-NEW-PAGE
               THRU 4900-NEW-PAGE-EXIT.

           MOVE WS-OLD-READS TO WS-T-OLD.
           WRITE BRMRPT-LINE FROM WS-TOTAL-LINE-1
               AFTER ADVANCING 1 LINE.
           MOVE WS-TXN-READS TO WS-T-TXN.
           WRITE BRMRPT-LINE FROM WS-TOTAL-LINE-2
               AFTER ADVANCING 1 LINE.
           MOVE WS-TXN-ADDED TO WS-T-ADDED.
           WRITE BRMRPT-LINE FROM WS-TOTAL-LINE-3
               AFTER ADVANCING 1 LINE.
           MOVE WS-TXN-CHANGED TO WS-T-CHANGED.
           WRITE BRMRPT-LINE FROM WS-TOTAL-LINE-4
               AFTER ADVANCING 1 LINE.
           MOVE WS-TXN-CLOSED TO WS-T-CLOSED.
           WRITE BRMRPT-LINE FROM WS-TOTAL-LINE-5
               AFTER ADVANCING 1 LINE.
           MOVE WS-TXN-REJECTED TO WS-T-REJECTED.
           WRITE BRMRPT-LINE FROM WS-TOTAL-LINE-6
               AFTER ADVANCING 1 LINE.
           MOVE WS-NEW-WRITTEN TO WS-T-NEW.
           WRITE BRMRPT-LINE FROM WS-TOTAL-LINE-7
               AFTER ADVANCING 1 LINE.
           MOVE WS-ACCT-READS TO WS-T-ACCTS.
           WRITE BRMRPT-LINE FROM WS-TOTAL-LINE-8
               AFTER ADVANCING 1 LINE.
           MOVE WS-ORPHAN-ACCTS TO WS-T-ORPHAN.
           WRITE BRMRPT-LINE FROM WS-TOTAL-LINE-9
               AFTER ADVANCING 1 LINE.
       4500-WRITE-TOTALS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4900-NEW-PAGE                                            *
      *     TITLE, THEN THE HEADING OF THE SECTION IN HAND.       *
      *-----------------------------------------------------------*
       4900-NEW-PAGE.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO WS-TITLE-PAGE.
           IF WS-PAGE-COUNT > 1
               WRITE BRMRPT-LINE FROM WS-REPORT-TITLE
                   AFTER ADVANCING PAGE
           ELSE
               WRITE BRMRPT-LINE FROM WS-REPORT-TITLE
           END-IF.
           MOVE SPACES TO BRMRPT-LINE.
           WRITE BRMRPT-LINE AFTER ADVANCING 1 LINE.

           IF WS-SECTION-AUDIT
               WRITE BRMRPT-LINE FROM WS-AUDIT-HEAD-LINE
                   AFTER ADVANCING 1 LINE
               WRITE BRMRPT-LINE FROM WS-AUDIT-HEADING
                   AFTER ADVANCING 2 LINES
           END-IF.
           IF WS-SECTION-ORPHAN
               WRITE BRMRPT-LINE FROM WS-ORPHAN-HEAD-LINE
                   AFTER ADVANCING 1 LINE
               WRITE BRMRPT-LINE FROM WS-ORPHAN-HEADING
                   AFTER ADVANCING 2 LINES
           END-IF.

           MOVE SPACES TO BRMRPT-LINE.
           WRITE BRMRPT-LINE AFTER ADVANCING 1 LINE.
           MOVE ZERO TO WS-LINE-COUNT.
       4900-NEW-PAGE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5000-FIND-BRANCH                                         *
      *     LOOKS WS-LOOK-BRH UP ON THE ORDERED BRANCH TABLE.     *
      *     WS-FOUND-IDX IS ITS ENTRY, OR ZERO; WS-INSERT-IDX IS  *
      *     WHERE IT BELONGS.                                     *
      *-----------------------------------------------------------*
       5000-FIND-BRANCH.
           MOVE ZERO TO WS-FOUND-IDX.
           MOVE ZERO TO WS-INSERT-IDX.
           PERFORM 5010-SCAN-ONE-BRANCH
               THRU 5010-SCAN-ONE-BRANCH-EXIT
               VARYING WS-BRH-IDX FROM 1 BY 1
               UNTIL WS-BRH-IDX > WS-BRH-COUNT
                  OR WS-INSERT-IDX > ZERO.
           IF WS-INSERT-IDX = ZERO
               COMPUTE WS-INSERT-IDX = WS-BRH-COUNT + 1
           END-IF.
       5000-FIND-BRANCH-EXIT.
           EXIT.

       5010-SCAN-ONE-BRANCH.
           IF WS-BRH-CODE(WS-BRH-IDX) = WS-LOOK-BRH
               MOVE WS-BRH-IDX TO WS-FOUND-IDX
               MOVE WS-BRH-IDX TO WS-INSERT-IDX
           END-IF.
           IF WS-BRH-CODE(WS-BRH-IDX) > WS-LOOK-BRH
               MOVE WS-BRH-IDX TO WS-INSERT-IDX
           END-IF.
       5010-SCAN-ONE-BRANCH-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5100-INSERT-BRANCH                                       *
      *     OPENS A SLOT FOR WS-LOOK-BRH AT WS-INSERT-IDX.        *
      *-----------------------------------------------------------*
       5100-INSERT-BRANCH.
           PERFORM 5110-SHIFT-ONE-BRANCH
               THRU 5110-SHIFT-ONE-BRANCH-EXIT
               VARYING WS-SHIFT-IDX FROM WS-BRH-COUNT BY -1
               UNTIL WS-SHIFT-IDX < WS-INSERT-IDX.
           ADD 1 TO WS-BRH-COUNT.
           MOVE SPACES      TO WS-BRH-ENTRY(WS-INSERT-IDX).
           MOVE WS-LOOK-BRH TO WS-BRH-CODE(WS-INSERT-IDX).
           MOVE ZERO        TO WS-BRH-EFF-DATE(WS-INSERT-IDX).
       5100-INSERT-BRANCH-EXIT.
           EXIT.

       5110-SHIFT-ONE-BRANCH.
           COMPUTE WS-SHIFT-TO = WS-SHIFT-IDX + 1.
           MOVE WS-BRH-ENTRY(WS-SHIFT-IDX)
               TO WS-BRH-ENTRY(WS-SHIFT-TO).
       5110-SHIFT-ONE-BRANCH-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5200-CHECK-REGION                                        *
      *-----------------------------------------------------------*
       5200-CHECK-REGION.
           MOVE 'N' TO WS-REGION-OK-SW.
           IF WS-LOOK-REGION = SPACES
               GO TO 5200-CHECK-REGION-EXIT
           END-IF.
           PERFORM 5210-SCAN-ONE-REGION
               THRU 5210-SCAN-ONE-REGION-EXIT
               VARYING WS-REG-IDX FROM 1 BY 1
               UNTIL WS-REG-IDX > WS-REG-COUNT
                  OR WS-REGION-OK.
       5200-CHECK-REGION-EXIT.
           EXIT.

       5210-SCAN-ONE-REGION.
           IF WS-REG-CODE(WS-REG-IDX) = WS-LOOK-REGION
               MOVE 'Y' TO WS-REGION-OK-SW
           END-IF.
       5210-SCAN-ONE-REGION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  6000-CHECK-ACCOUNTS                                      *
      *     CHECKS EVERY ACCTBALX SUPER BRANCH AGAINST THE NEW    *
      *     MASTER.  WITHOUT ACCTBALX THE MAINTENANCE STILL       *
      *     STANDS AND THE STEP ENDS WITH RETURN CODE 4.          *
      *-----------------------------------------------------------*
       6000-CHECK-ACCOUNTS.
           OPEN INPUT ACCTBALX-FILE.
           IF WS-ACCTBALX-STATUS NOT = '00'
               DISPLAY 'ACBLBRM1 - OPEN FAILED - ACCTBALX '
                       WS-ACCTBALX-STATUS
                       ', ORPHAN-BRANCH CHECK SKIPPED'
               MOVE 'Y' TO WS-WARNING-SW
               GO TO 6000-CHECK-ACCOUNTS-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           PERFORM 6100-CHECK-ONE-ACCOUNT
               THRU 6100-CHECK-ONE-ACCOUNT-EXIT
               UNTIL WS-EOF.
           CLOSE ACCTBALX-FILE.
           MOVE 'Y' TO WS-ACCTS-CHECKED-SW.

           IF WS-ORP-COUNT > ZERO
               MOVE 'Y' TO WS-WARNING-SW
           END-IF.
       6000-CHECK-ACCOUNTS-EXIT.
           EXIT.

       6100-CHECK-ONE-ACCOUNT.
           READ ACCTBALX-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 6100-CHECK-ONE-ACCOUNT-EXIT
           END-READ.
           ADD 1 TO WS-ACCT-READS.

           MOVE TX22N-SUPER-BRH TO WS-LOOK-BRH.
           PERFORM 5000-FIND-BRANCH
               THRU 5000-FIND-BRANCH-EXIT.
           IF WS-FOUND-IDX > ZERO
               IF WS-BRH-STATUS(WS-FOUND-IDX) NOT = 'C'
                   GO TO 6100-CHECK-ONE-ACCOUNT-EXIT
               END-IF
           END-IF.

           ADD 1 TO WS-ORPHAN-ACCTS.
           PERFORM 6200-TALLY-ORPHAN
               THRU 6200-TALLY-ORPHAN-EXIT.
       6100-CHECK-ONE-ACCOUNT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  6200-TALLY-ORPHAN                                        *
      *     COUNTS THE ACCOUNT AGAINST ITS BRANCH CODE, OPENING   *
      *     AN ORPHAN ENTRY IN CODE ORDER THE FIRST TIME.         *
      *-----------------------------------------------------------*
       6200-TALLY-ORPHAN.
           MOVE ZERO TO WS-ORP-FOUND-IDX.
           MOVE ZERO TO WS-ORP-INSERT-IDX.
           PERFORM 6210-SCAN-ONE-ORPHAN
               THRU 6210-SCAN-ONE-ORPHAN-EXIT
               VARYING WS-ORP-IDX FROM 1 BY 1
               UNTIL WS-ORP-IDX > WS-ORP-COUNT
                  OR WS-ORP-INSERT-IDX > ZERO.

           IF WS-ORP-FOUND-IDX > ZERO
               ADD 1 TO WS-ORP-ACCTS(WS-ORP-FOUND-IDX)
               GO TO 6200-TALLY-ORPHAN-EXIT
           END-IF.

           IF WS-ORP-COUNT >= 500
               DISPLAY 'ACBLBRM1 - ORPHAN TABLE FULL, '
                       'BRANCH DROPPED ' WS-LOOK-BRH
               GO TO 6200-TALLY-ORPHAN-EXIT
           END-IF.
           IF WS-ORP-INSERT-IDX = ZERO
               COMPUTE WS-ORP-INSERT-IDX = WS-ORP-COUNT + 1
           END-IF.

           PERFORM 6220-SHIFT-ONE-ORPHAN
               THRU 6220-SHIFT-ONE-ORPHAN-EXIT
               VARYING WS-SHIFT-IDX FROM WS-ORP-COUNT BY -1
               UNTIL WS-SHIFT-IDX < WS-ORP-INSERT-IDX.
           ADD 1 TO WS-ORP-COUNT.

           MOVE WS-LOOK-BRH TO WS-ORP-CODE(WS-ORP-INSERT-IDX).
           MOVE 1           TO WS-ORP-ACCTS(WS-ORP-INSERT-IDX).
           IF WS-FOUND-IDX > ZERO
               MOVE 'C' TO WS-ORP-STATUS(WS-ORP-INSERT-IDX)
               MOVE WS-BRH-NAME(WS-FOUND-IDX)
                   TO WS-ORP-NAME(WS-ORP-INSERT-IDX)
               MOVE WS-BRH-EFF-DATE(WS-FOUND-IDX)
                   TO WS-ORP-EFF-DATE(WS-ORP-INSERT-IDX)
           ELSE
               MOVE 'M'    TO WS-ORP-STATUS(WS-ORP-INSERT-IDX)
               MOVE SPACES TO WS-ORP-NAME(WS-ORP-INSERT-IDX)
               MOVE ZERO   TO WS-ORP-EFF-DATE(WS-ORP-INSERT-IDX)
           END-IF.
       6200-TALLY-ORPHAN-EXIT.
           EXIT.

       6210-SCAN-ONE-ORPHAN.
           IF WS-ORP-CODE(WS-ORP-IDX) = WS-LOOK-BRH
               MOVE WS-ORP-IDX TO WS-ORP-FOUND-IDX
               MOVE WS-ORP-IDX TO WS-ORP-INSERT-IDX
           END-IF.
           IF WS-ORP-CODE(WS-ORP-IDX) > WS-LOOK-BRH
               MOVE WS-ORP-IDX TO WS-ORP-INSERT-IDX
           END-IF.
       6210-SCAN-ONE-ORPHAN-EXIT.
           EXIT.

       6220-SHIFT-ONE-ORPHAN.
           COMPUTE WS-SHIFT-TO = WS-SHIFT-IDX + 1.
           MOVE WS-ORP-ENTRY(WS-SHIFT-IDX)
               TO WS-ORP-ENTRY(WS-SHIFT-TO).
       6220-SHIFT-ONE-ORPHAN-EXIT.
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
      *     RETURN CODE 8 - MASTER NOT REWRITTEN (A REQUIRED FILE *
      *     FAILED); 4 - REWRITTEN, BUT A TRANSACTION WAS         *
      *     REJECTED, AN ORPHAN BRANCH WAS FOUND OR THE CHECK     *
      *     COULD NOT BE MADE.                                    *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-TXN-REJECTED > ZERO
               MOVE 'Y' TO WS-WARNING-SW
           END-IF.

           IF WS-INIT-OK
               IF NOT WS-LOAD-ERROR
                   PERFORM 4000-WRITE-ORPHANS
                       THRU 4000-WRITE-ORPHANS-EXIT
                   PERFORM 4500-WRITE-TOTALS
                       THRU 4500-WRITE-TOTALS-EXIT
               END-IF
               CLOSE BRHTXN-FILE
               CLOSE BRHNEW-FILE
               CLOSE BRMRPT-FILE
           END-IF.

           IF WS-LOAD-ERROR
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-WARNING AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           DISPLAY 'ACBLBRM1 - BRANCHES ON OLD MASTER  : '
                   WS-OLD-READS.
           DISPLAY 'ACBLBRM1 - TRANSACTIONS READ       : '
                   WS-TXN-READS.
           DISPLAY 'ACBLBRM1 - TRANSACTIONS REJECTED   : '
                   WS-TXN-REJECTED.
           DISPLAY 'ACBLBRM1 - BRANCHES ON NEW MASTER  : '
                   WS-NEW-WRITTEN.
           DISPLAY 'ACBLBRM1 - ORPHAN BRANCH CODES     : '
                   WS-ORP-COUNT.

           PERFORM 9100-WRITE-RUN-CONTROL
               THRU 9100-WRITE-RUN-CONTROL-EXIT.
       9000-TERMINATE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  9100-WRITE-RUN-CONTROL                                   *
      *     APPENDS THIS RUN'S COUNTS TO THE SHARED RUN-CONTROL   *
      *     FILE.                                                 *
      *-----------------------------------------------------------*
       9100-WRITE-RUN-CONTROL.
           OPEN EXTEND RUNCTL-FILE.
           IF WS-RUNCTL-STATUS = '35'
               OPEN OUTPUT RUNCTL-FILE
           END-IF.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'ACBLBRM1 - OPEN FAILED - RUNCTL '
                       WS-RUNCTL-STATUS
               GO TO 9100-WRITE-RUN-CONTROL-EXIT
           END-IF.

           MOVE WS-RUN-DATE        TO RUNCT-RUN-DATE.
           MOVE 'ACBLBRM1'         TO RUNCT-PROGRAM-ID.
           MOVE 'TXN-READ'         TO RUNCT-COUNTER-NAME.
           MOVE WS-TXN-READS       TO RUNCT-COUNT.
           WRITE RUNCT-RECORD.
           MOVE 'TXN-REJECTED'     TO RUNCT-COUNTER-NAME.
           MOVE WS-TXN-REJECTED    TO RUNCT-COUNT.
           WRITE RUNCT-RECORD.
           MOVE 'BRANCHES-WRITTEN' TO RUNCT-COUNTER-NAME.
           MOVE WS-NEW-WRITTEN     TO RUNCT-COUNT.
           WRITE RUNCT-RECORD.

           CLOSE RUNCTL-FILE.
       9100-WRITE-RUN-CONTROL-EXIT.
           EXIT.
