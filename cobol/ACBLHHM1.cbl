      ******************************************************************
      *                                                                *
      *  PROGRAM-ID : ACBLHHM1                                         *
      *                                                                *
      *  HOUSEHOLD RELATIONSHIP CROSS-REFERENCE MAINTENANCE            *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ACBLHHM1.
       AUTHOR.        D MORENO.
       INSTALLATION.  FBSIT DATA CENTER.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
      *===============================================================*
      *                        @REVISIONS@                            *
      *-----------------------------------------------------------*
      * MM/DD/YY   PROGRAMMER NAME                                     *
      * --------   ---------------                                     *
      * 10/15/26   D MORENO          DM0054                            *
      *            INITIAL INSTALLATION - APPLIES THE HHTXN ADD,       *
      *            CHANGE AND DELETE TRANSACTIONS TO THE HHXREF        *
      *            HOUSEHOLD CROSS-REFERENCE, WHICH LINKS EACH         *
      *            ACCOUNT NUMBER TO A RELATIONSHIP ID WITH THE        *
      *            ACCOUNT'S ROLE (PRIMARY, JOINT, IRA, TRUST,         *
      *            CUSTODIAL, OTHER).  THE TRANSACTIONS ARE SORTED     *
      *            INTO ACCOUNT ORDER, KEEPING THE ORDER KEYED WITHIN  *
      *            AN ACCOUNT, AND MATCHED AGAINST THE OLD FILE ON A   *
      *            BALANCED LINE.  AN ACCOUNT MAY BELONG TO ONE        *
      *            HOUSEHOLD ONLY - AN ADD FOR AN ACCOUNT ALREADY      *
      *            LINKED IS REFUSED.  EVERY TRANSACTION IS LISTED ON  *
      *            THE AUDIT REPORT WITH ITS BEFORE AND AFTER IMAGES   *
      *            AND THE SUBMITTING USER, OR WITH ITS REJECT REASON. *
      * 10/15/26   D MORENO          DM0062                            *
      *            A FAILED WRITE TO HHXNEW NOW ENDS THE RUN WITH      *
      *            RETURN CODE 8, SO THE NEW CROSS-REFERENCE IS NOT    *
      *            CATALOGED.                                          *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-3090.
       OBJECT-COMPUTER.   IBM-3090.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HHXOLD-FILE      ASSIGN TO HHXOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HHXOLD-STATUS.

           SELECT HHTXN-FILE       ASSIGN TO HHTXN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HHTXN-STATUS.

           SELECT HHT-SORT-FILE    ASSIGN TO SORTWK01
               ORGANIZATION IS SEQUENTIAL.

           SELECT HHXNEW-FILE      ASSIGN TO HHXNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HHXNEW-STATUS.

           SELECT HHMRPT-FILE      ASSIGN TO HHMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HHMRPT-STATUS.

           SELECT RUNCTL-FILE      ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HHXOLD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY "HHXREC.cpy".

       FD  HHTXN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  HHTXN-RECORD                PIC X(80).

       SD  HHT-SORT-FILE.
       01  HHTS-RECORD.
           05  HHTS-ACCOUNT-NUMBER     PIC X(09).
           05  HHTS-SEQUENCE           PIC 9(07).
           05  HHTS-TXN                PIC X(80).

       FD  HHXNEW-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY "HHXREC.cpy" REPLACING LEADING ==HHX== BY ==HHXN==.

       FD  HHMRPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  HHMRPT-LINE                 PIC X(132).

       FD  RUNCTL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY "RUNCTREC.cpy".

       WORKING-STORAGE SECTION.
       77  WS-HHXOLD-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-HHTXN-STATUS             PIC X(02)  VALUE SPACES.
       77  WS-HHXNEW-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-HHMRPT-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-RUNCTL-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-RUN-DATE                 PIC 9(08)  VALUE ZERO.
       77  WS-EOF-SW                   PIC X(01)  VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       77  WS-INIT-OK-SW               PIC X(01)  VALUE 'N'.
           88  WS-INIT-OK              VALUE 'Y'.
       77  WS-LOAD-ERROR-SW            PIC X(01)  VALUE 'N'.
           88  WS-LOAD-ERROR           VALUE 'Y'.
       77  WS-HOLD-SW                  PIC X(01)  VALUE 'N'.
           88  WS-HOLD-PRESENT         VALUE 'Y'.
       77  WS-OLD-READS                PIC 9(07)  VALUE ZERO COMP.
       77  WS-TXN-READS                PIC 9(07)  VALUE ZERO COMP.
       77  WS-TXN-ADDED                PIC 9(07)  VALUE ZERO COMP.
       77  WS-TXN-CHANGED              PIC 9(07)  VALUE ZERO COMP.
       77  WS-TXN-DELETED              PIC 9(07)  VALUE ZERO COMP.
       77  WS-TXN-REJECTED             PIC 9(07)  VALUE ZERO COMP.
       77  WS-NEW-WRITTEN              PIC 9(07)  VALUE ZERO COMP.
       77  WS-LINE-COUNT               PIC 9(03)  VALUE ZERO COMP.
       77  WS-PAGE-COUNT               PIC 9(05)  VALUE ZERO COMP.
       77  WS-REJECT-REASON            PIC X(30)  VALUE SPACES.
       77  WS-TXN-EFF-DATE             PIC 9(08)  VALUE ZERO.

      *---------------------------------------------------------------*
      *  BALANCED-LINE KEYS.  HIGH-VALUES MARKS END OF FILE.          *
      *---------------------------------------------------------------*
       01  WS-OLD-KEY                  PIC X(09)  VALUE SPACES.
       01  WS-PREV-OLD-KEY             PIC X(09)  VALUE LOW-VALUES.
       01  WS-TXN-KEY                  PIC X(09)  VALUE SPACES.
       01  WS-ACTIVE-KEY               PIC X(09)  VALUE SPACES.

      *---------------------------------------------------------------*
      *  THE TRANSACTION IN HAND, RETURNED FROM THE SORT.             *
      *---------------------------------------------------------------*
           COPY "HHTREC.cpy".

      *---------------------------------------------------------------*
      *  BEFORE IMAGE OF THE LINK A TRANSACTION IS APPLIED TO, AND    *
      *  THE IMAGE BEING FORMATTED FOR THE AUDIT REPORT.              *
      *---------------------------------------------------------------*
       01  WS-BEFORE-IMAGE             PIC X(80)  VALUE SPACES.
           COPY "HHXREC.cpy" REPLACING LEADING ==HHX== BY ==HHXI==.

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

       01  WS-EDIT-DATE                PIC 9(08).
       01  WS-EDIT-DATE-X REDEFINES WS-EDIT-DATE
                                       PIC X(08).

       01  WS-REPORT-TITLE.
           05  FILLER                  PIC X(40)
               VALUE 'HOUSEHOLD CROSS-REFERENCE MAINTENANCE'.
           05  FILLER                  PIC X(06) VALUE 'DATE '.
           05  WS-TITLE-DATE           PIC 9(08).
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'PAGE '.
           05  WS-TITLE-PAGE           PIC ZZZZ9.

       01  WS-AUDIT-HEADING.
           05  FILLER          PIC X(08) VALUE 'TXN'.
           05  FILLER          PIC X(08) VALUE 'IMAGE'.
           05  FILLER          PIC X(11) VALUE 'ACCOUNT'.
           05  FILLER          PIC X(13) VALUE 'RELATIONSHIP'.
           05  FILLER          PIC X(06) VALUE 'ROLE'.
           05  FILLER          PIC X(10) VALUE 'EFF DATE'.
           05  FILLER          PIC X(10) VALUE 'USER ID'.
           05  FILLER          PIC X(40) VALUE 'RESULT'.

       01  WS-AUDIT-LINE.
           05  WS-A-TXN        PIC X(08).
           05  WS-A-IMAGE      PIC X(08).
           05  WS-A-ACCT       PIC X(11).
           05  WS-A-REL        PIC X(13).
           05  WS-A-ROLE       PIC X(06).
           05  WS-A-EFF-DATE   PIC X(10).
           05  WS-A-USER       PIC X(10).
           05  WS-A-RESULT     PIC X(40).

       01  WS-NONE-LINE.
           05  FILLER          PIC X(16) VALUE SPACES.
           05  FILLER          PIC X(10) VALUE '(NONE)'.

       01  WS-TOTAL-LINE-1.
           05  FILLER          PIC X(30)
               VALUE 'LINKS ON OLD FILE           :'.
           05  WS-T-OLD        PIC Z,ZZZ,ZZ9.

       01  WS-TOTAL-LINE-2.
           05  FILLER          PIC X(30)
               VALUE 'TRANSACTIONS READ           :'.
           05  WS-T-TXN        PIC Z,ZZZ,ZZ9.

       01  WS-TOTAL-LINE-3.
           05  FILLER          PIC X(30)
               VALUE 'LINKS ADDED                 :'.
           05  WS-T-ADDED      PIC Z,ZZZ,ZZ9.

       01  WS-TOTAL-LINE-4.
           05  FILLER          PIC X(30)
               VALUE 'LINKS CHANGED               :'.
           05  WS-T-CHANGED    PIC Z,ZZZ,ZZ9.

       01  WS-TOTAL-LINE-5.
           05  FILLER          PIC X(30)
               VALUE 'LINKS DELETED               :'.
           05  WS-T-DELETED    PIC Z,ZZZ,ZZ9.

       01  WS-TOTAL-LINE-6.
           05  FILLER          PIC X(30)
               VALUE 'TRANSACTIONS REJECTED       :'.
           05  WS-T-REJECTED   PIC Z,ZZZ,ZZ9.

       01  WS-TOTAL-LINE-7.
           05  FILLER          PIC X(30)
               VALUE 'LINKS ON NEW FILE           :'.
           05  WS-T-NEW        PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------*
      *  0000-MAINLINE                                            *
      *-----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           IF WS-INIT-OK
               SORT HHT-SORT-FILE
                   ON ASCENDING KEY HHTS-ACCOUNT-NUMBER
                                    HHTS-SEQUENCE
                   INPUT PROCEDURE  2000-RELEASE-TXNS
                                THRU 2000-RELEASE-TXNS-EXIT
                   OUTPUT PROCEDURE 3000-MATCH-AND-APPLY
                                THRU 3000-MATCH-AND-APPLY-EXIT
           END-IF.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      *  1000-INITIALIZE                                          *
      *     EVERY FILE IS REQUIRED - WITHOUT THEM THE CROSS-      *
      *     REFERENCE CANNOT BE SAFELY REWRITTEN.                 *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT HHXOLD-FILE.
           IF WS-HHXOLD-STATUS NOT = '00'
               DISPLAY 'ACBLHHM1 - OPEN FAILED - HHXOLD '
                       WS-HHXOLD-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT HHXNEW-FILE.
           IF WS-HHXNEW-STATUS NOT = '00'
               DISPLAY 'ACBLHHM1 - OPEN FAILED - HHXNEW '
                       WS-HHXNEW-STATUS
               CLOSE HHXOLD-FILE
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT HHMRPT-FILE.
           IF WS-HHMRPT-STATUS NOT = '00'
               DISPLAY 'ACBLHHM1 - OPEN FAILED - HHMRPT '
                       WS-HHMRPT-STATUS
               CLOSE HHXOLD-FILE
               CLOSE HHXNEW-FILE
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           MOVE 'Y' TO WS-INIT-OK-SW.
           MOVE WS-RUN-DATE TO WS-TITLE-DATE.
           PERFORM 4900-NEW-PAGE
               THRU 4900-NEW-PAGE-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-RELEASE-TXNS                                        *
      *     RELEASES EACH TRANSACTION WITH ITS INPUT SEQUENCE SO  *
      *     SEVERAL AGAINST ONE ACCOUNT APPLY IN THE ORDER KEYED. *
      *-----------------------------------------------------------*
       2000-RELEASE-TXNS.
           OPEN INPUT HHTXN-FILE.
           IF WS-HHTXN-STATUS NOT = '00'
               DISPLAY 'ACBLHHM1 - OPEN FAILED - HHTXN '
                       WS-HHTXN-STATUS
               MOVE 'Y' TO WS-LOAD-ERROR-SW
               GO TO 2000-RELEASE-TXNS-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           PERFORM 2100-RELEASE-ONE-TXN
               THRU 2100-RELEASE-ONE-TXN-EXIT
               UNTIL WS-EOF.
           CLOSE HHTXN-FILE.
       2000-RELEASE-TXNS-EXIT.
           EXIT.

       2100-RELEASE-ONE-TXN.
           READ HHTXN-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2100-RELEASE-ONE-TXN-EXIT
           END-READ.
           ADD 1 TO WS-TXN-READS.

           MOVE HHTXN-RECORD  TO HHT-RECORD.
           MOVE HHT-ACCOUNT-NUMBER TO HHTS-ACCOUNT-NUMBER.
           MOVE WS-TXN-READS  TO HHTS-SEQUENCE.
           MOVE HHTXN-RECORD  TO HHTS-TXN.
           RELEASE HHTS-RECORD.
       2100-RELEASE-ONE-TXN-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3000-MATCH-AND-APPLY                                     *
      *     BALANCED LINE OF THE OLD CROSS-REFERENCE AGAINST THE  *
      *     SORTED TRANSACTIONS, ONE ACCOUNT AT A TIME.           *
      *-----------------------------------------------------------*
       3000-MATCH-AND-APPLY.
           IF WS-LOAD-ERROR
               GO TO 3000-MATCH-AND-APPLY-EXIT
           END-IF.

           PERFORM 3900-READ-OLD
               THRU 3900-READ-OLD-EXIT.
           PERFORM 3800-GET-TXN
               THRU 3800-GET-TXN-EXIT.

           PERFORM 3100-PROCESS-ONE-KEY
               THRU 3100-PROCESS-ONE-KEY-EXIT
               UNTIL WS-OLD-KEY = HIGH-VALUES
                 AND WS-TXN-KEY = HIGH-VALUES.

           IF WS-TXN-READS = ZERO
               WRITE HHMRPT-LINE FROM WS-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
       3000-MATCH-AND-APPLY-EXIT.
           EXIT.

       3100-PROCESS-ONE-KEY.
           IF WS-OLD-KEY < WS-TXN-KEY
               MOVE WS-OLD-KEY TO WS-ACTIVE-KEY
           ELSE
               MOVE WS-TXN-KEY TO WS-ACTIVE-KEY
           END-IF.

           IF WS-OLD-KEY = WS-ACTIVE-KEY
               MOVE HHX-RECORD TO HHXN-RECORD
               MOVE 'Y' TO WS-HOLD-SW
               PERFORM 3900-READ-OLD
                   THRU 3900-READ-OLD-EXIT
           ELSE
               MOVE SPACES TO HHXN-RECORD
               MOVE 'N' TO WS-HOLD-SW
           END-IF.

           PERFORM 3200-APPLY-ONE-TXN
               THRU 3200-APPLY-ONE-TXN-EXIT
               UNTIL WS-TXN-KEY NOT = WS-ACTIVE-KEY.

           IF WS-HOLD-PRESENT
               WRITE HHXN-RECORD
               IF WS-HHXNEW-STATUS = '00'
                   ADD 1 TO WS-NEW-WRITTEN
               ELSE
                   DISPLAY 'ACBLHHM1 - WRITE FAILED - HHXNEW '
                           WS-HHXNEW-STATUS ' ' WS-ACTIVE-KEY
                   MOVE 'Y' TO WS-LOAD-ERROR-SW
               END-IF
           END-IF.
       3100-PROCESS-ONE-KEY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3200-APPLY-ONE-TXN                                       *
      *     APPLIES THE TRANSACTION IN HAND TO THE HELD LINK.     *
      *-----------------------------------------------------------*
       3200-APPLY-ONE-TXN.
           MOVE SPACES      TO WS-REJECT-REASON.
           MOVE HHXN-RECORD TO WS-BEFORE-IMAGE.

           IF NOT HHT-ADD AND NOT HHT-CHANGE AND NOT HHT-DELETE
               MOVE 'INVALID TRANSACTION CODE' TO WS-REJECT-REASON
               GO TO 3200-APPLY-ONE-TXN-LIST
           END-IF.
           IF HHT-ACCOUNT-NUMBER = SPACES
               MOVE 'ACCOUNT NUMBER MISSING' TO WS-REJECT-REASON
               GO TO 3200-APPLY-ONE-TXN-LIST
           END-IF.
           IF HHT-USER-ID = SPACES
               MOVE 'SUBMITTING USER MISSING' TO WS-REJECT-REASON
               GO TO 3200-APPLY-ONE-TXN-LIST
           END-IF.

           PERFORM 3300-EDIT-EFFECTIVE-DATE
               THRU 3300-EDIT-EFFECTIVE-DATE-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 3200-APPLY-ONE-TXN-LIST
           END-IF.

           IF HHT-ADD
               PERFORM 3400-APPLY-ADD
                   THRU 3400-APPLY-ADD-EXIT
           END-IF.
           IF HHT-CHANGE
               PERFORM 3500-APPLY-CHANGE
                   THRU 3500-APPLY-CHANGE-EXIT
           END-IF.
           IF HHT-DELETE
               PERFORM 3600-APPLY-DELETE
                   THRU 3600-APPLY-DELETE-EXIT
           END-IF.

       3200-APPLY-ONE-TXN-LIST.
           PERFORM 3700-WRITE-AUDIT
               THRU 3700-WRITE-AUDIT-EXIT.
           PERFORM 3800-GET-TXN
               THRU 3800-GET-TXN-EXIT.
       3200-APPLY-ONE-TXN-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3300-EDIT-EFFECTIVE-DATE                                 *
      *     BLANK OR ZERO DEFAULTS TO THE RUN DATE.               *
      *-----------------------------------------------------------*
       3300-EDIT-EFFECTIVE-DATE.
           IF HHT-EFFECTIVE-DATE = SPACES
           OR HHT-EFFECTIVE-DATE = ZEROS
               MOVE WS-RUN-DATE TO WS-TXN-EFF-DATE
               GO TO 3300-EDIT-EFFECTIVE-DATE-EXIT
           END-IF.

           IF HHT-EFFECTIVE-DATE NOT NUMERIC
               MOVE 'EFFECTIVE DATE NOT NUMERIC' TO WS-REJECT-REASON
               GO TO 3300-EDIT-EFFECTIVE-DATE-EXIT
           END-IF.

           MOVE HHT-EFFECTIVE-DATE TO WS-GDATE.
           IF WS-GD-MONTH < 1 OR WS-GD-MONTH > 12
               MOVE 'INVALID EFFECTIVE DATE' TO WS-REJECT-REASON
               GO TO 3300-EDIT-EFFECTIVE-DATE-EXIT
           END-IF.
           PERFORM 8300-GET-MONTH-END-DAY
               THRU 8300-GET-MONTH-END-DAY-EXIT.
           IF WS-GD-DAY < 1 OR WS-GD-DAY > WS-MONTH-END-DAY
               MOVE 'INVALID EFFECTIVE DATE' TO WS-REJECT-REASON
               GO TO 3300-EDIT-EFFECTIVE-DATE-EXIT
           END-IF.

           MOVE WS-GDATE-R TO WS-TXN-EFF-DATE.
       3300-EDIT-EFFECTIVE-DATE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3400-APPLY-ADD                                           *
      *-----------------------------------------------------------*
       3400-APPLY-ADD.
           IF WS-HOLD-PRESENT
               MOVE 'ACCOUNT ALREADY IN A HOUSEHOLD'
                   TO WS-REJECT-REASON
               GO TO 3400-APPLY-ADD-EXIT
           END-IF.
           IF HHT-RELATIONSHIP-ID = SPACES
               MOVE 'RELATIONSHIP ID MISSING' TO WS-REJECT-REASON
               GO TO 3400-APPLY-ADD-EXIT
           END-IF.
           IF NOT HHT-VALID-ROLE
               MOVE 'ROLE CODE NOT VALID' TO WS-REJECT-REASON
               GO TO 3400-APPLY-ADD-EXIT
           END-IF.

           MOVE SPACES              TO HHXN-RECORD.
           MOVE HHT-ACCOUNT-NUMBER  TO HHXN-ACCOUNT-NUMBER.
           MOVE HHT-RELATIONSHIP-ID TO HHXN-RELATIONSHIP-ID.
           MOVE HHT-ROLE            TO HHXN-ROLE.
           MOVE WS-TXN-EFF-DATE     TO HHXN-EFFECTIVE-DATE.
           MOVE HHT-USER-ID         TO HHXN-LAST-USER-ID.
           MOVE WS-RUN-DATE         TO HHXN-LAST-UPDATE-DATE.
           MOVE 'Y' TO WS-HOLD-SW.
           ADD 1 TO WS-TXN-ADDED.
       3400-APPLY-ADD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3500-APPLY-CHANGE                                        *
      *     NON-BLANK FIELDS REPLACE THE CURRENT VALUES - A NEW   *
      *     RELATIONSHIP ID MOVES THE ACCOUNT TO ANOTHER          *
      *     HOUSEHOLD.                                            *
      *-----------------------------------------------------------*
       3500-APPLY-CHANGE.
           IF NOT WS-HOLD-PRESENT
               MOVE 'ACCOUNT NOT IN A HOUSEHOLD' TO WS-REJECT-REASON
               GO TO 3500-APPLY-CHANGE-EXIT
           END-IF.
           IF  HHT-RELATIONSHIP-ID = SPACES
           AND HHT-ROLE = SPACES
               MOVE 'NO FIELDS TO CHANGE' TO WS-REJECT-REASON
               GO TO 3500-APPLY-CHANGE-EXIT
           END-IF.
           IF HHT-ROLE NOT = SPACES AND NOT HHT-VALID-ROLE
               MOVE 'ROLE CODE NOT VALID' TO WS-REJECT-REASON
               GO TO 3500-APPLY-CHANGE-EXIT
           END-IF.

           IF HHT-RELATIONSHIP-ID NOT = SPACES
               MOVE HHT-RELATIONSHIP-ID TO HHXN-RELATIONSHIP-ID
           END-IF.
           IF HHT-ROLE NOT = SPACES
               MOVE HHT-ROLE TO HHXN-ROLE
           END-IF.
           MOVE WS-TXN-EFF-DATE     TO HHXN-EFFECTIVE-DATE.
           MOVE HHT-USER-ID         TO HHXN-LAST-USER-ID.
           MOVE WS-RUN-DATE         TO HHXN-LAST-UPDATE-DATE.
           ADD 1 TO WS-TXN-CHANGED.
       3500-APPLY-CHANGE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3600-APPLY-DELETE                                        *
      *-----------------------------------------------------------*
       3600-APPLY-DELETE.
           IF NOT WS-HOLD-PRESENT
               MOVE 'ACCOUNT NOT IN A HOUSEHOLD' TO WS-REJECT-REASON
               GO TO 3600-APPLY-DELETE-EXIT
           END-IF.

           MOVE 'N' TO WS-HOLD-SW.
           ADD 1 TO WS-TXN-DELETED.
       3600-APPLY-DELETE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3700-WRITE-AUDIT                                         *
      *     AN APPLIED TRANSACTION PRINTS ITS BEFORE IMAGE (NONE  *
      *     FOR AN ADD) AND AFTER IMAGE (NONE FOR A DELETE); A    *
      *     REJECTED ONE PRINTS THE TRANSACTION AS KEYED WITH     *
      *     THE REASON.                                           *
      *-----------------------------------------------------------*
       3700-WRITE-AUDIT.
           IF WS-LINE-COUNT >= 54
               PERFORM 4900-NEW-PAGE
                   THRU 4900-NEW-PAGE-EXIT
           END-IF.

           MOVE SPACES TO WS-AUDIT-LINE.
           EVALUATE TRUE
               WHEN HHT-ADD
                   MOVE 'ADD'    TO WS-A-TXN
               WHEN HHT-CHANGE
                   MOVE 'CHANGE' TO WS-A-TXN
               WHEN HHT-DELETE
                   MOVE 'DELETE' TO WS-A-TXN
               WHEN OTHER
                   MOVE HHT-TXN-CODE TO WS-A-TXN
           END-EVALUATE.
           MOVE HHT-USER-ID TO WS-A-USER.

           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-TXN-REJECTED
               MOVE 'KEYED'             TO WS-A-IMAGE
               MOVE HHT-ACCOUNT-NUMBER  TO WS-A-ACCT
               MOVE HHT-RELATIONSHIP-ID TO WS-A-REL
               MOVE HHT-ROLE            TO WS-A-ROLE
               MOVE HHT-EFFECTIVE-DATE  TO WS-A-EFF-DATE
               MOVE 'REJECTED - '       TO WS-A-RESULT
               MOVE WS-REJECT-REASON    TO WS-A-RESULT(12:29)
               WRITE HHMRPT-LINE FROM WS-AUDIT-LINE
                   AFTER ADVANCING 2 LINES
               ADD 2 TO WS-LINE-COUNT
               GO TO 3700-WRITE-AUDIT-EXIT
           END-IF.

           MOVE 'BEFORE' TO WS-A-IMAGE.
           IF HHT-ADD
               MOVE HHT-ACCOUNT-NUMBER TO WS-A-ACCT
               MOVE '(NONE)'           TO WS-A-REL
           ELSE
               MOVE WS-BEFORE-IMAGE    TO HHXI-RECORD
               PERFORM 3710-FORMAT-IMAGE
                   THRU 3710-FORMAT-IMAGE-EXIT
           END-IF.
           WRITE HHMRPT-LINE FROM WS-AUDIT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE SPACES   TO WS-AUDIT-LINE.
           MOVE 'AFTER'  TO WS-A-IMAGE.
           IF HHT-DELETE
               MOVE HHT-ACCOUNT-NUMBER TO WS-A-ACCT
               MOVE '(NONE)'           TO WS-A-REL
           ELSE
               MOVE HHXN-RECORD        TO HHXI-RECORD
               PERFORM 3710-FORMAT-IMAGE
                   THRU 3710-FORMAT-IMAGE-EXIT
           END-IF.
           MOVE HHT-USER-ID TO WS-A-USER.
           MOVE 'APPLIED'   TO WS-A-RESULT.
           WRITE HHMRPT-LINE FROM WS-AUDIT-LINE
               AFTER ADVANCING 1 LINE.
           ADD 3 TO WS-LINE-COUNT.
       3700-WRITE-AUDIT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3710-FORMAT-IMAGE                                        *
      *-----------------------------------------------------------*
       3710-FORMAT-IMAGE.
           MOVE HHXI-ACCOUNT-NUMBER  TO WS-A-ACCT.
           MOVE HHXI-RELATIONSHIP-ID TO WS-A-REL.
           MOVE HHXI-ROLE            TO WS-A-ROLE.
           MOVE HHXI-EFFECTIVE-DATE  TO WS-EDIT-DATE.
           MOVE WS-EDIT-DATE-X       TO WS-A-EFF-DATE.
       3710-FORMAT-IMAGE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3800-GET-TXN                                             *
      *-----------------------------------------------------------*
       3800-GET-TXN.
           RETURN HHT-SORT-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-TXN-KEY
                   GO TO 3800-GET-TXN-EXIT
           END-RETURN.
           MOVE HHTS-TXN            TO HHT-RECORD.
           MOVE HHTS-ACCOUNT-NUMBER TO WS-TXN-KEY.
       3800-GET-TXN-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3900-READ-OLD                                            *
      *     AN OLD FILE OUT OF ACCOUNT ORDER CANNOT BE MATCHED -  *
      *     THE RUN STOPS AND NOTHING IS REPLACED.                *
      *-----------------------------------------------------------*
       3900-READ-OLD.
           READ HHXOLD-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-OLD-KEY
                   GO TO 3900-READ-OLD-EXIT
           END-READ.
           ADD 1 TO WS-OLD-READS.

           IF HHX-ACCOUNT-NUMBER NOT > WS-PREV-OLD-KEY
               DISPLAY 'ACBLHHM1 - HHXOLD OUT OF SEQUENCE AT '
                       HHX-ACCOUNT-NUMBER
               MOVE 'Y' TO WS-LOAD-ERROR-SW
               MOVE HIGH-VALUES TO WS-OLD-KEY
               MOVE HIGH-VALUES TO WS-TXN-KEY
               GO TO 3900-READ-OLD-EXIT
           END-IF.
           MOVE HHX-ACCOUNT-NUMBER TO WS-PREV-OLD-KEY.
           MOVE HHX-ACCOUNT-NUMBER TO WS-OLD-KEY.
       3900-READ-OLD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4500-WRITE-TOTALS                                        *
      *-----------------------------------------------------------*
       4500-WRITE-TOTALS.
           MOVE SPACES TO HHMRPT-LINE.
           WRITE HHMRPT-LINE AFTER ADVANCING 2 LINES.
           MOVE WS-OLD-READS TO WS-T-OLD.
           WRITE HHMRPT-LINE FROM WS-TOTAL-LINE-1
               AFTER ADVANCING 1 LINE.
           MOVE WS-TXN-READS TO WS-T-TXN.
           WRITE HHMRPT-LINE FROM WS-TOTAL-LINE-2
               AFTER ADVANCING 1 LINE.
           MOVE WS-TXN-ADDED TO WS-T-ADDED.
           WRITE HHMRPT-LINE FROM WS-TOTAL-LINE-3
               AFTER ADVANCING 1 LINE.
           MOVE WS-TXN-CHANGED TO WS-T-CHANGED.
           WRITE HHMRPT-LINE FROM WS-TOTAL-LINE-4
               AFTER ADVANCING 1 LINE.
           MOVE WS-TXN-DELETED TO WS-T-DELETED.
           WRITE HHMRPT-LINE FROM WS-TOTAL-LINE-5
               AFTER ADVANCING 1 LINE.
           MOVE WS-TXN-REJECTED TO WS-T-REJECTED.
           WRITE HHMRPT-LINE FROM WS-TOTAL-LINE-6
               AFTER ADVANCING 1 LINE.
           MOVE WS-NEW-WRITTEN TO WS-T-NEW.
           WRITE HHMRPT-LINE FROM WS-TOTAL-LINE-7
               AFTER ADVANCING 1 LINE.
       4500-WRITE-TOTALS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4900-NEW-PAGE                                            *
      *-----------------------------------------------------------*
       4900-NEW-PAGE.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO WS-TITLE-PAGE.
           IF WS-PAGE-COUNT > 1
               WRITE HHMRPT-LINE FROM WS-REPORT-TITLE
                   AFTER ADVANCING PAGE
           ELSE
               WRITE HHMRPT-LINE FROM WS-REPORT-TITLE
           END-IF.
           WRITE HHMRPT-LINE FROM WS-AUDIT-HEADING
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO HHMRPT-LINE.
           WRITE HHMRPT-LINE AFTER ADVANCING 1 LINE.
           MOVE ZERO TO WS-LINE-COUNT.
       4900-NEW-PAGE-EXIT.
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
      *     RETURN CODE 8 - THE NEW FILE IS NOT TO BE USED (A     *
      *     REQUIRED FILE FAILED OR HHXOLD WAS OUT OF ORDER);     *
      *     4 - A TRANSACTION WAS REJECTED.                       *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-INIT-OK
               IF NOT WS-LOAD-ERROR
                   PERFORM 4500-WRITE-TOTALS
                       THRU 4500-WRITE-TOTALS-EXIT
               END-IF
               CLOSE HHXOLD-FILE
               CLOSE HHXNEW-FILE
               CLOSE HHMRPT-FILE
           END-IF.

           IF WS-LOAD-ERROR
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-TXN-REJECTED > ZERO AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           DISPLAY 'ACBLHHM1 - LINKS ON OLD FILE      : '
                   WS-OLD-READS.
           DISPLAY 'ACBLHHM1 - TRANSACTIONS READ      : '
                   WS-TXN-READS.
           DISPLAY 'ACBLHHM1 - TRANSACTIONS REJECTED  : '
                   WS-TXN-REJECTED.
           DISPLAY 'ACBLHHM1 - LINKS ON NEW FILE      : '
                   WS-NEW-WRITTEN.

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
               DISPLAY 'ACBLHHM1 - OPEN FAILED - RUNCTL '
                       WS-RUNCTL-STATUS
               GO TO 9100-WRITE-RUN-CONTROL-EXIT
           END-IF.

           MOVE WS-RUN-DATE        TO RUNCT-RUN-DATE.
           MOVE 'ACBLHHM1'         TO RUNCT-PROGRAM-ID.
           MOVE 'TXN-READ'         TO RUNCT-COUNTER-NAME.
           MOVE WS-TXN-READS       TO RUNCT-COUNT.
           WRITE RUNCT-RECORD.
           MOVE 'TXN-REJECTED'     TO RUNCT-COUNTER-NAME.
           MOVE WS-TXN-REJECTED    TO RUNCT-COUNT.
           WRITE RUNCT-RECORD.
           MOVE 'LINKS-WRITTEN'    TO RUNCT-COUNTER-NAME.
           MOVE WS-NEW-WRITTEN     TO RUNCT-COUNT.
           WRITE RUNCT-RECORD.

           CLOSE RUNCTL-FILE.
       9100-WRITE-RUN-CONTROL-EXIT.
           EXIT.
