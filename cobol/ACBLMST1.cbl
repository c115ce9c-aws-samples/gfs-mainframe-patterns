      *            WITH AN EXCEPTIONS SECTION PER REQUESTER LISTING    *
      *            ACCOUNTS NOT ON FILE.  TURNS A HALF-DAY OF          *
      *            SCREEN-SCRAPING ACBLINQ1 INTO ONE JOB SUBMISSION.   *
      * 10/15/26   D MORENO          DM0052                            *
      *            EVERY MINI-STATEMENT PRINTED NOW APPENDS AN ACCESS- *
      *            LOG RECORD TO ACCLOG AGAINST THE RQST-REQUESTER-ID  *
      *            FOR THE NIGHTLY ACBLACR1 ACCESS REVIEW.  A REQUEST  *
      *            WITH NO REQUESTER ID IS NOT PRINTED BUT LISTED AS   *
      *            AN EXCEPTION.  NO ACCESS LOG AND THE STEP ENDS      *
      *            WITH RETURN CODE 8 BEFORE ANY STATEMENT PRINTS.     *
      * 10/15/26   D MORENO          DM0062                            *
      *            THE ACCESS-LOG RECORD IS NOW WRITTEN BEFORE THE     *
      *            STATEMENT IS PRINTED, AS ACBLINQ1 DOES.  IF THE LOG *
      *            WRITE FAILS THE STATEMENT IS NOT PRINTED AND NO     *
      *            FURTHER REQUESTS ARE PROCESSED (RETURN CODE 8).     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MSTRPT-STATUS.

           SELECT ACCLOG-FILE      ASSIGN TO ACCLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQFILE-FILE
           BLOCK CONTAINS 0 RECORDS.
       01  MSTRPT-LINE                 PIC X(132).

       FD  ACCLOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY "ACCLREC.cpy".

       WORKING-STORAGE SECTION.
       77  WS-REQFILE-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-ACCTIDX-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-MSTRPT-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-ACCLOG-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-EOF-SW                   PIC X(01)  VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       77  WS-INIT-OK-SW               PIC X(01)  VALUE 'N'.
           88  WS-INIT-OK              VALUE 'Y'.
       77  WS-LOG-FAILED-SW            PIC X(01)  VALUE 'N'.
           88  WS-LOG-FAILED           VALUE 'Y'.
       77  WS-REQUESTS                 PIC 9(07)  VALUE ZERO COMP.
       77  WS-STATEMENTS               PIC 9(07)  VALUE ZERO COMP.
       77  WS-NOT-FOUND                PIC 9(07)  VALUE ZERO COMP.
       77  WS-NO-REQUESTER             PIC 9(07)  VALUE ZERO COMP.
       77  WS-LOGGED                   PIC 9(07)  VALUE ZERO COMP.
       77  WS-PAGE-COUNT               PIC 9(05)  VALUE ZERO COMP.
       77  WS-TYPE-IDX                 PIC 9(02)  VALUE ZERO COMP.
       77  WS-EXC-COUNT                PIC 9(03)  VALUE ZERO COMP.
           05  WS-EXC-ENTRY            OCCURS 100 TIMES.
               10  WS-EXC-ACCOUNT      PIC X(09).

       01  WS-LOG-TIME-RAW.
           05  WS-LOG-HHMMSS           PIC 9(06).
           05  FILLER                  PIC 9(02).

       01  WS-FMT-SGN                  PIC X(01)  VALUE SPACE.
       01  WS-FMT-AMT                  PIC 9(15)V99 VALUE ZERO.
       01  WS-AMT-SIGNED               PIC S9(17)V99 COMP-3.
           05  FILLER          PIC X(24) VALUE 'ACCOUNTS NOT ON FILE :'.
           05  WS-T-NOT-FOUND  PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-4.
           05  FILLER          PIC X(24) VALUE 'NO REQUESTER ID      :'.
           05  WS-T-NO-REQ     PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-5.
           05  FILLER          PIC X(24) VALUE 'ACCESSES LOGGED      :'.
           05  WS-T-LOGGED     PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------*
      *  0000-MAINLINE                                            *
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN EXTEND ACCLOG-FILE.
           IF WS-ACCLOG-STATUS = '35'
               OPEN OUTPUT ACCLOG-FILE
           END-IF.
           IF WS-ACCLOG-STATUS NOT = '00'
               DISPLAY 'ACBLMST1 - OPEN FAILED - ACCLOG '
                       WS-ACCLOG-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE ACCTIDX-FILE
               CLOSE MSTRPT-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           MOVE 'Y' TO WS-INIT-OK-SW.
       1000-INITIALIZE-EXIT.
           EXIT.
               UNTIL WS-EOF.

           IF WS-LAST-REQUESTER NOT = SPACES
           OR WS-EXC-COUNT > ZERO
               PERFORM 3500-WRITE-EXCEPTIONS
                   THRU 3500-WRITE-EXCEPTIONS-EXIT
           END-IF.
           END-RETURN.
           ADD 1 TO WS-REQUESTS.

      *    ONCE ACCLOG HAS FAILED NOTHING MORE IS PRINTED.
           IF WS-LOG-FAILED
               GO TO 3100-PROCESS-ONE-REQUEST-EXIT
           END-IF.

           IF RQS-REQUESTER-ID NOT = WS-LAST-REQUESTER
               IF WS-LAST-REQUESTER NOT = SPACES
               OR WS-EXC-COUNT > ZERO
                   PERFORM 3500-WRITE-EXCEPTIONS
                       THRU 3500-WRITE-EXCEPTIONS-EXIT
               END-IF
               MOVE RQS-REQUESTER-ID TO WS-LAST-REQUESTER
           END-IF.

      *    A STATEMENT THAT CANNOT BE LOGGED AGAINST A REQUESTER
      *    IS NOT PRINTED.  IT SORTS FIRST AND IS LISTED AS AN
      *    EXCEPTION.
           IF RQS-REQUESTER-ID = SPACES
               ADD 1 TO WS-NO-REQUESTER
               PERFORM 3200-HOLD-EXCEPTION
                   THRU 3200-HOLD-EXCEPTION-EXIT
               GO TO 3100-PROCESS-ONE-REQUEST-EXIT
           END-IF.

           MOVE RQS-ACCOUNT-NUMBER TO TX22N-ACCOUNT-NUMBER.
           READ ACCTIDX-FILE
               INVALID KEY
           EXIT.

       3200-HOLD-EXCEPTION.
           IF RQS-REQUESTER-ID NOT = SPACES
               ADD 1 TO WS-NOT-FOUND
           END-IF.
           IF WS-EXC-COUNT >= 100
               DISPLAY 'ACBLMST1 - EXCEPTION TABLE FULL, '
                       'ACCOUNT DROPPED ' RQS-ACCOUNT-NUMBER
      *  3300-PRINT-ONE-STATEMENT                                 *
      *     ONE PAGE PER ACCOUNT - IDENTITY BLOCK, THE BALANCE    *
      *     AND CALL AMOUNTS, THEN THE TEN ACCOUNT-TYPE SUB-      *
      *     BALANCES.  THE STATEMENT IS LOGGED BEFORE IT IS       *
      *     PRINTED - ONE THAT CANNOT BE LOGGED IS NOT PRINTED.   *
      *-----------------------------------------------------------*
       3300-PRINT-ONE-STATEMENT.
           PERFORM 3600-WRITE-ACCESS-LOG
               THRU 3600-WRITE-ACCESS-LOG-EXIT.
           IF WS-LOG-FAILED
               GO TO 3300-PRINT-ONE-STATEMENT-EXIT
           END-IF.

           ADD 1 TO WS-STATEMENTS.
           PERFORM 4900-NEW-PAGE
               THRU 4900-NEW-PAGE-EXIT.

           PERFORM 4900-NEW-PAGE
               THRU 4900-NEW-PAGE-EXIT.
           IF WS-LAST-REQUESTER = SPACES
               MOVE '(NONE)'          TO WS-E-REQUESTER
           ELSE
               MOVE WS-LAST-REQUESTER TO WS-E-REQUESTER
           END-IF.
           WRITE MSTRPT-LINE FROM WS-EXC-TITLE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO MSTRPT-LINE.
       3510-WRITE-ONE-EXCEPTION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3600-WRITE-ACCESS-LOG                                    *
      *     ONE ACCESS-LOG RECORD PER STATEMENT PRINTED, AGAINST  *
      *     THE REQUESTER WHO ASKED FOR IT.  A FAILED WRITE ENDS  *
      *     THE PRINTING.                                         *
      *-----------------------------------------------------------*
       3600-WRITE-ACCESS-LOG.
           MOVE SPACES                 TO ACCL-RECORD.
           MOVE RQS-REQUESTER-ID       TO ACCL-USER-ID.
           MOVE TX22N-ACCOUNT-NUMBER   TO ACCL-ACCOUNT-NUMBER.
           ACCEPT ACCL-ACCESS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-LOG-TIME-RAW FROM TIME.
           MOVE WS-LOG-HHMMSS          TO ACCL-ACCESS-TIME.
           MOVE 'ACBLMST1'             TO ACCL-PROGRAM-ID.
           MOVE 'S'                    TO ACCL-ACCESS-TYPE.
           MOVE 1                      TO ACCL-SCREENS.
           MOVE 'Y'                    TO ACCL-FOUND-SW.
           MOVE TX22N-SUPER-BRH        TO ACCL-SUPER-BRH.
           MOVE TX22N-EMPLOYEE-ACCT-SW TO ACCL-EMPLOYEE-ACCT-SW.
           WRITE ACCL-RECORD.
           IF WS-ACCLOG-STATUS NOT = '00'
               DISPLAY 'ACBLMST1 - WRITE FAILED - ACCLOG '
                       WS-ACCLOG-STATUS ' ' TX22N-ACCOUNT-NUMBER
                       ', REMAINING REQUESTS NOT PRINTED'
               MOVE 'Y' TO WS-LOG-FAILED-SW
               MOVE 8 TO RETURN-CODE
               GO TO 3600-WRITE-ACCESS-LOG-EXIT
           END-IF.
           ADD 1 TO WS-LOGGED.
       3600-WRITE-ACCESS-LOG-EXIT.
           EXIT.

       3900-WRITE-TOTALS.
           MOVE SPACES TO MSTRPT-LINE.
           WRITE MSTRPT-LINE AFTER ADVANCING 2 LINES.
           MOVE WS-NOT-FOUND TO WS-T-NOT-FOUND.
           WRITE MSTRPT-LINE FROM WS-TOTAL-LINE-3
               AFTER ADVANCING 1 LINE.
           MOVE WS-NO-REQUESTER TO WS-T-NO-REQ.
           WRITE MSTRPT-LINE FROM WS-TOTAL-LINE-4
               AFTER ADVANCING 1 LINE.
           MOVE WS-LOGGED TO WS-T-LOGGED.
           WRITE MSTRPT-LINE FROM WS-TOTAL-LINE-5
               AFTER ADVANCING 1 LINE.
       3900-WRITE-TOTALS-EXIT.
           EXIT.

           IF WS-INIT-OK
               CLOSE ACCTIDX-FILE
               CLOSE MSTRPT-FILE
               CLOSE ACCLOG-FILE
           END-IF.
           DISPLAY 'ACBLMST1 - REQUESTS READ       : ' WS-REQUESTS.
           DISPLAY 'ACBLMST1 - STATEMENTS PRINTED  : '
                   WS-STATEMENTS.
           DISPLAY 'ACBLMST1 - ACCOUNTS NOT ON FILE: '
                   WS-NOT-FOUND.
           DISPLAY 'ACBLMST1 - NO REQUESTER ID     : '
                   WS-NO-REQUESTER.
           DISPLAY 'ACBLMST1 - ACCESSES LOGGED     : '
                   WS-LOGGED.
       9000-TERMINATE-EXIT.
           EXIT.
