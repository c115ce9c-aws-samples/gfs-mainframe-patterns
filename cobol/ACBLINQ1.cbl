      *            ACBLDLT1, SO THE CSR CAN TELL THE CUSTOMER          *
      *            WHETHER THE FIGURES ARE THE OVERNIGHT LOAD OR AN    *
      *            INTRADAY REFRESH.                                   *
      * 10/15/26   D MORENO          DM0052                            *
      *            THE CSR NOW SIGNS ON WITH A USER ID BEFORE THE      *
      *            FIRST ACCOUNT, AND EVERY LOOKUP APPENDS AN ACCESS-  *
      *            LOG RECORD TO ACCLOG (USER, ACCOUNT, DATE, TIME,    *
      *            SCREENS SHOWN, THE ACCOUNT'S SUPER BRANCH AND       *
      *            EMPLOYEE SWITCH) FOR THE NIGHTLY ACBLACR1 ACCESS    *
      *            REVIEW.  NO USER ID, OR NO ACCESS LOG, AND THE      *
      *            SESSION IS REFUSED WITH RETURN CODE 8 - NO          *
      *            BALANCES ARE SHOWN THAT CANNOT BE ACCOUNTED FOR.    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS TX22N-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTIDX-STATUS.

           SELECT ACCLOG-FILE      ASSIGN TO ACCLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCTIDX-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "Mockedcopy.cpy".

       FD  ACCLOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY "ACCLREC.cpy".

       WORKING-STORAGE SECTION.
       77  WS-ACCTIDX-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-ACCLOG-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-DONE-SW                  PIC X(01)  VALUE 'N'.
           88  WS-DONE                 VALUE 'Y'.
       77  WS-INIT-OK-SW               PIC X(01)  VALUE 'N'.
           88  WS-INIT-OK              VALUE 'Y'.
       77  WS-INQ-ACCOUNT              PIC X(09)  VALUE SPACES.
       77  WS-USER-ID                  PIC X(08)  VALUE SPACES.
       77  WS-FOUND-SW                 PIC X(01)  VALUE 'N'.
       77  WS-SCREENS                  PIC 9(03)  VALUE ZERO COMP.
       77  WS-LOGGED                   PIC 9(05)  VALUE ZERO COMP.
       77  WS-REPLY                    PIC X(01)  VALUE SPACE.
       77  WS-INQUIRIES                PIC 9(05)  VALUE ZERO COMP.
       77  WS-NOT-FOUND                PIC 9(05)  VALUE ZERO COMP.
       77  WS-TYPE-IDX                 PIC 9(02)  VALUE ZERO COMP.

       01  WS-LOG-TIME-RAW.
           05  WS-LOG-HHMMSS           PIC 9(06).
           05  FILLER                  PIC 9(02).

       01  WS-FMT-SGN                  PIC X(01)  VALUE SPACE.
       01  WS-FMT-AMT                  PIC 9(15)V99 VALUE ZERO.
       01  WS-AMT-SIGNED               PIC S9(17)V99 COMP-3.

      *-----------------------------------------------------------*
      *  1000-INITIALIZE                                          *
      *     OPENS ACCTIDX, SIGNS THE CSR ON AND OPENS THE ACCESS  *
      *     LOG.  NOTHING IS SHOWN UNLESS ALL THREE SUCCEED.      *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT ACCTIDX-FILE.
               MOVE 'Y' TO WS-DONE-SW
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           DISPLAY 'ENTER USER ID:'.
           MOVE SPACES TO WS-USER-ID.
           ACCEPT WS-USER-ID.
           IF WS-USER-ID = SPACES OR WS-USER-ID = 'END'
               DISPLAY 'ACBLINQ1 - NO USER ID, SESSION REFUSED'
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-DONE-SW
               CLOSE ACCTIDX-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN EXTEND ACCLOG-FILE.
           IF WS-ACCLOG-STATUS = '35'
               OPEN OUTPUT ACCLOG-FILE
           END-IF.
           IF WS-ACCLOG-STATUS NOT = '00'
               DISPLAY 'ACBLINQ1 - OPEN FAILED - ACCLOG '
                       WS-ACCLOG-STATUS
                       ', SESSION REFUSED'
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-DONE-SW
               CLOSE ACCTIDX-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           MOVE 'Y' TO WS-INIT-OK-SW.
           DISPLAY 'ACBLINQ1 - SIGNED ON AS ' WS-USER-ID.
           DISPLAY 'ACBLINQ1 - ACCOUNT BALANCE INQUIRY'.
       1000-INITIALIZE-EXIT.
           EXIT.
           END-IF.

           ADD 1 TO WS-INQUIRIES.
           MOVE ZERO TO WS-SCREENS.
           MOVE 'N'  TO WS-FOUND-SW.
           MOVE WS-INQ-ACCOUNT TO TX22N-ACCOUNT-NUMBER.
           READ ACCTIDX-FILE
               INVALID KEY
                   ADD 1 TO WS-NOT-FOUND
                   DISPLAY 'ACCOUNT ' WS-INQ-ACCOUNT ' NOT FOUND'
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND-SW
                   PERFORM 2100-DISPLAY-BALANCES
                       THRU 2100-DISPLAY-BALANCES-EXIT
                   PERFORM 2500-DISPLAY-TYPE-PAGES
                       THRU 2500-DISPLAY-TYPE-PAGES-EXIT
           END-READ.

           PERFORM 2900-WRITE-ACCESS-LOG
               THRU 2900-WRITE-ACCESS-LOG-EXIT.
       2000-INQUIRY-EXIT.
           EXIT.

      *     PROPER SIGN.                                          *
      *-----------------------------------------------------------*
       2100-DISPLAY-BALANCES.
           ADD 1 TO WS-SCREENS.
           DISPLAY ' '.
           DISPLAY 'ACCOUNT       : ' TX22N-ACCOUNT-NUMBER.
           DISPLAY 'SUPER BRANCH  : ' TX22N-SUPER-BRH.
           MOVE TX22N-ACCOUNT-TYPE-INFO-10 TO WS-TYPE-ENTRY(10).

           DISPLAY ' '.
           ADD 1 TO WS-SCREENS.
           DISPLAY 'ACCOUNT-TYPE DETAIL, PAGE 1 OF 2'.
           PERFORM 2600-DISPLAY-ONE-TYPE
               THRU 2600-DISPLAY-ONE-TYPE-EXIT
               GO TO 2500-DISPLAY-TYPE-PAGES-EXIT
           END-IF.

           ADD 1 TO WS-SCREENS.
           DISPLAY 'ACCOUNT-TYPE DETAIL, PAGE 2 OF 2'.
           PERFORM 2600-DISPLAY-ONE-TYPE
               THRU 2600-DISPLAY-ONE-TYPE-EXIT
       2600-DISPLAY-ONE-TYPE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2900-WRITE-ACCESS-LOG                                    *
      *     ONE ACCESS-LOG RECORD PER ACCOUNT KEYED, FOUND OR     *
      *     NOT, WITH THE NUMBER OF SCREENS THE CSR SAW.          *
      *-----------------------------------------------------------*
       2900-WRITE-ACCESS-LOG.
           MOVE SPACES               TO ACCL-RECORD.
           MOVE WS-USER-ID           TO ACCL-USER-ID.
           MOVE WS-INQ-ACCOUNT       TO ACCL-ACCOUNT-NUMBER.
           ACCEPT ACCL-ACCESS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-LOG-TIME-RAW FROM TIME.
           MOVE WS-LOG-HHMMSS        TO ACCL-ACCESS-TIME.
           MOVE 'ACBLINQ1'           TO ACCL-PROGRAM-ID.
           MOVE 'I'                  TO ACCL-ACCESS-TYPE.
           MOVE WS-SCREENS           TO ACCL-SCREENS.
           MOVE WS-FOUND-SW          TO ACCL-FOUND-SW.
           IF WS-FOUND-SW = 'Y'
               MOVE TX22N-SUPER-BRH        TO ACCL-SUPER-BRH
               MOVE TX22N-EMPLOYEE-ACCT-SW TO ACCL-EMPLOYEE-ACCT-SW
           END-IF.
           WRITE ACCL-RECORD.
           IF WS-ACCLOG-STATUS NOT = '00'
               DISPLAY 'ACBLINQ1 - WRITE FAILED - ACCLOG '
                       WS-ACCLOG-STATUS
                       ', SESSION ENDED'
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-DONE-SW
               GO TO 2900-WRITE-ACCESS-LOG-EXIT
           END-IF.
           ADD 1 TO WS-LOGGED.
       2900-WRITE-ACCESS-LOG-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5000-SHOW-AMOUNT                                         *
      *     SIGNS ONE AMOUNT AND DISPLAYS IT WITH ITS LABEL.      *
       9000-TERMINATE.
           IF WS-INIT-OK
               CLOSE ACCTIDX-FILE
               CLOSE ACCLOG-FILE
           END-IF.
           DISPLAY 'ACBLINQ1 - INQUIRIES KEYED   : ' WS-INQUIRIES.
           DISPLAY 'ACBLINQ1 - ACCOUNTS NOT FOUND: ' WS-NOT-FOUND.
           DISPLAY 'ACBLINQ1 - LOOKUPS LOGGED    : ' WS-LOGGED.
       9000-TERMINATE-EXIT.
           EXIT.
