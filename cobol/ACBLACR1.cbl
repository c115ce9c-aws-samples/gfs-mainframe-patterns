      ******************************************************************
      *                                                                *
      *  PROGRAM-ID : ACBLACR1                                         *
      *                                                                *
      *  NIGHTLY CUSTOMER-BALANCE ACCESS REVIEW OFF THE ACCLOG         *
      *  ACCESS LOG WRITTEN BY ACBLINQ1 AND ACBLMST1                   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ACBLACR1.
       AUTHOR.        D MORENO.
       INSTALLATION.  FBSIT DATA CENTER.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
      *===============================================================*
      *                        @REVISIONS@                            *
      *-----------------------------------------------------------*
      * MM/DD/YY   PROGRAMMER NAME                                     *
      * --------   ---------------                                     *
      * 10/15/26   D MORENO          DM0052                            *
      *            INITIAL INSTALLATION - READS THE DAY'S ACCESS-LOG   *
      *            RECORDS (EVERY ACBLINQ1 INQUIRY AND EVERY ACBLMST1  *
      *            MINI-STATEMENT), SORTS THEM BY USER, DATE AND       *
      *            TIME, AND PRINTS THE COMPLIANCE ACCESS REVIEW:      *
      *            EVERY LOOKUP OF AN ACCOUNT WITH TX22N-EMPLOYEE-     *
      *            ACCT-SW SET, EVERY LOOKUP OF AN ACCOUNT OUTSIDE     *
      *            THE USER'S OWN SUPER BRANCH PER THE USERPRF USER    *
      *            PROFILE FILE, EVERY USER WHOSE LOOKUPS IN A DAY     *
      *            EXCEED THE ACRPARM DAILY VOLUME, AND EVERY USER ID  *
      *            NOT ON USERPRF AT ALL.  A MISSING USERPRF SKIPS     *
      *            THE BRANCH TEST AND ENDS THE STEP WITH RETURN CODE  *
      *            4; A MISSING ACCLOG ENDS IT WITH RETURN CODE 8 SO   *
      *            THE LOG IS NOT ROLLED UNREVIEWED.                   *
      * 10/15/26   D MORENO          DM0060                            *
      *            AN ACBLHST1 STATEMENT MADE UP ONLY OF WEEKLY        *
      *            CONDENSED SNAPSHOTS, WHOSE ACCOUNT IS NO LONGER ON  *
      *            ACCTIDX, IS LOGGED WITH THE EMPLOYEE SWITCH 'U' -   *
      *            UNKNOWN.  A 'U' IS LISTED AND COUNTED AS AN         *
      *            EMPLOYEE-ACCOUNT LOOKUP, SHOWING U IN THE EMPLOYEE  *
      *            COLUMN, SO COMPLIANCE REVIEWS IT BY HAND.           *
      * 10/15/26   D MORENO          DM0062                            *
      *            A MISSING USER FILE NO LONGER LOWERS THE RETURN     *
      *            CODE 8 SET WHEN ACRRPT CANNOT BE OPENED TO 4.       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-3090.
       OBJECT-COMPUTER.   IBM-3090.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCLOG-FILE      ASSIGN TO ACCLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCLOG-STATUS.

           SELECT ACR-SORT-FILE    ASSIGN TO SORTWK01
               ORGANIZATION IS SEQUENTIAL.

           SELECT USERPRF-FILE     ASSIGN TO USERPRF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-USERPRF-STATUS.

           SELECT ACRPARM-FILE     ASSIGN TO ACRPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACRPARM-STATUS.

           SELECT ACRRPT-FILE      ASSIGN TO ACRRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACRRPT-STATUS.

           SELECT RUNCTL-FILE      ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCLOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY "ACCLREC.cpy".

       SD  ACR-SORT-FILE.
           COPY "ACCLREC.cpy" REPLACING LEADING ==ACCL== BY ==ACRS==.

       FD  USERPRF-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY "USRPREC.cpy".

       FD  ACRPARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  ACRPARM-RECORD.
           05  PARM-DAILY-LIMIT        PIC 9(05).
           05  FILLER                  PIC X(75).

       FD  ACRRPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  ACRRPT-LINE                 PIC X(132).

       FD  RUNCTL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY "RUNCTREC.cpy".

       WORKING-STORAGE SECTION.
       77  WS-ACCLOG-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-USERPRF-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-ACRPARM-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-ACRRPT-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-RUNCTL-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-RUN-DATE                 PIC 9(08)  VALUE ZERO.
       77  WS-EOF-SW                   PIC X(01)  VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       77  WS-INIT-OK-SW               PIC X(01)  VALUE 'N'.
           88  WS-INIT-OK              VALUE 'Y'.
       77  WS-LOAD-ERROR-SW            PIC X(01)  VALUE 'N'.
           88  WS-LOAD-ERROR           VALUE 'Y'.
       77  WS-USERS-LOADED-SW          PIC X(01)  VALUE 'N'.
           88  WS-USERS-LOADED         VALUE 'Y'.
       77  WS-USER-KNOWN-SW            PIC X(01)  VALUE 'N'.
           88  WS-USER-KNOWN           VALUE 'Y'.
       77  WS-SECTION-SW               PIC X(01)  VALUE 'F'.
           88  WS-SECTION-FLAGGED      VALUE 'F'.
           88  WS-SECTION-VOLUME       VALUE 'V'.
           88  WS-SECTION-UNKNOWN      VALUE 'U'.
           88  WS-SECTION-TOTALS       VALUE 'T'.
       77  WS-READS                    PIC 9(07)  VALUE ZERO COMP.
       77  WS-FLAGGED                  PIC 9(07)  VALUE ZERO COMP.
       77  WS-EMPLOYEE-HITS            PIC 9(07)  VALUE ZERO COMP.
       77  WS-OUTSIDE-HITS             PIC 9(07)  VALUE ZERO COMP.
       77  WS-OVER-VOLUME              PIC 9(07)  VALUE ZERO COMP.
       77  WS-UNKNOWN-USERS            PIC 9(07)  VALUE ZERO COMP.
       77  WS-DAY-LOOKUPS              PIC 9(07)  VALUE ZERO COMP.
       77  WS-USER-COUNT               PIC 9(04)  VALUE ZERO COMP.
       77  WS-USER-IDX                 PIC 9(04)  VALUE ZERO COMP.
       77  WS-VOL-COUNT                PIC 9(04)  VALUE ZERO COMP.
       77  WS-VOL-IDX                  PIC 9(04)  VALUE ZERO COMP.
       77  WS-UNK-COUNT                PIC 9(04)  VALUE ZERO COMP.
       77  WS-UNK-IDX                  PIC 9(04)  VALUE ZERO COMP.
       77  WS-LINE-COUNT               PIC 9(03)  VALUE ZERO COMP.
       77  WS-PAGE-COUNT               PIC 9(05)  VALUE ZERO COMP.
       77  WS-LAST-USER                PIC X(08)  VALUE SPACES.
       77  WS-LAST-DATE                PIC 9(08)  VALUE ZERO.
       77  WS-USER-BRH                 PIC X(03)  VALUE SPACES.
       77  WS-USER-NAME                PIC X(20)  VALUE SPACES.
       77  WS-EMP-FLAG                 PIC X(01)  VALUE SPACE.
       77  WS-BRH-FLAG                 PIC X(01)  VALUE SPACE.

      *---------------------------------------------------------------*
      *  LOOKUPS ONE USER MAY MAKE IN ONE DAY BEFORE BEING LISTED,    *
      *  KEYED ON ACRPARM; DEFAULTS TO 100 WHEN THE PARM IS EMPTY.    *
      *---------------------------------------------------------------*
       77  WS-DAILY-LIMIT              PIC 9(05)  VALUE 100.

      *---------------------------------------------------------------*
      *  THE USER PROFILE FILE, LOADED AT START-UP.                   *
      *---------------------------------------------------------------*
       01  WS-USER-TABLE.
           05  WS-USR-ENTRY            OCCURS 2000 TIMES.
               10  WS-USR-ID           PIC X(08).
               10  WS-USR-NAME         PIC X(20).
               10  WS-USR-BRH          PIC X(03).

      *---------------------------------------------------------------*
      *  USER-DAYS OVER THE DAILY VOLUME AND USER-DAYS FOR USER IDS   *
      *  NOT ON THE PROFILE FILE, HELD FOR THEIR REPORT SECTIONS      *
      *  AFTER THE FLAGGED-LOOKUP DETAIL.                             *
      *---------------------------------------------------------------*
       01  WS-VOLUME-TABLE.
           05  WS-VOL-ENTRY            OCCURS 500 TIMES.
               10  WS-VOL-USER         PIC X(08).
               10  WS-VOL-NAME         PIC X(20).
               10  WS-VOL-BRH          PIC X(03).
               10  WS-VOL-DATE         PIC 9(08).
               10  WS-VOL-LOOKUPS      PIC 9(07).

       01  WS-UNKNOWN-TABLE.
           05  WS-UNK-ENTRY            OCCURS 500 TIMES.
               10  WS-UNK-USER         PIC X(08).
               10  WS-UNK-DATE         PIC 9(08).
               10  WS-UNK-LOOKUPS      PIC 9(07).

       01  WS-REPORT-TITLE.
           05  FILLER                  PIC X(40)
               VALUE 'CUSTOMER-BALANCE ACCESS REVIEW'.
           05  FILLER                  PIC X(06) VALUE 'DATE '.
           05  WS-TITLE-DATE           PIC 9(08).
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'PAGE '.
           05  WS-TITLE-PAGE           PIC ZZZZ9.

       01  WS-FLAG-HEAD-LINE.
           05  FILLER                  PIC X(60) VALUE
               'LOOKUPS OF EMPLOYEE ACCOUNTS OR OUTSIDE USER BRANCH'.

       01  WS-FLAG-HEADING.
           05  FILLER          PIC X(10) VALUE 'USER ID'.
           05  FILLER          PIC X(10) VALUE 'DATE'.
           05  FILLER          PIC X(08) VALUE 'TIME'.
           05  FILLER          PIC X(11) VALUE 'ACCOUNT'.
           05  FILLER          PIC X(10) VALUE 'PROGRAM'.
           05  FILLER          PIC X(06) VALUE 'BRH'.
           05  FILLER          PIC X(10) VALUE 'USER BRH'.
           05  FILLER          PIC X(09) VALUE 'SCREENS'.
           05  FILLER          PIC X(10) VALUE 'EMPL ACCT'.
           05  FILLER          PIC X(12) VALUE 'OUTSIDE BRH'.

       01  WS-FLAG-LINE.
           05  WS-F-USER       PIC X(10).
           05  WS-F-DATE       PIC 9(08).
           05  FILLER          PIC X(02).
           05  WS-F-TIME       PIC 9(06).
           05  FILLER          PIC X(02).
           05  WS-F-ACCT       PIC X(11).
           05  WS-F-PGM        PIC X(10).
           05  WS-F-BRH        PIC X(06).
           05  WS-F-USER-BRH   PIC X(10).
           05  WS-F-SCREENS    PIC ZZ9.
           05  FILLER          PIC X(09).
           05  WS-F-EMP        PIC X(10).
           05  WS-F-OUT        PIC X(01).

       01  WS-VOL-HEAD-LINE.
           05  FILLER                  PIC X(40)
               VALUE 'USERS OVER THE DAILY LOOKUP VOLUME OF'.
           05  WS-VH-LIMIT             PIC ZZ,ZZ9.

       01  WS-VOL-HEADING.
           05  FILLER          PIC X(10) VALUE 'USER ID'.
           05  FILLER          PIC X(22) VALUE 'USER NAME'.
           05  FILLER          PIC X(10) VALUE 'USER BRH'.
           05  FILLER          PIC X(10) VALUE 'DATE'.
           05  FILLER          PIC X(10) VALUE 'LOOKUPS'.

       01  WS-VOL-LINE.
           05  WS-V-USER       PIC X(10).
           05  WS-V-NAME       PIC X(22).
           05  WS-V-BRH        PIC X(10).
           05  WS-V-DATE       PIC 9(08).
           05  FILLER          PIC X(02).
           05  WS-V-LOOKUPS    PIC Z,ZZZ,ZZ9.

       01  WS-UNK-HEAD-LINE.
           05  FILLER                  PIC X(40)
               VALUE 'USER IDS NOT ON THE USER PROFILE FILE'.

       01  WS-UNK-HEADING.
           05  FILLER          PIC X(10) VALUE 'USER ID'.
           05  FILLER          PIC X(10) VALUE 'DATE'.
           05  FILLER          PIC X(10) VALUE 'LOOKUPS'.

       01  WS-UNK-LINE.
           05  WS-U-USER       PIC X(10).
           05  WS-U-DATE       PIC 9(08).
           05  FILLER          PIC X(02).
           05  WS-U-LOOKUPS    PIC Z,ZZZ,ZZ9.

       01  WS-NONE-LINE.
           05  FILLER          PIC X(10) VALUE SPACES.
           05  FILLER          PIC X(10) VALUE '(NONE)'.

       01  WS-TOTAL-LINE-1.
           05  FILLER          PIC X(30)
               VALUE 'ACCESS-LOG RECORDS READ     :'.
           05  WS-T-READS      PIC Z,ZZZ,ZZ9.

       01  WS-TOTAL-LINE-2.
           05  FILLER          PIC X(30)
               VALUE 'EMPLOYEE-ACCOUNT LOOKUPS    :'.
           05  WS-T-EMPLOYEE   PIC Z,ZZZ,ZZ9.

       01  WS-TOTAL-LINE-3.
           05  FILLER          PIC X(30)
               VALUE 'OUTSIDE-BRANCH LOOKUPS      :'.
           05  WS-T-OUTSIDE    PIC Z,ZZZ,ZZ9.

       01  WS-TOTAL-LINE-4.
           05  FILLER          PIC X(30)
               VALUE 'USER-DAYS OVER VOLUME       :'.
           05  WS-T-VOLUME     PIC Z,ZZZ,ZZ9.

       01  WS-TOTAL-LINE-5.
           05  FILLER          PIC X(30)
               VALUE 'USER-DAYS NOT ON PROFILE    :'.
           05  WS-T-UNKNOWN    PIC Z,ZZZ,ZZ9.

       01  WS-TOTAL-LINE-6.
           05  FILLER          PIC X(40)
               VALUE 'BRANCH TEST SKIPPED - NO USERPRF'.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------*
      *  0000-MAINLINE                                            *
      *-----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           IF WS-INIT-OK
               SORT ACR-SORT-FILE
                   ON ASCENDING KEY ACRS-USER-ID
                                    ACRS-ACCESS-DATE
                                    ACRS-ACCESS-TIME
                                    ACRS-ACCOUNT-NUMBER
                   INPUT PROCEDURE  2000-RELEASE-LOG
                                THRU 2000-RELEASE-LOG-EXIT
                   OUTPUT PROCEDURE 3000-REVIEW-ACCESSES
                                THRU 3000-REVIEW-ACCESSES-EXIT
           END-IF.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      *  1000-INITIALIZE                                          *
      *     READS THE PARM, LOADS THE USER PROFILES AND OPENS     *
      *     THE REPORT.  ACCLOG IS OPENED BY THE SORT INPUT       *
      *     PROCEDURE.                                            *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT ACRPARM-FILE.
           IF WS-ACRPARM-STATUS NOT = '00'
               DISPLAY 'ACBLACR1 - OPEN FAILED - ACRPARM '
                       WS-ACRPARM-STATUS
                       ', DAILY LIMIT DEFAULTED TO 100'
           ELSE
               READ ACRPARM-FILE
                   AT END
                       DISPLAY 'ACBLACR1 - EMPTY ACRPARM, '
                               'DAILY LIMIT DEFAULTED TO 100'
                   NOT AT END
                       IF  PARM-DAILY-LIMIT NUMERIC
                       AND PARM-DAILY-LIMIT > ZERO
                           MOVE PARM-DAILY-LIMIT TO WS-DAILY-LIMIT
                       END-IF
               END-READ
               CLOSE ACRPARM-FILE
           END-IF.

           PERFORM 1100-LOAD-USERS
               THRU 1100-LOAD-USERS-EXIT.

           OPEN OUTPUT ACRRPT-FILE.
           IF WS-ACRRPT-STATUS NOT = '00'
               DISPLAY 'ACBLACR1 - OPEN FAILED - ACRRPT '
                       WS-ACRRPT-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           MOVE 'Y' TO WS-INIT-OK-SW.
           MOVE WS-RUN-DATE TO WS-TITLE-DATE.
           MOVE 'F' TO WS-SECTION-SW.
           PERFORM 4900-NEW-PAGE
               THRU 4900-NEW-PAGE-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1100-LOAD-USERS                                          *
      *     LOADS THE USER PROFILE FILE.  WITHOUT IT THE BRANCH   *
      *     TEST CANNOT BE MADE AND IS SKIPPED.                   *
      *-----------------------------------------------------------*
       1100-LOAD-USERS.
           OPEN INPUT USERPRF-FILE.
           IF WS-USERPRF-STATUS NOT = '00'
               DISPLAY 'ACBLACR1 - OPEN FAILED - USERPRF '
                       WS-USERPRF-STATUS
                       ', BRANCH TEST SKIPPED'
               GO TO 1100-LOAD-USERS-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           PERFORM 1200-LOAD-ONE-USER
               THRU 1200-LOAD-ONE-USER-EXIT
               UNTIL WS-EOF.
           CLOSE USERPRF-FILE.
           MOVE 'N' TO WS-EOF-SW.
           MOVE 'Y' TO WS-USERS-LOADED-SW.
       1100-LOAD-USERS-EXIT.
           EXIT.

       1200-LOAD-ONE-USER.
           READ USERPRF-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1200-LOAD-ONE-USER-EXIT
           END-READ.

           IF WS-USER-COUNT >= 2000
               DISPLAY 'ACBLACR1 - USER TABLE FULL, '
                       'RECORD DROPPED FOR ' USRP-USER-ID
               GO TO 1200-LOAD-ONE-USER-EXIT
           END-IF.

           ADD 1 TO WS-USER-COUNT.
           MOVE USRP-USER-ID    TO WS-USR-ID(WS-USER-COUNT).
           MOVE USRP-USER-NAME  TO WS-USR-NAME(WS-USER-COUNT).
           MOVE USRP-SUPER-BRH  TO WS-USR-BRH(WS-USER-COUNT).
       1200-LOAD-ONE-USER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-RELEASE-LOG                                         *
      *     RELEASES EVERY ACCESS-LOG RECORD TO THE SORT.         *
      *-----------------------------------------------------------*
       2000-RELEASE-LOG.
           OPEN INPUT ACCLOG-FILE.
           IF WS-ACCLOG-STATUS NOT = '00'
               DISPLAY 'ACBLACR1 - OPEN FAILED - ACCLOG '
                       WS-ACCLOG-STATUS
               MOVE 'Y' TO WS-LOAD-ERROR-SW
               GO TO 2000-RELEASE-LOG-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           PERFORM 2100-RELEASE-ONE-ACCESS
               THRU 2100-RELEASE-ONE-ACCESS-EXIT
               UNTIL WS-EOF.

           CLOSE ACCLOG-FILE.
       2000-RELEASE-LOG-EXIT.
           EXIT.

       2100-RELEASE-ONE-ACCESS.
           READ ACCLOG-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2100-RELEASE-ONE-ACCESS-EXIT
           END-READ.
           ADD 1 TO WS-READS.

           MOVE ACCL-RECORD TO ACRS-RECORD.
           RELEASE ACRS-RECORD.
       2100-RELEASE-ONE-ACCESS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3000-REVIEW-ACCESSES                                     *
      *     RETURNS THE LOOKUPS IN USER/DATE/TIME ORDER, LISTS    *
      *     EACH FLAGGED LOOKUP, AND AT EACH USER-DAY BREAK       *
      *     HOLDS THE DAY FOR THE VOLUME OR UNKNOWN-USER LIST.    *
      *-----------------------------------------------------------*
       3000-REVIEW-ACCESSES.
           IF WS-LOAD-ERROR
               GO TO 3000-REVIEW-ACCESSES-EXIT
           END-IF.

           MOVE 'N'    TO WS-EOF-SW.
           MOVE SPACES TO WS-LAST-USER.
           MOVE ZERO   TO WS-LAST-DATE.
           MOVE ZERO   TO WS-DAY-LOOKUPS.
           PERFORM 3100-REVIEW-ONE-ACCESS
               THRU 3100-REVIEW-ONE-ACCESS-EXIT
               UNTIL WS-EOF.

           IF WS-DAY-LOOKUPS > ZERO
               PERFORM 3300-CLOSE-USER-DAY
                   THRU 3300-CLOSE-USER-DAY-EXIT
           END-IF.

           IF WS-FLAGGED = ZERO
               WRITE ACRRPT-LINE FROM WS-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

           PERFORM 4000-WRITE-VOLUME-SECTION
               THRU 4000-WRITE-VOLUME-SECTION-EXIT.
           PERFORM 4200-WRITE-UNKNOWN-SECTION
               THRU 4200-WRITE-UNKNOWN-SECTION-EXIT.
       3000-REVIEW-ACCESSES-EXIT.
           EXIT.

       3100-REVIEW-ONE-ACCESS.
           RETURN ACR-SORT-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3100-REVIEW-ONE-ACCESS-EXIT
           END-RETURN.

           IF ACRS-USER-ID     NOT = WS-LAST-USER
           OR ACRS-ACCESS-DATE NOT = WS-LAST-DATE
               IF WS-DAY-LOOKUPS > ZERO
                   PERFORM 3300-CLOSE-USER-DAY
                       THRU 3300-CLOSE-USER-DAY-EXIT
               END-IF
               IF ACRS-USER-ID NOT = WS-LAST-USER
                   MOVE ACRS-USER-ID TO WS-LAST-USER
                   PERFORM 5000-FIND-USER
                       THRU 5000-FIND-USER-EXIT
               END-IF
               MOVE ACRS-ACCESS-DATE TO WS-LAST-DATE
               MOVE ZERO TO WS-DAY-LOOKUPS
           END-IF.

           ADD 1 TO WS-DAY-LOOKUPS.
           PERFORM 3200-CHECK-ACCESS
               THRU 3200-CHECK-ACCESS-EXIT.
       3100-REVIEW-ONE-ACCESS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3200-CHECK-ACCESS                                        *
      *     AN EMPLOYEE ACCOUNT IS ALWAYS LISTED, AS IS ONE WHOSE *
      *     EMPLOYEE SWITCH WAS UNKNOWN ('U') WHEN LOGGED.  AN    *
      *     ACCOUNT IN ANOTHER SUPER BRANCH IS LISTED WHEN THE    *
      *     USER IS ON THE PROFILE FILE AND NOT A HOME-OFFICE     *
      *     USER.  AN ACCOUNT NOT ON FILE HAS NO BRANCH TO TEST.  *
      *-----------------------------------------------------------*
       3200-CHECK-ACCESS.
           MOVE SPACE TO WS-EMP-FLAG.
           MOVE SPACE TO WS-BRH-FLAG.

           IF ACRS-EMPLOYEE-ACCT-SW = 'Y'
           OR ACRS-EMPLOYEE-ACCT-SW = 'U'
               MOVE ACRS-EMPLOYEE-ACCT-SW TO WS-EMP-FLAG
               ADD 1 TO WS-EMPLOYEE-HITS
           END-IF.

           IF  WS-USER-KNOWN
           AND WS-USER-BRH NOT = '***'
           AND ACRS-FOUND
           AND ACRS-SUPER-BRH NOT = WS-USER-BRH
               MOVE 'Y' TO WS-BRH-FLAG
               ADD 1 TO WS-OUTSIDE-HITS
           END-IF.

           IF WS-EMP-FLAG NOT = SPACE OR WS-BRH-FLAG = 'Y'
               PERFORM 3250-WRITE-FLAG-LINE
                   THRU 3250-WRITE-FLAG-LINE-EXIT
           END-IF.
       3200-CHECK-ACCESS-EXIT.
           EXIT.

       3250-WRITE-FLAG-LINE.
           ADD 1 TO WS-FLAGGED.
           MOVE SPACES              TO WS-FLAG-LINE.
           MOVE ACRS-USER-ID        TO WS-F-USER.
           MOVE ACRS-ACCESS-DATE    TO WS-F-DATE.
           MOVE ACRS-ACCESS-TIME    TO WS-F-TIME.
           MOVE ACRS-ACCOUNT-NUMBER TO WS-F-ACCT.
           MOVE ACRS-PROGRAM-ID     TO WS-F-PGM.
           MOVE ACRS-SUPER-BRH      TO WS-F-BRH.
           MOVE WS-USER-BRH         TO WS-F-USER-BRH.
           MOVE ACRS-SCREENS        TO WS-F-SCREENS.
           MOVE WS-EMP-FLAG         TO WS-F-EMP.
           MOVE WS-BRH-FLAG         TO WS-F-OUT.

           IF WS-LINE-COUNT >= 55
               PERFORM 4900-NEW-PAGE
                   THRU 4900-NEW-PAGE-EXIT
           END-IF.
           WRITE ACRRPT-LINE FROM WS-FLAG-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
       3250-WRITE-FLAG-LINE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3300-CLOSE-USER-DAY                                      *
      *     A USER-DAY OVER THE DAILY LIMIT, OR FOR A USER ID     *
      *     NOT ON THE PROFILE FILE, IS HELD FOR ITS SECTION.     *
      *-----------------------------------------------------------*
       3300-CLOSE-USER-DAY.
           IF WS-DAY-LOOKUPS > WS-DAILY-LIMIT
               ADD 1 TO WS-OVER-VOLUME
               IF WS-VOL-COUNT >= 500
                   DISPLAY 'ACBLACR1 - VOLUME TABLE FULL, '
                           'USER DROPPED ' WS-LAST-USER
               ELSE
                   ADD 1 TO WS-VOL-COUNT
                   MOVE WS-LAST-USER   TO WS-VOL-USER(WS-VOL-COUNT)
                   MOVE WS-USER-NAME   TO WS-VOL-NAME(WS-VOL-COUNT)
                   MOVE WS-USER-BRH    TO WS-VOL-BRH(WS-VOL-COUNT)
                   MOVE WS-LAST-DATE   TO WS-VOL-DATE(WS-VOL-COUNT)
                   MOVE WS-DAY-LOOKUPS
                       TO WS-VOL-LOOKUPS(WS-VOL-COUNT)
               END-IF
           END-IF.

           IF WS-USERS-LOADED AND NOT WS-USER-KNOWN
               ADD 1 TO WS-UNKNOWN-USERS
               IF WS-UNK-COUNT >= 500
                   DISPLAY 'ACBLACR1 - UNKNOWN-USER TABLE FULL, '
                           'USER DROPPED ' WS-LAST-USER
               ELSE
                   ADD 1 TO WS-UNK-COUNT
                   MOVE WS-LAST-USER   TO WS-UNK-USER(WS-UNK-COUNT)
                   MOVE WS-LAST-DATE   TO WS-UNK-DATE(WS-UNK-COUNT)
                   MOVE WS-DAY-LOOKUPS
                       TO WS-UNK-LOOKUPS(WS-UNK-COUNT)
               END-IF
           END-IF.
       3300-CLOSE-USER-DAY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4000-WRITE-VOLUME-SECTION                                *
      *-----------------------------------------------------------*
       4000-WRITE-VOLUME-SECTION.
           MOVE 'V' TO WS-SECTION-SW.
           PERFORM 4900-NEW-PAGE
               THRU 4900-NEW-PAGE-EXIT.

           IF WS-VOL-COUNT = ZERO
               WRITE ACRRPT-LINE FROM WS-NONE-LINE
                   AFTER ADVANCING 1 LINE
               GO TO 4000-WRITE-VOLUME-SECTION-EXIT
           END-IF.

           PERFORM 4100-WRITE-ONE-VOLUME
               THRU 4100-WRITE-ONE-VOLUME-EXIT
               VARYING WS-VOL-IDX FROM 1 BY 1
               UNTIL WS-VOL-IDX > WS-VOL-COUNT.
       4000-WRITE-VOLUME-SECTION-EXIT.
           EXIT.

       4100-WRITE-ONE-VOLUME.
           MOVE SPACES                      TO WS-VOL-LINE.
           MOVE WS-VOL-USER(WS-VOL-IDX)     TO WS-V-USER.
           MOVE WS-VOL-NAME(WS-VOL-IDX)     TO WS-V-NAME.
           MOVE WS-VOL-BRH(WS-VOL-IDX)      TO WS-V-BRH.
           MOVE WS-VOL-DATE(WS-VOL-IDX)     TO WS-V-DATE.
           MOVE WS-VOL-LOOKUPS(WS-VOL-IDX)  TO WS-V-LOOKUPS.

           IF WS-LINE-COUNT >= 55
               PERFORM 4900-NEW-PAGE
                   THRU 4900-NEW-PAGE-EXIT
           END-IF.
           WRITE ACRRPT-LINE FROM WS-VOL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
       4100-WRITE-ONE-VOLUME-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4200-WRITE-UNKNOWN-SECTION                               *
      *-----------------------------------------------------------*
       4200-WRITE-UNKNOWN-SECTION.
           IF NOT WS-USERS-LOADED
               GO TO 4200-WRITE-UNKNOWN-SECTION-EXIT
           END-IF.

           MOVE 'U' TO WS-SECTION-SW.
           PERFORM 4900-NEW-PAGE
               THRU 4900-NEW-PAGE-EXIT.

           IF WS-UNK-COUNT = ZERO
               WRITE ACRRPT-LINE FROM WS-NONE-LINE
                   AFTER ADVANCING 1 LINE
               GO TO 4200-WRITE-UNKNOWN-SECTION-EXIT
           END-IF.

           PERFORM 4300-WRITE-ONE-UNKNOWN
               THRU 4300-WRITE-ONE-UNKNOWN-EXIT
               VARYING WS-UNK-IDX FROM 1 BY 1
               UNTIL WS-UNK-IDX > WS-UNK-COUNT.
       4200-WRITE-UNKNOWN-SECTION-EXIT.
           EXIT.

       4300-WRITE-ONE-UNKNOWN.
           MOVE SPACES                      TO WS-UNK-LINE.
           MOVE WS-UNK-USER(WS-UNK-IDX)     TO WS-U-USER.
           MOVE WS-UNK-DATE(WS-UNK-IDX)     TO WS-U-DATE.
           MOVE WS-UNK-LOOKUPS(WS-UNK-IDX)  TO WS-U-LOOKUPS.

           IF WS-LINE-COUNT >= 55
               PERFORM 4900-NEW-PAGE
                   THRU 4900-NEW-PAGE-EXIT
           END-IF.
           WRITE ACRRPT-LINE FROM WS-UNK-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
       4300-WRITE-ONE-UNKNOWN-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4500-WRITE-TOTALS                                        *
      *-----------------------------------------------------------*
       4500-WRITE-TOTALS.
           MOVE 'T' TO WS-SECTION-SW.
           PERFORM 4900-NEW-PAGE
               THRU 4900-NEW-PAGE-EXIT.

           MOVE WS-READS TO WS-T-READS.
           WRITE ACRRPT-LINE FROM WS-TOTAL-LINE-1
               AFTER ADVANCING 1 LINE.
           MOVE WS-EMPLOYEE-HITS TO WS-T-EMPLOYEE.
           WRITE ACRRPT-LINE FROM WS-TOTAL-LINE-2
               AFTER ADVANCING 1 LINE.
           MOVE WS-OUTSIDE-HITS TO WS-T-OUTSIDE.
           WRITE ACRRPT-LINE FROM WS-TOTAL-LINE-3
               AFTER ADVANCING 1 LINE.
           MOVE WS-OVER-VOLUME TO WS-T-VOLUME.
           WRITE ACRRPT-LINE FROM WS-TOTAL-LINE-4
               AFTER ADVANCING 1 LINE.
           MOVE WS-UNKNOWN-USERS TO WS-T-UNKNOWN.
           WRITE ACRRPT-LINE FROM WS-TOTAL-LINE-5
               AFTER ADVANCING 1 LINE.
           IF NOT WS-USERS-LOADED
               WRITE ACRRPT-LINE FROM WS-TOTAL-LINE-6
                   AFTER ADVANCING 1 LINE
           END-IF.
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
               WRITE ACRRPT-LINE FROM WS-REPORT-TITLE
                   AFTER ADVANCING PAGE
           ELSE
               WRITE ACRRPT-LINE FROM WS-REPORT-TITLE
           END-IF.
           MOVE SPACES TO ACRRPT-LINE.
           WRITE ACRRPT-LINE AFTER ADVANCING 1 LINE.

           IF WS-SECTION-FLAGGED
               WRITE ACRRPT-LINE FROM WS-FLAG-HEAD-LINE
                   AFTER ADVANCING 1 LINE
               WRITE ACRRPT-LINE FROM WS-FLAG-HEADING
                   AFTER ADVANCING 2 LINES
           END-IF.
           IF WS-SECTION-VOLUME
               MOVE WS-DAILY-LIMIT TO WS-VH-LIMIT
               WRITE ACRRPT-LINE FROM WS-VOL-HEAD-LINE
                   AFTER ADVANCING 1 LINE
               WRITE ACRRPT-LINE FROM WS-VOL-HEADING
                   AFTER ADVANCING 2 LINES
           END-IF.
           IF WS-SECTION-UNKNOWN
               WRITE ACRRPT-LINE FROM WS-UNK-HEAD-LINE
                   AFTER ADVANCING 1 LINE
               WRITE ACRRPT-LINE FROM WS-UNK-HEADING
                   AFTER ADVANCING 2 LINES
           END-IF.

           MOVE SPACES TO ACRRPT-LINE.
           WRITE ACRRPT-LINE AFTER ADVANCING 1 LINE.
           MOVE ZERO TO WS-LINE-COUNT.
       4900-NEW-PAGE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5000-FIND-USER                                           *
      *     LOOKS THE USER IN HAND UP ON THE PROFILE TABLE FOR    *
      *     THE USER'S OWN SUPER BRANCH AND NAME.                 *
      *-----------------------------------------------------------*
       5000-FIND-USER.
           MOVE 'N'        TO WS-USER-KNOWN-SW.
           MOVE SPACES     TO WS-USER-BRH.
           MOVE SPACES     TO WS-USER-NAME.
           PERFORM 5010-SCAN-ONE-USER
               THRU 5010-SCAN-ONE-USER-EXIT
               VARYING WS-USER-IDX FROM 1 BY 1
               UNTIL WS-USER-IDX > WS-USER-COUNT
                  OR WS-USER-KNOWN.
       5000-FIND-USER-EXIT.
           EXIT.

       5010-SCAN-ONE-USER.
           IF WS-USR-ID(WS-USER-IDX) = WS-LAST-USER
               MOVE 'Y'                     TO WS-USER-KNOWN-SW
               MOVE WS-USR-BRH(WS-USER-IDX)  TO WS-USER-BRH
               MOVE WS-USR-NAME(WS-USER-IDX) TO WS-USER-NAME
           END-IF.
       5010-SCAN-ONE-USER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  9000-TERMINATE                                           *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-INIT-OK
               IF NOT WS-LOAD-ERROR
                   PERFORM 4500-WRITE-TOTALS
                       THRU 4500-WRITE-TOTALS-EXIT
               END-IF
               CLOSE ACRRPT-FILE
           END-IF.

           IF NOT WS-USERS-LOADED
           AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-LOAD-ERROR
               MOVE 8 TO RETURN-CODE
           END-IF.

           DISPLAY 'ACBLACR1 - ACCESS-LOG RECORDS READ: ' WS-READS.
           DISPLAY 'ACBLACR1 - LOOKUPS FLAGGED        : ' WS-FLAGGED.
           DISPLAY 'ACBLACR1 - EMPLOYEE-ACCOUNT       : '
                   WS-EMPLOYEE-HITS.
           DISPLAY 'ACBLACR1 - OUTSIDE-BRANCH         : '
                   WS-OUTSIDE-HITS.
           DISPLAY 'ACBLACR1 - USER-DAYS OVER VOLUME  : '
                   WS-OVER-VOLUME.
           DISPLAY 'ACBLACR1 - USER-DAYS NOT ON FILE  : '
                   WS-UNKNOWN-USERS.

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
               DISPLAY 'ACBLACR1 - OPEN FAILED - RUNCTL '
                       WS-RUNCTL-STATUS
               GO TO 9100-WRITE-RUN-CONTROL-EXIT
           END-IF.

           MOVE WS-RUN-DATE        TO RUNCT-RUN-DATE.
           MOVE 'ACBLACR1'         TO RUNCT-PROGRAM-ID.
           MOVE 'RECORDS-READ'     TO RUNCT-COUNTER-NAME.
           MOVE WS-READS           TO RUNCT-COUNT.
           WRITE RUNCT-RECORD.
           MOVE 'LOOKUPS-FLAGGED'  TO RUNCT-COUNTER-NAME.
           MOVE WS-FLAGGED         TO RUNCT-COUNT.
           WRITE RUNCT-RECORD.

           CLOSE RUNCTL-FILE.
       9100-WRITE-RUN-CONTROL-EXIT.
           EXIT.
