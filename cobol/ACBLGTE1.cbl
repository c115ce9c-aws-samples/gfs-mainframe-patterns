      ******************************************************************
      *                                                                *
      *  PROGRAM-ID : ACBLGTE1                                         *
      *                                                                *
      *  NIGHTLY STREAM PREDECESSOR GATE - HOLDS A DOWNSTREAM JOB      *
      *  UNTIL EVERY PROGRAM FEEDING IT HAS ENDED CLEAN TONIGHT        *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ACBLGTE1.
       AUTHOR.        D MORENO.
       INSTALLATION.  FBSIT DATA CENTER.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
      *===============================================================*
      *                        @REVISIONS@                            *
      *-----------------------------------------------------------*
      * MM/DD/YY   PROGRAMMER NAME                                     *
      * --------   ---------------                                     *
      * 10/15/26   D MORENO          DM0057                            *
      *            INITIAL INSTALLATION - RUN AS THE FIRST STEP OF     *
      *            EACH DOWNSTREAM STREAM JOB.  THE GATEPARM CARD      *
      *            NAMES THE PROGRAM THE JOB RUNS; ITS PREDECESSORS    *
      *            ARE TAKEN FROM THE STRMDEP DEPENDENCY TABLE AND     *
      *            EACH ONE'S LAST STRMSTAT STAMP IN TONIGHT'S         *
      *            NOON-TO-NOON WINDOW (THE SAME WINDOW ACBLSLA1       *
      *            USES, ON THE SHARED CALENDAR'S PRIOR BUSINESS       *
      *            DAY) IS EXAMINED.  ONLY AN END STAMP WITH RETURN    *
      *            CODE 4 OR LESS IS CLEAN.  A PREDECESSOR THAT DID    *
      *            NOT RUN, IS STILL RUNNING OR ABENDED (START WITH    *
      *            NO END), OR ENDED ABOVE RETURN CODE 4 CLOSES THE    *
      *            GATE: THE STEP NAMES THE PREDECESSOR ON SYSOUT      *
      *            AND GATERPT AND ENDS WITH RETURN CODE 8 SO THE      *
      *            JOB'S REMAINING STEPS ARE BYPASSED AND THE          *
      *            PROGRAM NEVER RUNS OFF THE PRIOR NIGHT'S FILES.     *
      *            A MISSING PARM, DEPENDENCY TABLE OR STATUS FILE,    *
      *            OR A PROGRAM WITH NO PREDECESSORS ON THE TABLE,     *
      *            ALSO CLOSES THE GATE - IT NEVER OPENS BLIND.        *
      * 10/15/26   D MORENO          DM0060                            *
      *            A GATEPARM CARD THAT COULD NOT BE READ CLOSED THE   *
      *            GATE BUT STILL LOADED STRMDEP FOR A BLANK PROGRAM   *
      *            NAME.  ONCE INITIALIZATION HAS CLOSED THE GATE THE  *
      *            PREDECESSOR LOAD, STATUS SCAN AND JUDGEMENT ARE ALL *
      *            SKIPPED.                                            *
      * 10/15/26   D MORENO          DM0061                            *
      *            THE CALENDAR'S PRIOR BUSINESS DATE IS SAVED WHEN    *
      *            TODAY'S RECORD IS READ, NOT TAKEN FROM THE RECORD   *
      *            AREA AFTER THE CALENDAR IS CLOSED.  BEFORE NOON,    *
      *            TONIGHT ALSO TAKES IN STAMPS DATED ON THE NON-      *
      *            BUSINESS DAYS BETWEEN THE PRIOR BUSINESS DAY AND    *
      *            TODAY, SO A FRIDAY STEP ENDING EARLY SATURDAY IS    *
      *            STILL SEEN ON MONDAY MORNING.                       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-3090.
       OBJECT-COMPUTER.   IBM-3090.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GATEPARM-FILE    ASSIGN TO GATEPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GATEPARM-STATUS.

           SELECT STRMDEP-FILE     ASSIGN TO STRMDEP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STRMDEP-STATUS.

           SELECT STRMSTAT-FILE    ASSIGN TO STRMSTAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STRMSTAT-STATUS.

           SELECT CALENDAR-FILE    ASSIGN TO CALENDAR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT GATERPT-FILE     ASSIGN TO GATERPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GATERPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GATEPARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  GATEPARM-RECORD.
           05  PARM-PROGRAM-ID         PIC X(08).
           05  FILLER                  PIC X(72).

       FD  STRMDEP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY "STDPREC.cpy".

       FD  STRMSTAT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY "STSREC.cpy".

       FD  CALENDAR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY "CALREC.cpy".

       FD  GATERPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  GATERPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-GATEPARM-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-STRMDEP-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-STRMSTAT-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-CALENDAR-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-GATERPT-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-CAL-FOUND-SW             PIC X(01)  VALUE 'N'.
           88  WS-CAL-FOUND            VALUE 'Y'.
       77  WS-EOF-SW                   PIC X(01)  VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       77  WS-INIT-OK-SW               PIC X(01)  VALUE 'N'.
           88  WS-INIT-OK              VALUE 'Y'.
       77  WS-GATE-CLOSED-SW           PIC X(01)  VALUE 'N'.
           88  WS-GATE-CLOSED          VALUE 'Y'.
       77  WS-PRED-HIT-SW              PIC X(01)  VALUE 'N'.
           88  WS-PRED-HIT             VALUE 'Y'.
       77  WS-TONIGHT-SW               PIC X(01)  VALUE 'N'.
           88  WS-TONIGHT              VALUE 'Y'.
       77  WS-LEAP-SW                  PIC X(01)  VALUE 'N'.
           88  WS-LEAP-YEAR            VALUE 'Y'.
       77  WS-GATE-PROGRAM             PIC X(08)  VALUE SPACES.
       77  WS-LOOK-PROGRAM             PIC X(08)  VALUE SPACES.
       77  WS-TODAY                    PIC 9(08)  VALUE ZERO.
       77  WS-YESTERDAY                PIC 9(08)  VALUE ZERO.
       77  WS-CAL-PRIOR-DATE           PIC 9(08)  VALUE ZERO.
       77  WS-RUN-DATE                 PIC 9(08)  VALUE ZERO.
       77  WS-NOW-HHMMSS               PIC 9(06)  VALUE ZERO.
       77  WS-DEP-READS                PIC 9(05)  VALUE ZERO COMP.
       77  WS-STAMP-READS              PIC 9(07)  VALUE ZERO COMP.
       77  WS-PRED-COUNT               PIC 9(03)  VALUE ZERO COMP.
       77  WS-PRED-IDX                 PIC 9(03)  VALUE ZERO COMP.
       77  WS-PRED-FOUND               PIC 9(03)  VALUE ZERO COMP.
       77  WS-PREDS-CLEAN              PIC 9(03)  VALUE ZERO COMP.

      *---------------------------------------------------------------*
      *  RETURN CODE ABOVE WHICH A PREDECESSOR'S END IS NOT CLEAN.    *
      *---------------------------------------------------------------*
       77  WS-CLEAN-MAX-RC             PIC 9(04)  VALUE 4.

      *---------------------------------------------------------------*
      *  THE GATED PROGRAM'S PREDECESSORS AND THE LAST STAMP EACH     *
      *  HAS TONIGHT.  STATE: N - NOT RUN TONIGHT, R - START WITH     *
      *  NO END YET, C - CLEAN END, F - END ABOVE THE CLEAN CODE.     *
      *---------------------------------------------------------------*
       01  WS-PRED-TABLE.
           05  WS-PRED-ENTRY           OCCURS 20 TIMES.
               10  WS-PR-PROGRAM       PIC X(08).
               10  WS-PR-JOB           PIC X(08).
               10  WS-PR-FEED          PIC X(20).
               10  WS-PR-STATE         PIC X(01).
                   88  WS-PR-NOT-RUN   VALUE 'N'.
                   88  WS-PR-RUNNING   VALUE 'R'.
                   88  WS-PR-CLEAN     VALUE 'C'.
                   88  WS-PR-FAILED    VALUE 'F'.
               10  WS-PR-START         PIC 9(06).
               10  WS-PR-END           PIC 9(06).
               10  WS-PR-RC            PIC X(04).

       01  WS-NOW-TIME-RAW.
           05  WS-NT-HHMMSS            PIC 9(06).
           05  FILLER                  PIC 9(02).

      *---------------------------------------------------------------*
      *  THE PRIOR BUSINESS DAY FROM THE SHARED CALENDAR, SO A STAMP  *
      *  DATED THEN AFTER NOON CAN BE CLASSIFIED AS TONIGHT'S RUN.    *
      *  WITHOUT THE CALENDAR IT IS YESTERDAY, DERIVED FROM TODAY.    *
      *---------------------------------------------------------------*
       01  WS-YDATE.
           05  WS-YD-YEAR              PIC 9(04).
           05  WS-YD-MONTH             PIC 9(02).
           05  WS-YD-DAY               PIC 9(02).
       01  WS-YDATE-R REDEFINES WS-YDATE
                                       PIC 9(08).
       01  WS-LEAP-WORK                PIC 9(09)  VALUE ZERO.
       01  WS-LEAP-REM                 PIC 9(03)  VALUE ZERO.

       01  WS-MONTH-DAYS-DATA.
           05  FILLER                  PIC X(12) VALUE '312831303130'.
           05  FILLER                  PIC X(12) VALUE '313130313031'.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
           05  WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.

       01  WS-REPORT-TITLE.
           05  FILLER          PIC X(36)
               VALUE 'NIGHTLY ACCTBAL STREAM GATE'.
           05  FILLER          PIC X(09) VALUE 'PROGRAM '.
           05  WS-TITLE-PGM    PIC X(10).
           05  FILLER          PIC X(09) VALUE 'RUN DATE '.
           05  WS-TITLE-DATE   PIC 9(08).
           05  FILLER          PIC X(06) VALUE '  AT '.
           05  WS-TITLE-TIME   PIC 9(06).

       01  WS-COLUMN-HEADING-1.
           05  FILLER          PIC X(12) VALUE 'PREDECESSOR'.
           05  FILLER          PIC X(10) VALUE 'JOB'.
           05  FILLER          PIC X(22) VALUE 'FEED'.
           05  FILLER          PIC X(08) VALUE 'START'.
           05  FILLER          PIC X(08) VALUE 'END'.
           05  FILLER          PIC X(06) VALUE 'RC'.
           05  FILLER          PIC X(20) VALUE 'STATE'.

       01  WS-DETAIL-LINE.
           05  WS-D-PROGRAM    PIC X(12).
           05  WS-D-JOB        PIC X(10).
           05  WS-D-FEED       PIC X(22).
           05  WS-D-START      PIC X(06).
           05  FILLER          PIC X(02).
           05  WS-D-END        PIC X(06).
           05  FILLER          PIC X(02).
           05  WS-D-RC         PIC X(04).
           05  FILLER          PIC X(02).
           05  WS-D-STATE      PIC X(20).

       01  WS-OPEN-LINE.
           05  FILLER          PIC X(20) VALUE 'GATE OPEN - '.
           05  WS-O-PROGRAM    PIC X(08).
           05  FILLER          PIC X(40)
               VALUE ' MAY RUN, EVERY PREDECESSOR ENDED CLEAN'.

       01  WS-CLOSED-LINE.
           05  FILLER          PIC X(20) VALUE '** GATE CLOSED - '.
           05  WS-X-PROGRAM    PIC X(08).
           05  FILLER          PIC X(50)
               VALUE ' HELD, A PREDECESSOR HAS NO CLEAN END TONIGHT **'.

       01  WS-MESSAGE-LINE.
           05  WS-M-TEXT       PIC X(80).

       PROCEDURE DIVISION.
      *-----------------------------------------------------------*
      *  0000-MAINLINE                                            *
      *-----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           IF WS-INIT-OK AND NOT WS-GATE-CLOSED
               PERFORM 2000-LOAD-PREDECESSORS
                   THRU 2000-LOAD-PREDECESSORS-EXIT
           END-IF.
           IF WS-INIT-OK AND NOT WS-GATE-CLOSED
               PERFORM 3000-SCAN-STATUS
                   THRU 3000-SCAN-STATUS-EXIT
           END-IF.
           IF WS-INIT-OK AND NOT WS-GATE-CLOSED
               PERFORM 4000-JUDGE-PREDECESSORS
                   THRU 4000-JUDGE-PREDECESSORS-EXIT
           END-IF.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      *  1000-INITIALIZE                                          *
      *     RUN AT OR AFTER NOON, TONIGHT'S RUN DATE IS TODAY;    *
      *     BEFORE NOON IT IS THE PRIOR BUSINESS DAY THE STREAM   *
      *     STARTED ON.                                           *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME-RAW FROM TIME.
           MOVE WS-NT-HHMMSS TO WS-NOW-HHMMSS.
           PERFORM 5200-GET-YESTERDAY
               THRU 5200-GET-YESTERDAY-EXIT.
           IF WS-NOW-HHMMSS >= 120000
               MOVE WS-TODAY     TO WS-RUN-DATE
           ELSE
               MOVE WS-YESTERDAY TO WS-RUN-DATE
           END-IF.

           OPEN OUTPUT GATERPT-FILE.
           IF WS-GATERPT-STATUS NOT = '00'
               DISPLAY 'ACBLGTE1 - OPEN FAILED - GATERPT '
                       WS-GATERPT-STATUS
               MOVE 'Y' TO WS-GATE-CLOSED-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           MOVE 'Y' TO WS-INIT-OK-SW.

           OPEN INPUT GATEPARM-FILE.
           IF WS-GATEPARM-STATUS NOT = '00'
               DISPLAY 'ACBLGTE1 - OPEN FAILED - GATEPARM '
                       WS-GATEPARM-STATUS
               MOVE 'NO GATEPARM CARD - GATE CLOSED' TO WS-M-TEXT
               PERFORM 4900-CLOSE-GATE
                   THRU 4900-CLOSE-GATE-EXIT
               GO TO 1000-INITIALIZE-TITLE
           END-IF.
           READ GATEPARM-FILE
               AT END
                   MOVE SPACES TO GATEPARM-RECORD
           END-READ.
           CLOSE GATEPARM-FILE.
           MOVE PARM-PROGRAM-ID TO WS-GATE-PROGRAM.
           IF WS-GATE-PROGRAM = SPACES
               DISPLAY 'ACBLGTE1 - NO PROGRAM NAMED ON GATEPARM'
               MOVE 'NO PROGRAM NAMED ON GATEPARM - GATE CLOSED'
                   TO WS-M-TEXT
               PERFORM 4900-CLOSE-GATE
                   THRU 4900-CLOSE-GATE-EXIT
           END-IF.

       1000-INITIALIZE-TITLE.
           MOVE WS-GATE-PROGRAM TO WS-TITLE-PGM.
           MOVE WS-RUN-DATE     TO WS-TITLE-DATE.
           MOVE WS-NOW-HHMMSS   TO WS-TITLE-TIME.
           WRITE GATERPT-LINE FROM WS-REPORT-TITLE.
           MOVE SPACES TO GATERPT-LINE.
           WRITE GATERPT-LINE AFTER ADVANCING 1 LINE.
           WRITE GATERPT-LINE FROM WS-COLUMN-HEADING-1
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO GATERPT-LINE.
           WRITE GATERPT-LINE AFTER ADVANCING 1 LINE.
           IF WS-GATE-CLOSED
               WRITE GATERPT-LINE FROM WS-MESSAGE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-LOAD-PREDECESSORS                                   *
      *     EVERY STRMDEP CARD FOR THE GATED PROGRAM ADDS ONE     *
      *     PREDECESSOR (A REPEATED ONE IS KEPT ONCE).            *
      *-----------------------------------------------------------*
       2000-LOAD-PREDECESSORS.
           OPEN INPUT STRMDEP-FILE.
           IF WS-STRMDEP-STATUS NOT = '00'
               DISPLAY 'ACBLGTE1 - OPEN FAILED - STRMDEP '
                       WS-STRMDEP-STATUS
               MOVE 'NO STRMDEP DEPENDENCY TABLE - GATE CLOSED'
                   TO WS-M-TEXT
               PERFORM 4900-CLOSE-GATE
                   THRU 4900-CLOSE-GATE-EXIT
               WRITE GATERPT-LINE FROM WS-MESSAGE-LINE
                   AFTER ADVANCING 1 LINE
               GO TO 2000-LOAD-PREDECESSORS-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           PERFORM 2100-LOAD-ONE-DEPENDENCY
               THRU 2100-LOAD-ONE-DEPENDENCY-EXIT
               UNTIL WS-EOF.
           CLOSE STRMDEP-FILE.

           IF WS-PRED-COUNT = ZERO
               DISPLAY 'ACBLGTE1 - ' WS-GATE-PROGRAM
                       ' HAS NO PREDECESSORS ON STRMDEP'
               MOVE SPACES TO WS-M-TEXT
               STRING WS-GATE-PROGRAM DELIMITED BY SPACE
                      ' HAS NO PREDECESSORS ON STRMDEP - GATE CLOSED'
                          DELIMITED BY SIZE
                   INTO WS-M-TEXT
               PERFORM 4900-CLOSE-GATE
                   THRU 4900-CLOSE-GATE-EXIT
               WRITE GATERPT-LINE FROM WS-MESSAGE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
       2000-LOAD-PREDECESSORS-EXIT.
           EXIT.

       2100-LOAD-ONE-DEPENDENCY.
           READ STRMDEP-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2100-LOAD-ONE-DEPENDENCY-EXIT
           END-READ.
           IF STDP-COMMENT OR STDP-RECORD = SPACES
               GO TO 2100-LOAD-ONE-DEPENDENCY-EXIT
           END-IF.
           ADD 1 TO WS-DEP-READS.
           IF STDP-PROGRAM-ID NOT = WS-GATE-PROGRAM
               GO TO 2100-LOAD-ONE-DEPENDENCY-EXIT
           END-IF.

           MOVE STDP-PRED-PROGRAM-ID TO WS-LOOK-PROGRAM.
           PERFORM 2200-FIND-PREDECESSOR
               THRU 2200-FIND-PREDECESSOR-EXIT.
           IF WS-PRED-FOUND > ZERO
               GO TO 2100-LOAD-ONE-DEPENDENCY-EXIT
           END-IF.
           IF WS-PRED-COUNT >= 20
               DISPLAY 'ACBLGTE1 - PREDECESSOR TABLE FULL, '
                       STDP-PRED-PROGRAM-ID ' NOT CHECKED'
               MOVE 'PREDECESSOR TABLE FULL - GATE CLOSED'
                   TO WS-M-TEXT
               PERFORM 4900-CLOSE-GATE
                   THRU 4900-CLOSE-GATE-EXIT
               GO TO 2100-LOAD-ONE-DEPENDENCY-EXIT
           END-IF.

           ADD 1 TO WS-PRED-COUNT.
           MOVE STDP-PRED-PROGRAM-ID TO WS-PR-PROGRAM(WS-PRED-COUNT).
           MOVE STDP-PRED-JOB-NAME   TO WS-PR-JOB(WS-PRED-COUNT).
           MOVE STDP-FEED            TO WS-PR-FEED(WS-PRED-COUNT).
           MOVE 'N'                  TO WS-PR-STATE(WS-PRED-COUNT).
           MOVE ZERO                 TO WS-PR-START(WS-PRED-COUNT).
           MOVE ZERO                 TO WS-PR-END(WS-PRED-COUNT).
           MOVE SPACES               TO WS-PR-RC(WS-PRED-COUNT).
       2100-LOAD-ONE-DEPENDENCY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2200-FIND-PREDECESSOR                                    *
      *     LOOKS UP WS-LOOK-PROGRAM.  WS-PRED-FOUND ZERO MEANS   *
      *     THE PROGRAM IS NOT A PREDECESSOR OF THE GATED ONE.    *
      *-----------------------------------------------------------*
       2200-FIND-PREDECESSOR.
           MOVE ZERO TO WS-PRED-FOUND.
           MOVE 'N'  TO WS-PRED-HIT-SW.
           PERFORM 2210-SCAN-ONE-PREDECESSOR
               THRU 2210-SCAN-ONE-PREDECESSOR-EXIT
               VARYING WS-PRED-IDX FROM 1 BY 1
               UNTIL WS-PRED-IDX > WS-PRED-COUNT
                  OR WS-PRED-HIT.
       2200-FIND-PREDECESSOR-EXIT.
           EXIT.

       2210-SCAN-ONE-PREDECESSOR.
           IF WS-PR-PROGRAM(WS-PRED-IDX) = WS-LOOK-PROGRAM
               MOVE WS-PRED-IDX TO WS-PRED-FOUND
               MOVE 'Y' TO WS-PRED-HIT-SW
           END-IF.
       2210-SCAN-ONE-PREDECESSOR-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3000-SCAN-STATUS                                         *
      *     STAMPS ARE APPENDED IN TIME ORDER, SO THE LAST ONE    *
      *     SEEN TONIGHT FOR A PREDECESSOR IS ITS CURRENT STATE - *
      *     A CLEAN RERUN AFTER A FAILURE OPENS THE GATE.         *
      *-----------------------------------------------------------*
       3000-SCAN-STATUS.
           OPEN INPUT STRMSTAT-FILE.
           IF WS-STRMSTAT-STATUS NOT = '00'
               DISPLAY 'ACBLGTE1 - OPEN FAILED - STRMSTAT '
                       WS-STRMSTAT-STATUS
               MOVE 'NO STRMSTAT STATUS FILE - GATE CLOSED'
                   TO WS-M-TEXT
               PERFORM 4900-CLOSE-GATE
                   THRU 4900-CLOSE-GATE-EXIT
               WRITE GATERPT-LINE FROM WS-MESSAGE-LINE
                   AFTER ADVANCING 1 LINE
               GO TO 3000-SCAN-STATUS-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           PERFORM 3100-SCAN-ONE-STAMP
               THRU 3100-SCAN-ONE-STAMP-EXIT
               UNTIL WS-EOF.
           CLOSE STRMSTAT-FILE.
       3000-SCAN-STATUS-EXIT.
           EXIT.

       3100-SCAN-ONE-STAMP.
           READ STRMSTAT-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3100-SCAN-ONE-STAMP-EXIT
           END-READ.
           ADD 1 TO WS-STAMP-READS.

           MOVE STS-PROGRAM-ID TO WS-LOOK-PROGRAM.
           PERFORM 2200-FIND-PREDECESSOR
               THRU 2200-FIND-PREDECESSOR-EXIT.
           IF WS-PRED-FOUND = ZERO
               GO TO 3100-SCAN-ONE-STAMP-EXIT
           END-IF.
           PERFORM 3200-CHECK-TONIGHT
               THRU 3200-CHECK-TONIGHT-EXIT.
           IF NOT WS-TONIGHT
               GO TO 3100-SCAN-ONE-STAMP-EXIT
           END-IF.

           IF STS-START
               MOVE 'R'      TO WS-PR-STATE(WS-PRED-FOUND)
               MOVE STS-TIME TO WS-PR-START(WS-PRED-FOUND)
               MOVE ZERO     TO WS-PR-END(WS-PRED-FOUND)
               MOVE SPACES   TO WS-PR-RC(WS-PRED-FOUND)
               GO TO 3100-SCAN-ONE-STAMP-EXIT
           END-IF.

           MOVE STS-TIME TO WS-PR-END(WS-PRED-FOUND).
           MOVE STS-RETURN-CODE-X TO WS-PR-RC(WS-PRED-FOUND).
           IF STS-RETURN-CODE-X = SPACES
               MOVE 'C' TO WS-PR-STATE(WS-PRED-FOUND)
               GO TO 3100-SCAN-ONE-STAMP-EXIT
           END-IF.
           IF STS-RETURN-CODE NUMERIC
           AND STS-RETURN-CODE NOT > WS-CLEAN-MAX-RC
               MOVE 'C' TO WS-PR-STATE(WS-PRED-FOUND)
           ELSE
               MOVE 'F' TO WS-PR-STATE(WS-PRED-FOUND)
           END-IF.
       3100-SCAN-ONE-STAMP-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3200-CHECK-TONIGHT                                       *
      *     TONIGHT'S NOON-TO-NOON WINDOW, ANCHORED ON THIS       *
      *     STEP'S OWN CLOCK EXACTLY AS ACBLSLA1 ANCHORS IT,      *
      *     NON-BUSINESS DAYS BEFORE TODAY INCLUDED.              *
      *-----------------------------------------------------------*
       3200-CHECK-TONIGHT.
           MOVE 'N' TO WS-TONIGHT-SW.
           IF WS-NOW-HHMMSS >= 120000
               IF  STS-RUN-DATE = WS-TODAY
               AND STS-TIME >= 120000
                   MOVE 'Y' TO WS-TONIGHT-SW
               END-IF
           ELSE
               IF  STS-RUN-DATE = WS-YESTERDAY
               AND STS-TIME >= 120000
                   MOVE 'Y' TO WS-TONIGHT-SW
               END-IF
               IF  STS-RUN-DATE > WS-YESTERDAY
               AND STS-RUN-DATE < WS-TODAY
                   MOVE 'Y' TO WS-TONIGHT-SW
               END-IF
               IF  STS-RUN-DATE = WS-TODAY
               AND STS-TIME < 120000
                   MOVE 'Y' TO WS-TONIGHT-SW
               END-IF
           END-IF.
       3200-CHECK-TONIGHT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4000-JUDGE-PREDECESSORS                                  *
      *     ONE LINE PER PREDECESSOR, THEN THE VERDICT.           *
      *-----------------------------------------------------------*
       4000-JUDGE-PREDECESSORS.
           PERFORM 4100-JUDGE-ONE-PREDECESSOR
               THRU 4100-JUDGE-ONE-PREDECESSOR-EXIT
               VARYING WS-PRED-IDX FROM 1 BY 1
               UNTIL WS-PRED-IDX > WS-PRED-COUNT.

           MOVE SPACES TO GATERPT-LINE.
           WRITE GATERPT-LINE AFTER ADVANCING 1 LINE.
           IF WS-GATE-CLOSED
               MOVE WS-GATE-PROGRAM TO WS-X-PROGRAM
               WRITE GATERPT-LINE FROM WS-CLOSED-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE WS-GATE-PROGRAM TO WS-O-PROGRAM
               WRITE GATERPT-LINE FROM WS-OPEN-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
       4000-JUDGE-PREDECESSORS-EXIT.
           EXIT.

       4100-JUDGE-ONE-PREDECESSOR.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-PR-PROGRAM(WS-PRED-IDX) TO WS-D-PROGRAM.
           MOVE WS-PR-JOB(WS-PRED-IDX)     TO WS-D-JOB.
           MOVE WS-PR-FEED(WS-PRED-IDX)    TO WS-D-FEED.
           IF WS-PR-START(WS-PRED-IDX) > ZERO
               MOVE WS-PR-START(WS-PRED-IDX) TO WS-D-START
           END-IF.
           IF WS-PR-END(WS-PRED-IDX) > ZERO
               MOVE WS-PR-END(WS-PRED-IDX) TO WS-D-END
           END-IF.
           MOVE WS-PR-RC(WS-PRED-IDX)      TO WS-D-RC.

           EVALUATE TRUE
               WHEN WS-PR-CLEAN(WS-PRED-IDX)
                   MOVE 'CLEAN END'         TO WS-D-STATE
                   ADD 1 TO WS-PREDS-CLEAN
               WHEN WS-PR-FAILED(WS-PRED-IDX)
                   MOVE 'ENDED ABOVE RC 4'  TO WS-D-STATE
               WHEN WS-PR-RUNNING(WS-PRED-IDX)
                   MOVE 'NO END - ABEND/RUN' TO WS-D-STATE
               WHEN OTHER
                   MOVE 'NOT RUN TONIGHT'   TO WS-D-STATE
           END-EVALUATE.
           WRITE GATERPT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

           IF NOT WS-PR-CLEAN(WS-PRED-IDX)
               MOVE 'Y' TO WS-GATE-CLOSED-SW
               DISPLAY 'ACBLGTE1 - GATE CLOSED FOR ' WS-GATE-PROGRAM
                       ' - ' WS-PR-PROGRAM(WS-PRED-IDX)
                       ' HAS NO CLEAN END STAMP FOR RUN DATE '
                       WS-RUN-DATE ' (' WS-D-STATE ')'
           END-IF.
       4100-JUDGE-ONE-PREDECESSOR-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4900-CLOSE-GATE                                          *
      *     A SETUP FAULT - THE GATE CANNOT PROVE ITS             *
      *     PREDECESSORS, SO IT STAYS SHUT.                       *
      *-----------------------------------------------------------*
       4900-CLOSE-GATE.
           MOVE 'Y' TO WS-GATE-CLOSED-SW.
           DISPLAY 'ACBLGTE1 - ' WS-M-TEXT.
       4900-CLOSE-GATE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5200-GET-YESTERDAY                                       *
      *     TAKES TODAY'S PRIOR BUSINESS DATE FROM THE CALENDAR.  *
      *     WITHOUT IT, DERIVES YESTERDAY'S DATE FROM WS-TODAY,   *
      *     ROLLING THE MONTH AND YEAR BACK AT A MONTH BOUNDARY   *
      *     WITH THE LEAP-YEAR FEBRUARY HANDLED.                  *
      *-----------------------------------------------------------*
       5200-GET-YESTERDAY.
           PERFORM 5220-READ-CALENDAR
               THRU 5220-READ-CALENDAR-EXIT.
           IF WS-CAL-FOUND AND WS-CAL-PRIOR-DATE > ZERO
               MOVE WS-CAL-PRIOR-DATE TO WS-YESTERDAY
               GO TO 5200-GET-YESTERDAY-EXIT
           END-IF.

           MOVE WS-TODAY TO WS-YDATE-R.
           IF WS-YD-DAY > 1
               SUBTRACT 1 FROM WS-YD-DAY
               GO TO 5200-GET-YESTERDAY-SET
           END-IF.

           IF WS-YD-MONTH = 1
               SUBTRACT 1 FROM WS-YD-YEAR
               MOVE 12 TO WS-YD-MONTH
           ELSE
               SUBTRACT 1 FROM WS-YD-MONTH
           END-IF.
           MOVE WS-MONTH-DAYS(WS-YD-MONTH) TO WS-YD-DAY.
           IF WS-YD-MONTH = 2
               PERFORM 5210-CHECK-LEAP-YEAR
                   THRU 5210-CHECK-LEAP-YEAR-EXIT
               IF WS-LEAP-YEAR
                   MOVE 29 TO WS-YD-DAY
               END-IF
           END-IF.

       5200-GET-YESTERDAY-SET.
           MOVE WS-YDATE-R TO WS-YESTERDAY.
       5200-GET-YESTERDAY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5210-CHECK-LEAP-YEAR                                     *
      *     DIVISIBLE BY 4, EXCEPT CENTURIES NOT DIVISIBLE BY     *
      *     400.                                                  *
      *-----------------------------------------------------------*
       5210-CHECK-LEAP-YEAR.
           MOVE 'N' TO WS-LEAP-SW.
           DIVIDE WS-YD-YEAR BY 4 GIVING WS-LEAP-WORK
               REMAINDER WS-LEAP-REM.
           IF WS-LEAP-REM = ZERO
               MOVE 'Y' TO WS-LEAP-SW
           END-IF.
           DIVIDE WS-YD-YEAR BY 100 GIVING WS-LEAP-WORK
               REMAINDER WS-LEAP-REM.
           IF WS-LEAP-REM = ZERO
               MOVE 'N' TO WS-LEAP-SW
               DIVIDE WS-YD-YEAR BY 400 GIVING WS-LEAP-WORK
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = ZERO
                   MOVE 'Y' TO WS-LEAP-SW
               END-IF
           END-IF.
       5210-CHECK-LEAP-YEAR-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5220-READ-CALENDAR                                       *
      *     READS THE SHARED CALENDAR UP TO TODAY'S RECORD.       *
      *-----------------------------------------------------------*
       5220-READ-CALENDAR.
           MOVE 'N' TO WS-CAL-FOUND-SW.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-STATUS NOT = '00'
               DISPLAY 'ACBLGTE1 - OPEN FAILED - CALENDAR '
                       WS-CALENDAR-STATUS
                       ', PRIOR DAY TAKEN AS YESTERDAY'
               GO TO 5220-READ-CALENDAR-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           PERFORM 5230-READ-ONE-CAL-DAY
               THRU 5230-READ-ONE-CAL-DAY-EXIT
               UNTIL WS-EOF OR WS-CAL-FOUND.
           CLOSE CALENDAR-FILE.
           MOVE 'N' TO WS-EOF-SW.

           IF NOT WS-CAL-FOUND
               DISPLAY 'ACBLGTE1 - ' WS-TODAY
                       ' NOT ON CALENDAR, PRIOR DAY TAKEN AS '
                       'YESTERDAY'
           END-IF.
       5220-READ-CALENDAR-EXIT.
           EXIT.

       5230-READ-ONE-CAL-DAY.
           READ CALENDAR-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 5230-READ-ONE-CAL-DAY-EXIT
           END-READ.
           IF CAL-DATE = WS-TODAY
               MOVE 'Y' TO WS-CAL-FOUND-SW
               MOVE CAL-PRIOR-BUS-DATE TO WS-CAL-PRIOR-DATE
           END-IF.
       5230-READ-ONE-CAL-DAY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  9000-TERMINATE                                           *
      *     RETURN CODE 8 WHEN THE GATE IS CLOSED.                *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-INIT-OK
               CLOSE GATERPT-FILE
           END-IF.
           IF WS-GATE-CLOSED
               MOVE 8 TO RETURN-CODE
               DISPLAY 'ACBLGTE1 - ' WS-GATE-PROGRAM
                       ' NOT RELEASED - RUN ACBLRRP1 FOR THE '
                       'RERUN ORDER'
           ELSE
               IF RETURN-CODE = ZERO
                   DISPLAY 'ACBLGTE1 - GATE OPEN FOR '
                           WS-GATE-PROGRAM
               END-IF
           END-IF.
           DISPLAY 'ACBLGTE1 - PREDECESSORS CHECKED : '
                   WS-PRED-COUNT.
           DISPLAY 'ACBLGTE1 - PREDECESSORS CLEAN   : '
                   WS-PREDS-CLEAN.
           DISPLAY 'ACBLGTE1 - STATUS STAMPS READ   : '
                   WS-STAMP-READS.
       9000-TERMINATE-EXIT.
           EXIT.
