      ******************************************************************
      *                                                                *
      *  PROGRAM-ID : ACBLRRP1                                         *
      *                                                                *
      *  NIGHTLY STREAM RERUN PLANNER - WHICH JOBS MUST BE RERUN,      *
      *  AND IN WHAT ORDER, AFTER A STREAM FAILURE                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ACBLRRP1.
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
      *            INITIAL INSTALLATION - BUILDS THE STREAM FROM THE   *
      *            STRMDEP DEPENDENCY TABLE, RANKS EVERY PROGRAM BY    *
      *            ITS DEPTH BELOW THE HEAD OF THE STREAM, AND TAKES   *
      *            EACH PROGRAM'S LAST STRMSTAT STAMP IN TONIGHT'S     *
      *            NOON-TO-NOON WINDOW (AS ACBLGTE1 AND ACBLSLA1 DO).  *
      *            A PROGRAM WITHOUT A CLEAN END (RETURN CODE 4 OR     *
      *            LESS) IS BROKEN; EVERY PROGRAM BELOW A BROKEN ONE   *
      *            IS TAINTED - IF IT RAN IT RAN ON STALE OR PARTIAL   *
      *            INPUT.  RRPRPT PRINTS THE STATE OF THE WHOLE        *
      *            STREAM, THEN THE RERUN PLAN: EVERY BROKEN OR        *
      *            TAINTED PROGRAM IN DEPENDENCY ORDER WITH THE        *
      *            ACTION NEEDED AND THE UPSTREAM PROGRAM BEHIND IT,   *
      *            THEN THE JOBS TO RESUBMIT, EACH ONCE, IN ORDER.     *
      *            RETURN CODE 4 WHEN ANY RERUN IS NEEDED, 8 WHEN      *
      *            THE TABLE OR THE STATUS FILE CANNOT BE READ OR      *
      *            THE TABLE HOLDS A LOOP.                             *
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
           SELECT STRMDEP-FILE     ASSIGN TO STRMDEP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STRMDEP-STATUS.

           SELECT STRMSTAT-FILE    ASSIGN TO STRMSTAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STRMSTAT-STATUS.

           SELECT CALENDAR-FILE    ASSIGN TO CALENDAR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT RRPRPT-FILE      ASSIGN TO RRPRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RRPRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  RRPRPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  RRPRPT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-STRMDEP-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-STRMSTAT-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-CALENDAR-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-RRPRPT-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-CAL-FOUND-SW             PIC X(01)  VALUE 'N'.
           88  WS-CAL-FOUND            VALUE 'Y'.
       77  WS-EOF-SW                   PIC X(01)  VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       77  WS-INIT-OK-SW               PIC X(01)  VALUE 'N'.
           88  WS-INIT-OK              VALUE 'Y'.
       77  WS-LOAD-ERROR-SW            PIC X(01)  VALUE 'N'.
           88  WS-LOAD-ERROR           VALUE 'Y'.
       77  WS-NODE-HIT-SW              PIC X(01)  VALUE 'N'.
           88  WS-NODE-HIT             VALUE 'Y'.
       77  WS-JOB-HIT-SW               PIC X(01)  VALUE 'N'.
           88  WS-JOB-HIT              VALUE 'Y'.
       77  WS-CHANGED-SW               PIC X(01)  VALUE 'N'.
           88  WS-CHANGED              VALUE 'Y'.
       77  WS-TONIGHT-SW               PIC X(01)  VALUE 'N'.
           88  WS-TONIGHT              VALUE 'Y'.
       77  WS-LEAP-SW                  PIC X(01)  VALUE 'N'.
           88  WS-LEAP-YEAR            VALUE 'Y'.
       77  WS-TODAY                    PIC 9(08)  VALUE ZERO.
       77  WS-YESTERDAY                PIC 9(08)  VALUE ZERO.
       77  WS-CAL-PRIOR-DATE           PIC 9(08)  VALUE ZERO.
       77  WS-RUN-DATE                 PIC 9(08)  VALUE ZERO.
       77  WS-NOW-HHMMSS               PIC 9(06)  VALUE ZERO.
       77  WS-LOOK-PROGRAM             PIC X(08)  VALUE SPACES.
       77  WS-LOOK-JOB                 PIC X(08)  VALUE SPACES.
       77  WS-DEP-READS                PIC 9(05)  VALUE ZERO COMP.
       77  WS-STAMP-READS              PIC 9(07)  VALUE ZERO COMP.
       77  WS-NODE-IDX                 PIC 9(03)  VALUE ZERO COMP.
       77  WS-NODE-FOUND               PIC 9(03)  VALUE ZERO COMP.
       77  WS-SUCC-NODE                PIC 9(03)  VALUE ZERO COMP.
       77  WS-PRED-NODE                PIC 9(03)  VALUE ZERO COMP.
       77  WS-EDGE-IDX                 PIC 9(03)  VALUE ZERO COMP.
       77  WS-JOB-IDX                  PIC 9(03)  VALUE ZERO COMP.
       77  WS-PASS-COUNT               PIC 9(03)  VALUE ZERO COMP.
       77  WS-LEVEL                    PIC 9(03)  VALUE ZERO COMP.
       77  WS-MAX-LEVEL                PIC 9(03)  VALUE ZERO COMP.
       77  WS-PLAN-SEQ                 PIC 9(03)  VALUE ZERO COMP.
       77  WS-BROKEN-COUNT             PIC 9(03)  VALUE ZERO COMP.

      *---------------------------------------------------------------*
      *  RETURN CODE ABOVE WHICH A PROGRAM'S END IS NOT CLEAN.        *
      *---------------------------------------------------------------*
       77  WS-CLEAN-MAX-RC             PIC 9(04)  VALUE 4.

      *---------------------------------------------------------------*
      *  ONE ENTRY PER PROGRAM ON THE DEPENDENCY TABLE, IN ORDER OF   *
      *  FIRST SIGHT.  LEVEL 1 IS THE HEAD OF THE STREAM; A PROGRAM   *
      *  IS ONE LEVEL BELOW ITS DEEPEST PREDECESSOR.  STATE: N - NOT  *
      *  RUN TONIGHT, R - START WITH NO END, C - CLEAN END, F - END   *
      *  ABOVE THE CLEAN CODE.  THE CAUSE IS THE BROKEN OR TAINTED    *
      *  PREDECESSOR THAT TAINTED THIS PROGRAM.                       *
      *---------------------------------------------------------------*
       01  WS-NODE-MAX                 PIC 9(03)  VALUE 50 COMP.
       01  WS-NODE-COUNT               PIC 9(03)  VALUE ZERO COMP.
       01  WS-NODE-TABLE.
           05  WS-NODE-ENTRY           OCCURS 50 TIMES.
               10  WS-N-PROGRAM        PIC X(08).
               10  WS-N-JOB            PIC X(08).
               10  WS-N-LEVEL          PIC 9(03)  COMP.
               10  WS-N-STATE          PIC X(01).
                   88  WS-N-NOT-RUN    VALUE 'N'.
                   88  WS-N-RUNNING    VALUE 'R'.
                   88  WS-N-CLEAN      VALUE 'C'.
                   88  WS-N-FAILED     VALUE 'F'.
               10  WS-N-START          PIC 9(06).
               10  WS-N-END            PIC 9(06).
               10  WS-N-RC             PIC X(04).
               10  WS-N-TAINTED-SW     PIC X(01).
                   88  WS-N-TAINTED    VALUE 'Y'.
               10  WS-N-CAUSE          PIC X(08).

       01  WS-EDGE-MAX                 PIC 9(03)  VALUE 100 COMP.
       01  WS-EDGE-COUNT               PIC 9(03)  VALUE ZERO COMP.
       01  WS-EDGE-TABLE.
           05  WS-EDGE-ENTRY           OCCURS 100 TIMES.
               10  WS-E-SUCC           PIC 9(03)  COMP.
               10  WS-E-PRED           PIC 9(03)  COMP.

      *---------------------------------------------------------------*
      *  JOBS TO RESUBMIT, EACH ONCE, IN THE ORDER FIRST NEEDED.      *
      *---------------------------------------------------------------*
       01  WS-JOB-COUNT                PIC 9(03)  VALUE ZERO COMP.
       01  WS-JOB-TABLE.
           05  WS-JOB-ENTRY            OCCURS 50 TIMES.
               10  WS-J-JOB            PIC X(08).
               10  WS-J-FIRST-PGM      PIC X(08).

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
           05  FILLER          PIC X(44)
               VALUE 'NIGHTLY ACCTBAL STREAM RERUN PLAN'.
           05  FILLER          PIC X(09) VALUE 'RUN DATE '.
           05  WS-TITLE-DATE   PIC 9(08).
           05  FILLER          PIC X(06) VALUE '  AT '.
           05  WS-TITLE-TIME   PIC 9(06).

       01  WS-STATE-HEAD-LINE.
           05  FILLER          PIC X(40)
               VALUE 'STREAM STATE TONIGHT'.

       01  WS-STATE-HEADING.
           05  FILLER          PIC X(07) VALUE 'LEVEL'.
           05  FILLER          PIC X(10) VALUE 'PROGRAM'.
           05  FILLER          PIC X(10) VALUE 'JOB'.
           05  FILLER          PIC X(08) VALUE 'START'.
           05  FILLER          PIC X(08) VALUE 'END'.
           05  FILLER          PIC X(06) VALUE 'RC'.
           05  FILLER          PIC X(22) VALUE 'STATE'.
           05  FILLER          PIC X(20) VALUE 'DOWNSTREAM OF'.

       01  WS-STATE-LINE.
           05  WS-S-LEVEL      PIC ZZ9.
           05  FILLER          PIC X(04).
           05  WS-S-PROGRAM    PIC X(10).
           05  WS-S-JOB        PIC X(10).
           05  WS-S-START      PIC X(06).
           05  FILLER          PIC X(02).
           05  WS-S-END        PIC X(06).
           05  FILLER          PIC X(02).
           05  WS-S-RC         PIC X(04).
           05  FILLER          PIC X(02).
           05  WS-S-STATE      PIC X(22).
           05  WS-S-CAUSE      PIC X(20).

       01  WS-PLAN-HEAD-LINE.
           05  FILLER          PIC X(40)
               VALUE 'RERUN PLAN - IN THIS ORDER'.

       01  WS-PLAN-HEADING.
           05  FILLER          PIC X(06) VALUE 'SEQ'.
           05  FILLER          PIC X(10) VALUE 'PROGRAM'.
           05  FILLER          PIC X(10) VALUE 'JOB'.
           05  FILLER          PIC X(40) VALUE 'ACTION'.
           05  FILLER          PIC X(20) VALUE 'BECAUSE OF'.

       01  WS-PLAN-LINE.
           05  WS-L-SEQ        PIC ZZ9.
           05  FILLER          PIC X(03).
           05  WS-L-PROGRAM    PIC X(10).
           05  WS-L-JOB        PIC X(10).
           05  WS-L-ACTION     PIC X(40).
           05  WS-L-CAUSE      PIC X(20).

       01  WS-JOB-HEAD-LINE.
           05  FILLER          PIC X(60)
               VALUE 'JOBS TO RESUBMIT - IN THIS ORDER, FROM STEP 1'.

       01  WS-JOB-LINE.
           05  WS-JL-SEQ       PIC ZZ9.
           05  FILLER          PIC X(03).
           05  WS-JL-JOB       PIC X(10).
           05  FILLER          PIC X(18) VALUE 'FIRST NEEDED FOR '.
           05  WS-JL-PROGRAM   PIC X(08).

       01  WS-CONSISTENT-LINE.
           05  FILLER          PIC X(50)
               VALUE 'STREAM CONSISTENT - NO RERUN REQUIRED'.

       01  WS-MESSAGE-LINE.
           05  WS-M-TEXT       PIC X(80).

       PROCEDURE DIVISION.
      *-----------------------------------------------------------*
      *  0000-MAINLINE                                            *
      *-----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           IF WS-INIT-OK
               PERFORM 2000-LOAD-DEPENDENCIES
                   THRU 2000-LOAD-DEPENDENCIES-EXIT
           END-IF.
           IF WS-INIT-OK AND NOT WS-LOAD-ERROR
               PERFORM 2500-LOAD-STATUS
                   THRU 2500-LOAD-STATUS-EXIT
           END-IF.
           IF WS-INIT-OK AND NOT WS-LOAD-ERROR
               PERFORM 3000-RANK-PROGRAMS
                   THRU 3000-RANK-PROGRAMS-EXIT
           END-IF.
           IF WS-INIT-OK AND NOT WS-LOAD-ERROR
               PERFORM 3500-SPREAD-TAINT
                   THRU 3500-SPREAD-TAINT-EXIT
               PERFORM 4000-WRITE-STATE
                   THRU 4000-WRITE-STATE-EXIT
               PERFORM 5000-WRITE-PLAN
                   THRU 5000-WRITE-PLAN-EXIT
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
           PERFORM 8000-GET-YESTERDAY
               THRU 8000-GET-YESTERDAY-EXIT.
           IF WS-NOW-HHMMSS >= 120000
               MOVE WS-TODAY     TO WS-RUN-DATE
           ELSE
               MOVE WS-YESTERDAY TO WS-RUN-DATE
           END-IF.

           OPEN OUTPUT RRPRPT-FILE.
           IF WS-RRPRPT-STATUS NOT = '00'
               DISPLAY 'ACBLRRP1 - OPEN FAILED - RRPRPT '
                       WS-RRPRPT-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           MOVE 'Y' TO WS-INIT-OK-SW.

           MOVE WS-RUN-DATE   TO WS-TITLE-DATE.
           MOVE WS-NOW-HHMMSS TO WS-TITLE-TIME.
           WRITE RRPRPT-LINE FROM WS-REPORT-TITLE.
           MOVE SPACES TO RRPRPT-LINE.
           WRITE RRPRPT-LINE AFTER ADVANCING 1 LINE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-LOAD-DEPENDENCIES                                   *
      *     EACH CARD ADDS ITS TWO PROGRAMS (ON FIRST SIGHT) AND  *
      *     ONE PREDECESSOR-TO-SUCCESSOR EDGE.                    *
      *-----------------------------------------------------------*
       2000-LOAD-DEPENDENCIES.
           OPEN INPUT STRMDEP-FILE.
           IF WS-STRMDEP-STATUS NOT = '00'
               DISPLAY 'ACBLRRP1 - OPEN FAILED - STRMDEP '
                       WS-STRMDEP-STATUS
               MOVE 'NO STRMDEP DEPENDENCY TABLE - NO PLAN'
                   TO WS-M-TEXT
               PERFORM 4900-LOAD-FAILED
                   THRU 4900-LOAD-FAILED-EXIT
               GO TO 2000-LOAD-DEPENDENCIES-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           PERFORM 2100-LOAD-ONE-DEPENDENCY
               THRU 2100-LOAD-ONE-DEPENDENCY-EXIT
               UNTIL WS-EOF OR WS-LOAD-ERROR.
           CLOSE STRMDEP-FILE.

           IF WS-EDGE-COUNT = ZERO AND NOT WS-LOAD-ERROR
               MOVE 'STRMDEP DEPENDENCY TABLE IS EMPTY - NO PLAN'
                   TO WS-M-TEXT
               PERFORM 4900-LOAD-FAILED
                   THRU 4900-LOAD-FAILED-EXIT
           END-IF.
       2000-LOAD-DEPENDENCIES-EXIT.
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

           IF WS-EDGE-COUNT >= WS-EDGE-MAX
               MOVE 'STRMDEP HAS MORE FEEDS THAN THE EDGE TABLE'
                   TO WS-M-TEXT
               PERFORM 4900-LOAD-FAILED
                   THRU 4900-LOAD-FAILED-EXIT
               GO TO 2100-LOAD-ONE-DEPENDENCY-EXIT
           END-IF.

           MOVE STDP-PRED-PROGRAM-ID TO WS-LOOK-PROGRAM.
           MOVE STDP-PRED-JOB-NAME   TO WS-LOOK-JOB.
           PERFORM 2200-ADD-NODE
               THRU 2200-ADD-NODE-EXIT.
           IF WS-NODE-FOUND = ZERO
               GO TO 2100-LOAD-ONE-DEPENDENCY-EXIT
           END-IF.
           MOVE WS-NODE-FOUND TO WS-PRED-NODE.

           MOVE STDP-PROGRAM-ID      TO WS-LOOK-PROGRAM.
           MOVE STDP-JOB-NAME        TO WS-LOOK-JOB.
           PERFORM 2200-ADD-NODE
               THRU 2200-ADD-NODE-EXIT.
           IF WS-NODE-FOUND = ZERO
               GO TO 2100-LOAD-ONE-DEPENDENCY-EXIT
           END-IF.
           MOVE WS-NODE-FOUND TO WS-SUCC-NODE.

           ADD 1 TO WS-EDGE-COUNT.
           MOVE WS-SUCC-NODE TO WS-E-SUCC(WS-EDGE-COUNT).
           MOVE WS-PRED-NODE TO WS-E-PRED(WS-EDGE-COUNT).
       2100-LOAD-ONE-DEPENDENCY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2200-ADD-NODE                                            *
      *     FINDS WS-LOOK-PROGRAM, ADDING IT ON FIRST SIGHT.      *
      *     WS-NODE-FOUND ZERO MEANS THE TABLE IS FULL.           *
      *-----------------------------------------------------------*
       2200-ADD-NODE.
           PERFORM 2300-FIND-NODE
               THRU 2300-FIND-NODE-EXIT.
           IF WS-NODE-FOUND > ZERO
               GO TO 2200-ADD-NODE-EXIT
           END-IF.
           IF WS-NODE-COUNT >= WS-NODE-MAX
               MOVE 'STRMDEP HAS MORE PROGRAMS THAN THE TABLE'
                   TO WS-M-TEXT
               PERFORM 4900-LOAD-FAILED
                   THRU 4900-LOAD-FAILED-EXIT
               GO TO 2200-ADD-NODE-EXIT
           END-IF.

           ADD 1 TO WS-NODE-COUNT.
           MOVE WS-LOOK-PROGRAM TO WS-N-PROGRAM(WS-NODE-COUNT).
           MOVE WS-LOOK-JOB     TO WS-N-JOB(WS-NODE-COUNT).
           MOVE 1               TO WS-N-LEVEL(WS-NODE-COUNT).
           MOVE 'N'             TO WS-N-STATE(WS-NODE-COUNT).
           MOVE ZERO            TO WS-N-START(WS-NODE-COUNT).
           MOVE ZERO            TO WS-N-END(WS-NODE-COUNT).
           MOVE SPACES          TO WS-N-RC(WS-NODE-COUNT).
           MOVE 'N'             TO WS-N-TAINTED-SW(WS-NODE-COUNT).
           MOVE SPACES          TO WS-N-CAUSE(WS-NODE-COUNT).
           MOVE WS-NODE-COUNT   TO WS-NODE-FOUND.
       2200-ADD-NODE-EXIT.
           EXIT.

       2300-FIND-NODE.
           MOVE ZERO TO WS-NODE-FOUND.
           MOVE 'N'  TO WS-NODE-HIT-SW.
           PERFORM 2310-SCAN-ONE-NODE
               THRU 2310-SCAN-ONE-NODE-EXIT
               VARYING WS-NODE-IDX FROM 1 BY 1
               UNTIL WS-NODE-IDX > WS-NODE-COUNT
                  OR WS-NODE-HIT.
       2300-FIND-NODE-EXIT.
           EXIT.

       2310-SCAN-ONE-NODE.
           IF WS-N-PROGRAM(WS-NODE-IDX) = WS-LOOK-PROGRAM
               MOVE WS-NODE-IDX TO WS-NODE-FOUND
               MOVE 'Y' TO WS-NODE-HIT-SW
           END-IF.
       2310-SCAN-ONE-NODE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2500-LOAD-STATUS                                         *
      *     STAMPS ARE APPENDED IN TIME ORDER, SO THE LAST ONE    *
      *     SEEN TONIGHT FOR A PROGRAM IS ITS CURRENT STATE.      *
      *-----------------------------------------------------------*
       2500-LOAD-STATUS.
           OPEN INPUT STRMSTAT-FILE.
           IF WS-STRMSTAT-STATUS NOT = '00'
               DISPLAY 'ACBLRRP1 - OPEN FAILED - STRMSTAT '
                       WS-STRMSTAT-STATUS
               MOVE 'NO STRMSTAT STATUS FILE - NO PLAN'
                   TO WS-M-TEXT
               PERFORM 4900-LOAD-FAILED
                   THRU 4900-LOAD-FAILED-EXIT
               GO TO 2500-LOAD-STATUS-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           PERFORM 2600-LOAD-ONE-STAMP
               THRU 2600-LOAD-ONE-STAMP-EXIT
               UNTIL WS-EOF.
           CLOSE STRMSTAT-FILE.
       2500-LOAD-STATUS-EXIT.
           EXIT.

       2600-LOAD-ONE-STAMP.
           READ STRMSTAT-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2600-LOAD-ONE-STAMP-EXIT
           END-READ.
           ADD 1 TO WS-STAMP-READS.

           MOVE STS-PROGRAM-ID TO WS-LOOK-PROGRAM.
           PERFORM 2300-FIND-NODE
               THRU 2300-FIND-NODE-EXIT.
           IF WS-NODE-FOUND = ZERO
               GO TO 2600-LOAD-ONE-STAMP-EXIT
           END-IF.
           PERFORM 2700-CHECK-TONIGHT
               THRU 2700-CHECK-TONIGHT-EXIT.
           IF NOT WS-TONIGHT
               GO TO 2600-LOAD-ONE-STAMP-EXIT
           END-IF.

           IF STS-START
               MOVE 'R'      TO WS-N-STATE(WS-NODE-FOUND)
               MOVE STS-TIME TO WS-N-START(WS-NODE-FOUND)
               MOVE ZERO     TO WS-N-END(WS-NODE-FOUND)
               MOVE SPACES   TO WS-N-RC(WS-NODE-FOUND)
               GO TO 2600-LOAD-ONE-STAMP-EXIT
           END-IF.

           MOVE STS-TIME          TO WS-N-END(WS-NODE-FOUND).
           MOVE STS-RETURN-CODE-X TO WS-N-RC(WS-NODE-FOUND).
           IF STS-RETURN-CODE-X = SPACES
               MOVE 'C' TO WS-N-STATE(WS-NODE-FOUND)
               GO TO 2600-LOAD-ONE-STAMP-EXIT
           END-IF.
           IF STS-RETURN-CODE NUMERIC
           AND STS-RETURN-CODE NOT > WS-CLEAN-MAX-RC
               MOVE 'C' TO WS-N-STATE(WS-NODE-FOUND)
           ELSE
               MOVE 'F' TO WS-N-STATE(WS-NODE-FOUND)
           END-IF.
       2600-LOAD-ONE-STAMP-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2700-CHECK-TONIGHT                                       *
      *     TONIGHT'S NOON-TO-NOON WINDOW, ANCHORED ON THIS       *
      *     STEP'S OWN CLOCK EXACTLY AS ACBLSLA1 ANCHORS IT,      *
      *     NON-BUSINESS DAYS BEFORE TODAY INCLUDED.              *
      *-----------------------------------------------------------*
       2700-CHECK-TONIGHT.
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
       2700-CHECK-TONIGHT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3000-RANK-PROGRAMS                                       *
      *     PUSHES EACH SUCCESSOR ONE LEVEL BELOW ITS DEEPEST     *
      *     PREDECESSOR, PASS AFTER PASS, UNTIL NOTHING MOVES.    *
      *     A STREAM OF N PROGRAMS SETTLES IN N PASSES; STILL     *
      *     MOVING AFTER THAT MEANS THE TABLE HOLDS A LOOP.       *
      *-----------------------------------------------------------*
       3000-RANK-PROGRAMS.
           MOVE ZERO TO WS-PASS-COUNT.
           MOVE 'Y'  TO WS-CHANGED-SW.
           PERFORM 3100-RANK-ONE-PASS
               THRU 3100-RANK-ONE-PASS-EXIT
               UNTIL NOT WS-CHANGED
                  OR WS-PASS-COUNT > WS-NODE-COUNT.

           IF WS-CHANGED
               MOVE 'STRMDEP HOLDS A DEPENDENCY LOOP - NO PLAN'
                   TO WS-M-TEXT
               PERFORM 4900-LOAD-FAILED
                   THRU 4900-LOAD-FAILED-EXIT
               GO TO 3000-RANK-PROGRAMS-EXIT
           END-IF.

           MOVE ZERO TO WS-MAX-LEVEL.
           PERFORM 3200-NOTE-MAX-LEVEL
               THRU 3200-NOTE-MAX-LEVEL-EXIT
               VARYING WS-NODE-IDX FROM 1 BY 1
               UNTIL WS-NODE-IDX > WS-NODE-COUNT.
       3000-RANK-PROGRAMS-EXIT.
           EXIT.

       3100-RANK-ONE-PASS.
           ADD 1 TO WS-PASS-COUNT.
           MOVE 'N' TO WS-CHANGED-SW.
           PERFORM 3110-RANK-ONE-EDGE
               THRU 3110-RANK-ONE-EDGE-EXIT
               VARYING WS-EDGE-IDX FROM 1 BY 1
               UNTIL WS-EDGE-IDX > WS-EDGE-COUNT.
       3100-RANK-ONE-PASS-EXIT.
           EXIT.

       3110-RANK-ONE-EDGE.
           MOVE WS-E-SUCC(WS-EDGE-IDX) TO WS-SUCC-NODE.
           MOVE WS-E-PRED(WS-EDGE-IDX) TO WS-PRED-NODE.
           IF WS-N-LEVEL(WS-SUCC-NODE) NOT > WS-N-LEVEL(WS-PRED-NODE)
               COMPUTE WS-N-LEVEL(WS-SUCC-NODE) =
                       WS-N-LEVEL(WS-PRED-NODE) + 1
               MOVE 'Y' TO WS-CHANGED-SW
           END-IF.
       3110-RANK-ONE-EDGE-EXIT.
           EXIT.

       3200-NOTE-MAX-LEVEL.
           IF WS-N-LEVEL(WS-NODE-IDX) > WS-MAX-LEVEL
               MOVE WS-N-LEVEL(WS-NODE-IDX) TO WS-MAX-LEVEL
           END-IF.
           IF NOT WS-N-CLEAN(WS-NODE-IDX)
               ADD 1 TO WS-BROKEN-COUNT
           END-IF.
       3200-NOTE-MAX-LEVEL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3500-SPREAD-TAINT                                        *
      *     A PROGRAM IS TAINTED WHEN A PREDECESSOR IS BROKEN     *
      *     (NO CLEAN END) OR ITSELF TAINTED.  THE CAUSE KEPT IS  *
      *     THE FIRST SUCH PREDECESSOR FOUND.                     *
      *-----------------------------------------------------------*
       3500-SPREAD-TAINT.
           MOVE 'Y' TO WS-CHANGED-SW.
           PERFORM 3600-TAINT-ONE-PASS
               THRU 3600-TAINT-ONE-PASS-EXIT
               UNTIL NOT WS-CHANGED.
       3500-SPREAD-TAINT-EXIT.
           EXIT.

       3600-TAINT-ONE-PASS.
           MOVE 'N' TO WS-CHANGED-SW.
           PERFORM 3610-TAINT-ONE-EDGE
               THRU 3610-TAINT-ONE-EDGE-EXIT
               VARYING WS-EDGE-IDX FROM 1 BY 1
               UNTIL WS-EDGE-IDX > WS-EDGE-COUNT.
       3600-TAINT-ONE-PASS-EXIT.
           EXIT.

       3610-TAINT-ONE-EDGE.
           MOVE WS-E-SUCC(WS-EDGE-IDX) TO WS-SUCC-NODE.
           MOVE WS-E-PRED(WS-EDGE-IDX) TO WS-PRED-NODE.
           IF WS-N-TAINTED(WS-SUCC-NODE)
               GO TO 3610-TAINT-ONE-EDGE-EXIT
           END-IF.
           IF WS-N-CLEAN(WS-PRED-NODE)
           AND NOT WS-N-TAINTED(WS-PRED-NODE)
               GO TO 3610-TAINT-ONE-EDGE-EXIT
           END-IF.
           MOVE 'Y' TO WS-N-TAINTED-SW(WS-SUCC-NODE).
           MOVE WS-N-PROGRAM(WS-PRED-NODE)
               TO WS-N-CAUSE(WS-SUCC-NODE).
           MOVE 'Y' TO WS-CHANGED-SW.
       3610-TAINT-ONE-EDGE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4000-WRITE-STATE                                         *
      *     EVERY PROGRAM IN DEPENDENCY ORDER - LEVEL BY LEVEL,   *
      *     TABLE ORDER WITHIN A LEVEL.                           *
      *-----------------------------------------------------------*
       4000-WRITE-STATE.
           WRITE RRPRPT-LINE FROM WS-STATE-HEAD-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RRPRPT-LINE.
           WRITE RRPRPT-LINE AFTER ADVANCING 1 LINE.
           WRITE RRPRPT-LINE FROM WS-STATE-HEADING
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RRPRPT-LINE.
           WRITE RRPRPT-LINE AFTER ADVANCING 1 LINE.

           PERFORM 4100-STATE-ONE-LEVEL
               THRU 4100-STATE-ONE-LEVEL-EXIT
               VARYING WS-LEVEL FROM 1 BY 1
               UNTIL WS-LEVEL > WS-MAX-LEVEL.
       4000-WRITE-STATE-EXIT.
           EXIT.

       4100-STATE-ONE-LEVEL.
           PERFORM 4110-STATE-ONE-PROGRAM
               THRU 4110-STATE-ONE-PROGRAM-EXIT
               VARYING WS-NODE-IDX FROM 1 BY 1
               UNTIL WS-NODE-IDX > WS-NODE-COUNT.
       4100-STATE-ONE-LEVEL-EXIT.
           EXIT.

       4110-STATE-ONE-PROGRAM.
           IF WS-N-LEVEL(WS-NODE-IDX) NOT = WS-LEVEL
               GO TO 4110-STATE-ONE-PROGRAM-EXIT
           END-IF.
           MOVE SPACES TO WS-STATE-LINE.
           MOVE WS-N-LEVEL(WS-NODE-IDX)   TO WS-S-LEVEL.
           MOVE WS-N-PROGRAM(WS-NODE-IDX) TO WS-S-PROGRAM.
           MOVE WS-N-JOB(WS-NODE-IDX)     TO WS-S-JOB.
           IF WS-N-START(WS-NODE-IDX) > ZERO
               MOVE WS-N-START(WS-NODE-IDX) TO WS-S-START
           END-IF.
           IF WS-N-END(WS-NODE-IDX) > ZERO
               MOVE WS-N-END(WS-NODE-IDX) TO WS-S-END
           END-IF.
           MOVE WS-N-RC(WS-NODE-IDX)      TO WS-S-RC.
           EVALUATE TRUE
               WHEN WS-N-CLEAN(WS-NODE-IDX)
                   MOVE 'CLEAN END'          TO WS-S-STATE
               WHEN WS-N-FAILED(WS-NODE-IDX)
                   MOVE 'ENDED ABOVE RC 4'   TO WS-S-STATE
               WHEN WS-N-RUNNING(WS-NODE-IDX)
                   MOVE 'NO END - ABEND/RUN' TO WS-S-STATE
               WHEN OTHER
                   MOVE 'NOT RUN TONIGHT'    TO WS-S-STATE
           END-EVALUATE.
           MOVE WS-N-CAUSE(WS-NODE-IDX)   TO WS-S-CAUSE.
           WRITE RRPRPT-LINE FROM WS-STATE-LINE
               AFTER ADVANCING 1 LINE.
       4110-STATE-ONE-PROGRAM-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4900-LOAD-FAILED                                         *
      *-----------------------------------------------------------*
       4900-LOAD-FAILED.
           MOVE 'Y' TO WS-LOAD-ERROR-SW.
           DISPLAY 'ACBLRRP1 - ' WS-M-TEXT.
           WRITE RRPRPT-LINE FROM WS-MESSAGE-LINE
               AFTER ADVANCING 1 LINE.
       4900-LOAD-FAILED-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5000-WRITE-PLAN                                          *
      *     EVERY BROKEN OR TAINTED PROGRAM, IN THE SAME          *
      *     DEPENDENCY ORDER, SO EACH RERUN FOLLOWS THE RERUNS    *
      *     OF EVERYTHING FEEDING IT.  THE JOBS TO RESUBMIT       *
      *     FOLLOW, EACH JOB ONCE AT ITS FIRST NEEDED PROGRAM.    *
      *-----------------------------------------------------------*
       5000-WRITE-PLAN.
           MOVE SPACES TO RRPRPT-LINE.
           WRITE RRPRPT-LINE AFTER ADVANCING 2 LINES.
           WRITE RRPRPT-LINE FROM WS-PLAN-HEAD-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RRPRPT-LINE.
           WRITE RRPRPT-LINE AFTER ADVANCING 1 LINE.
           WRITE RRPRPT-LINE FROM WS-PLAN-HEADING
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RRPRPT-LINE.
           WRITE RRPRPT-LINE AFTER ADVANCING 1 LINE.

           MOVE ZERO TO WS-PLAN-SEQ.
           PERFORM 5100-PLAN-ONE-LEVEL
               THRU 5100-PLAN-ONE-LEVEL-EXIT
               VARYING WS-LEVEL FROM 1 BY 1
               UNTIL WS-LEVEL > WS-MAX-LEVEL.

           IF WS-PLAN-SEQ = ZERO
               WRITE RRPRPT-LINE FROM WS-CONSISTENT-LINE
                   AFTER ADVANCING 1 LINE
               GO TO 5000-WRITE-PLAN-EXIT
           END-IF.

           MOVE SPACES TO RRPRPT-LINE.
           WRITE RRPRPT-LINE AFTER ADVANCING 2 LINES.
           WRITE RRPRPT-LINE FROM WS-JOB-HEAD-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RRPRPT-LINE.
           WRITE RRPRPT-LINE AFTER ADVANCING 1 LINE.
           PERFORM 5300-WRITE-ONE-JOB
               THRU 5300-WRITE-ONE-JOB-EXIT
               VARYING WS-JOB-IDX FROM 1 BY 1
               UNTIL WS-JOB-IDX > WS-JOB-COUNT.
       5000-WRITE-PLAN-EXIT.
           EXIT.

       5100-PLAN-ONE-LEVEL.
           PERFORM 5110-PLAN-ONE-PROGRAM
               THRU 5110-PLAN-ONE-PROGRAM-EXIT
               VARYING WS-NODE-IDX FROM 1 BY 1
               UNTIL WS-NODE-IDX > WS-NODE-COUNT.
       5100-PLAN-ONE-LEVEL-EXIT.
           EXIT.

       5110-PLAN-ONE-PROGRAM.
           IF WS-N-LEVEL(WS-NODE-IDX) NOT = WS-LEVEL
               GO TO 5110-PLAN-ONE-PROGRAM-EXIT
           END-IF.
           IF WS-N-CLEAN(WS-NODE-IDX)
           AND NOT WS-N-TAINTED(WS-NODE-IDX)
               GO TO 5110-PLAN-ONE-PROGRAM-EXIT
           END-IF.

           ADD 1 TO WS-PLAN-SEQ.
           MOVE SPACES TO WS-PLAN-LINE.
           MOVE WS-PLAN-SEQ               TO WS-L-SEQ.
           MOVE WS-N-PROGRAM(WS-NODE-IDX) TO WS-L-PROGRAM.
           MOVE WS-N-JOB(WS-NODE-IDX)     TO WS-L-JOB.
           MOVE WS-N-CAUSE(WS-NODE-IDX)   TO WS-L-CAUSE.
           EVALUATE TRUE
               WHEN WS-N-FAILED(WS-NODE-IDX)
                   MOVE 'RERUN - ENDED ABOVE RC 4'  TO WS-L-ACTION
               WHEN WS-N-RUNNING(WS-NODE-IDX)
                   MOVE 'RERUN - STARTED, NO END STAMP'
                       TO WS-L-ACTION
               WHEN WS-N-CLEAN(WS-NODE-IDX)
                   MOVE 'RERUN - RAN ON STALE INPUT' TO WS-L-ACTION
               WHEN WS-N-TAINTED(WS-NODE-IDX)
                   MOVE 'RUN - AFTER THE RERUNS ABOVE'
                       TO WS-L-ACTION
               WHEN OTHER
                   MOVE 'RUN - NOT RUN TONIGHT'     TO WS-L-ACTION
           END-EVALUATE.
           WRITE RRPRPT-LINE FROM WS-PLAN-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-N-JOB(WS-NODE-IDX) TO WS-LOOK-JOB.
           PERFORM 5200-NOTE-JOB
               THRU 5200-NOTE-JOB-EXIT.
       5110-PLAN-ONE-PROGRAM-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5200-NOTE-JOB                                            *
      *     ADDS THE PROGRAM'S JOB TO THE RESUBMIT LIST UNLESS    *
      *     AN EARLIER PROGRAM ALREADY PUT IT THERE.              *
      *-----------------------------------------------------------*
       5200-NOTE-JOB.
           MOVE 'N' TO WS-JOB-HIT-SW.
           PERFORM 5210-SCAN-ONE-JOB
               THRU 5210-SCAN-ONE-JOB-EXIT
               VARYING WS-JOB-IDX FROM 1 BY 1
               UNTIL WS-JOB-IDX > WS-JOB-COUNT
                  OR WS-JOB-HIT.
           IF WS-JOB-HIT OR WS-JOB-COUNT >= 50
               GO TO 5200-NOTE-JOB-EXIT
           END-IF.
           ADD 1 TO WS-JOB-COUNT.
           MOVE WS-LOOK-JOB TO WS-J-JOB(WS-JOB-COUNT).
           MOVE WS-N-PROGRAM(WS-NODE-IDX)
               TO WS-J-FIRST-PGM(WS-JOB-COUNT).
       5200-NOTE-JOB-EXIT.
           EXIT.

       5210-SCAN-ONE-JOB.
           IF WS-J-JOB(WS-JOB-IDX) = WS-LOOK-JOB
               MOVE 'Y' TO WS-JOB-HIT-SW
           END-IF.
       5210-SCAN-ONE-JOB-EXIT.
           EXIT.

       5300-WRITE-ONE-JOB.
           MOVE WS-JOB-IDX              TO WS-JL-SEQ.
           MOVE WS-J-JOB(WS-JOB-IDX)    TO WS-JL-JOB.
           MOVE WS-J-FIRST-PGM(WS-JOB-IDX) TO WS-JL-PROGRAM.
           WRITE RRPRPT-LINE FROM WS-JOB-LINE
               AFTER ADVANCING 1 LINE.
           DISPLAY 'ACBLRRP1 - RESUBMIT ' WS-JOB-IDX ' '
                   WS-J-JOB(WS-JOB-IDX).
       5300-WRITE-ONE-JOB-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  8000-GET-YESTERDAY                                       *
      *     TAKES TODAY'S PRIOR BUSINESS DATE FROM THE CALENDAR.  *
      *     WITHOUT IT, DERIVES YESTERDAY'S DATE FROM WS-TODAY,   *
      *     ROLLING THE MONTH AND YEAR BACK AT A MONTH BOUNDARY   *
      *     WITH THE LEAP-YEAR FEBRUARY HANDLED.                  *
      *-----------------------------------------------------------*
       8000-GET-YESTERDAY.
           PERFORM 8020-READ-CALENDAR
               THRU 8020-READ-CALENDAR-EXIT.
           IF WS-CAL-FOUND AND WS-CAL-PRIOR-DATE > ZERO
               MOVE WS-CAL-PRIOR-DATE TO WS-YESTERDAY
               GO TO 8000-GET-YESTERDAY-EXIT
           END-IF.

           MOVE WS-TODAY TO WS-YDATE-R.
           IF WS-YD-DAY > 1
               SUBTRACT 1 FROM WS-YD-DAY
               GO TO 8000-GET-YESTERDAY-SET
           END-IF.

           IF WS-YD-MONTH = 1
               SUBTRACT 1 FROM WS-YD-YEAR
               MOVE 12 TO WS-YD-MONTH
           ELSE
               SUBTRACT 1 FROM WS-YD-MONTH
           END-IF.
           MOVE WS-MONTH-DAYS(WS-YD-MONTH) TO WS-YD-DAY.
           IF WS-YD-MONTH = 2
               PERFORM 8010-CHECK-LEAP-YEAR
                   THRU 8010-CHECK-LEAP-YEAR-EXIT
               IF WS-LEAP-YEAR
                   MOVE 29 TO WS-YD-DAY
               END-IF
           END-IF.

       8000-GET-YESTERDAY-SET.
           MOVE WS-YDATE-R TO WS-YESTERDAY.
       8000-GET-YESTERDAY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  8010-CHECK-LEAP-YEAR                                     *
      *     DIVISIBLE BY 4, EXCEPT CENTURIES NOT DIVISIBLE BY     *
      *     400.                                                  *
      *-----------------------------------------------------------*
       8010-CHECK-LEAP-YEAR.
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
       8010-CHECK-LEAP-YEAR-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  8020-READ-CALENDAR                                       *
      *     READS THE SHARED CALENDAR UP TO TODAY'S RECORD.       *
      *-----------------------------------------------------------*
       8020-READ-CALENDAR.
           MOVE 'N' TO WS-CAL-FOUND-SW.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-STATUS NOT = '00'
               DISPLAY 'ACBLRRP1 - OPEN FAILED - CALENDAR '
                       WS-CALENDAR-STATUS
                       ', PRIOR DAY TAKEN AS YESTERDAY'
               GO TO 8020-READ-CALENDAR-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           PERFORM 8030-READ-ONE-CAL-DAY
               THRU 8030-READ-ONE-CAL-DAY-EXIT
               UNTIL WS-EOF OR WS-CAL-FOUND.
           CLOSE CALENDAR-FILE.
           MOVE 'N' TO WS-EOF-SW.

           IF NOT WS-CAL-FOUND
               DISPLAY 'ACBLRRP1 - ' WS-TODAY
                       ' NOT ON CALENDAR, PRIOR DAY TAKEN AS '
                       'YESTERDAY'
           END-IF.
       8020-READ-CALENDAR-EXIT.
           EXIT.

       8030-READ-ONE-CAL-DAY.
           READ CALENDAR-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 8030-READ-ONE-CAL-DAY-EXIT
           END-READ.
           IF CAL-DATE = WS-TODAY
               MOVE 'Y' TO WS-CAL-FOUND-SW
               MOVE CAL-PRIOR-BUS-DATE TO WS-CAL-PRIOR-DATE
           END-IF.
       8030-READ-ONE-CAL-DAY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  9000-TERMINATE                                           *
      *     RETURN CODE 4 WHEN ANY RERUN IS NEEDED, 8 WHEN NO     *
      *     PLAN COULD BE MADE.                                   *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-INIT-OK
               CLOSE RRPRPT-FILE
           END-IF.
           IF WS-LOAD-ERROR
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-PLAN-SEQ > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY 'ACBLRRP1 - DEPENDENCY CARDS READ : '
                   WS-DEP-READS.
           DISPLAY 'ACBLRRP1 - PROGRAMS IN STREAM    : '
                   WS-NODE-COUNT.
           DISPLAY 'ACBLRRP1 - WITHOUT A CLEAN END   : '
                   WS-BROKEN-COUNT.
           DISPLAY 'ACBLRRP1 - PROGRAMS TO (RE)RUN   : '
                   WS-PLAN-SEQ.
           DISPLAY 'ACBLRRP1 - JOBS TO RESUBMIT      : '
                   WS-JOB-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.
