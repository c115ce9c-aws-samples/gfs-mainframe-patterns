      *            DOES NOT MISREAD LAST NIGHT AS TONIGHT.             *
      *            CAN BE RUN REPEATEDLY WHILE THE STREAM IS STILL     *
      *            MOVING.                                             *
      * 10/15/26   D MORENO          DM0051                            *
      *            THE SMALL-HOURS SIDE OF TONIGHT'S WINDOW NOW        *
      *            STARTS ON THE PRIOR BUSINESS DAY FROM THE SHARED    *
      *            CALENDAR FILE RATHER THAN THE PRIOR CALENDAR DAY,   *
      *            SO A RUN IN THE SMALL HOURS AFTER A WEEKEND OR      *
      *            HOLIDAY PICKS UP THE STREAM THAT STARTED ON THE     *
      *            LAST BUSINESS DAY.  A MISSING CALENDAR, OR A        *
      *            TODAY OUTSIDE IT, FALLS BACK TO THE CALENDAR-DAY    *
      *            ARITHMETIC.                                         *
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
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLARPT-STATUS.

           SELECT CALENDAR-FILE    ASSIGN TO CALENDAR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STRMSTAT-FILE
           BLOCK CONTAINS 0 RECORDS.
       01  SLARPT-LINE                 PIC X(132).

       FD  CALENDAR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY "CALREC.cpy".

       WORKING-STORAGE SECTION.
       77  WS-STRMSTAT-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-SLAPARM-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-SLARPT-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-CALENDAR-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-CAL-FOUND-SW             PIC X(01)  VALUE 'N'.
           88  WS-CAL-FOUND            VALUE 'Y'.
       77  WS-EOF-SW                   PIC X(01)  VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       77  WS-INIT-OK-SW               PIC X(01)  VALUE 'N'.
           88  WS-LEAP-YEAR            VALUE 'Y'.
       77  WS-TODAY                    PIC 9(08)  VALUE ZERO.
       77  WS-YESTERDAY                PIC 9(08)  VALUE ZERO.
       77  WS-CAL-PRIOR-DATE           PIC 9(08)  VALUE ZERO.
       77  WS-NOW-HHMMSS               PIC 9(06)  VALUE ZERO.
       77  WS-STAMP-READS              PIC 9(07)  VALUE ZERO COMP.
       77  WS-STEPS-LATE               PIC 9(03)  VALUE ZERO COMP.
           05  FILLER                  PIC 9(02).

      *---------------------------------------------------------------*
      *  THE PRIOR BUSINESS DAY FROM THE SHARED CALENDAR, SO A STAMP  *
      *  DATED THEN AFTER NOON CAN BE CLASSIFIED AS TONIGHT'S RUN.    *
      *  WITHOUT THE CALENDAR IT IS YESTERDAY, DERIVED FROM TODAY.    *
      *---------------------------------------------------------------*
       01  WS-YDATE.
           05  WS-YD-YEAR              PIC 9(04).
      *     STAMPS FALL OUTSIDE IT.  RUN BEFORE NOON (THE         *
      *     SMALL-HOURS SIDE), TONIGHT IS YESTERDAY AT OR AFTER   *
      *     NOON PLUS TODAY BEFORE NOON - THE SAME PIVOT THE      *
      *     +86400 SECOND NORMALIZATION USES.  YESTERDAY IS THE   *
      *     PRIOR BUSINESS DAY, SO ANY NON-BUSINESS DAYS BETWEEN  *
      *     IT AND TODAY FALL WHOLLY INSIDE TONIGHT.              *
      *-----------------------------------------------------------*
       2250-CHECK-TONIGHT.
           MOVE 'N' TO WS-TONIGHT-SW.
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
               DISPLAY 'ACBLSLA1 - OPEN FAILED - CALENDAR '
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
               DISPLAY 'ACBLSLA1 - ' WS-TODAY
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
      *-----------------------------------------------------------*
