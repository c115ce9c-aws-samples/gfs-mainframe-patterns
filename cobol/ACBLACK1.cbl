      *            STRMSTAT STREAM-STATUS FILE SO THE OVERNIGHT        *
      *            OPERATOR AND THE ACBLSLA1 SLA REPORTER CAN SEE      *
      *            WHERE THE STREAM IS WHILE IT IS STILL RUNNING.      *
      * 10/15/26   D MORENO          DM0051                            *
      *            CARRIED ALERTS NOW AGE IN BUSINESS DAYS OFF THE     *
      *            SHARED CALENDAR FILE INSTEAD OF ONE PER RUN, SO A   *
      *            WEEKEND OR EXCHANGE HOLIDAY NO LONGER PUSHES AN     *
      *            ALERT INTO ESCALATION.  THE AGE IS THE BUSINESS     *
      *            DAYS FROM THE FIRST-ALERT DATE THROUGH TODAY,       *
      *            COUNTING THE FIRST DAY WHEN IT IS A BUSINESS DAY,   *
      *            NEVER LESS THAN ONE.  A MISSING CALENDAR, OR A      *
      *            DATE OUTSIDE IT, FALLS BACK TO ONE PER RUN.         *
      * 10/15/26   D MORENO          DM0057                            *
      *            THE STRMSTAT END STAMP NOW CARRIES THE STEP'S       *
      *            RETURN CODE SO THE ACBLGTE1 STREAM GATE CAN TELL    *
      *            A CLEAN END FROM A FAILED ONE.                      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STRMSTAT-STATUS.

           SELECT CALENDAR-FILE    ASSIGN TO CALENDAR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERTFD-FILE
           BLOCK CONTAINS 0 RECORDS.
           COPY "STSREC.cpy".

       FD  CALENDAR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY "CALREC.cpy".

       WORKING-STORAGE SECTION.
       77  WS-ALERTFD-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-ALERTCFI-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-BRHMST-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-RUNCTL-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-STRMSTAT-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-CALENDAR-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-STS-EVENT                PIC X(01)  VALUE SPACE.
       77  WS-STS-DATE                 PIC 9(08)  VALUE ZERO.
       77  WS-EOF-SW                   PIC X(01)  VALUE 'N'.
       77  WS-FOUND-REGION             PIC X(03)  VALUE SPACES.
       77  WS-REGION-HIT-SW            PIC X(01)  VALUE 'N'.
           88  WS-REGION-HIT           VALUE 'Y'.
       77  WS-CAL-LOADED-SW            PIC X(01)  VALUE 'N'.
           88  WS-CAL-LOADED           VALUE 'Y'.
       77  WS-CAL-FOUND-SW             PIC X(01)  VALUE 'N'.
           88  WS-CAL-FOUND            VALUE 'Y'.
       77  WS-CAL-TODAY-SW             PIC X(01)  VALUE 'N'.
           88  WS-CAL-TODAY-OK         VALUE 'Y'.
       77  WS-CAL-COUNT                PIC 9(04)  VALUE ZERO COMP.
       77  WS-CAL-IDX                  PIC 9(04)  VALUE ZERO COMP.
       77  WS-CAL-LOOK-DATE            PIC 9(08)  VALUE ZERO.
       77  WS-CAL-FOUND-NO             PIC 9(07)  VALUE ZERO.
       77  WS-CAL-FOUND-TYPE           PIC X(01)  VALUE SPACE.
       77  WS-CAL-TODAY-NO             PIC 9(07)  VALUE ZERO.
       77  WS-CAL-AGE                  PIC S9(07) VALUE ZERO COMP.

      *---------------------------------------------------------------*
      *  BUSINESS DAYS UNWORKED BEFORE AN ALERT ESCALATES TO THE      *
               10  WS-RC-REGION        PIC X(03).
               10  WS-RC-ESCALATED     PIC 9(07).

      *---------------------------------------------------------------*
      *  THE SHARED BUSINESS-DAY CALENDAR, LOADED AT START-UP.  THE   *
      *  FILE HAS ONE RECORD PER DAY WITH NO GAPS, SO A DATE'S ENTRY  *
      *  IS FOUND BY ITS DAY NUMBER LESS THE FIRST ENTRY'S.           *
      *---------------------------------------------------------------*
       01  WS-CAL-TABLE.
           05  WS-CT-ENTRY             OCCURS 1500 TIMES.
               10  WS-CT-DATE          PIC 9(08).
               10  WS-CT-BUS-NO        PIC 9(07).
               10  WS-CT-TYPE          PIC X(01).
       01  WS-CAL-BASE-DAY-NUM         PIC S9(09) COMP-3 VALUE ZERO.
       01  WS-CAL-OFFSET               PIC S9(09) COMP-3 VALUE ZERO.

      *---------------------------------------------------------------*
      *  DATE WORK FIELDS FOR THE CALENDAR LOOKUP - DAY NUMBERS FROM  *
      *  THE STANDARD CIVIL-CALENDAR FORMULA.                         *
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

       01  WS-ACK-TABLE.
           05  WS-ACK-ENTRY            OCCURS 1000 TIMES.
               10  WS-ACK-ACCOUNT      PIC X(09).
           MOVE 'Y' TO WS-INIT-OK-SW.
           PERFORM 1050-LOAD-BRANCH-MASTER
               THRU 1050-LOAD-BRANCH-MASTER-EXIT.
           PERFORM 1070-LOAD-CALENDAR
               THRU 1070-LOAD-CALENDAR-EXIT.
           PERFORM 4900-NEW-PAGE
               THRU 4900-NEW-PAGE-EXIT.

       1060-LOAD-ONE-BRANCH-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1070-LOAD-CALENDAR                                       *
      *     LOADS THE SHARED BUSINESS-DAY CALENDAR AND LOOKS UP   *
      *     TODAY.  A MISSING CALENDAR, OR ONE THAT DOES NOT      *
      *     COVER TODAY, AGES ALERTS BY ONE PER RUN AS BEFORE.    *
      *-----------------------------------------------------------*
       1070-LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-STATUS NOT = '00'
               DISPLAY 'ACBLACK1 - OPEN FAILED - CALENDAR '
                       WS-CALENDAR-STATUS
                       ', AGING ONE DAY PER RUN'
               GO TO 1070-LOAD-CALENDAR-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           PERFORM 1080-LOAD-ONE-CAL-DAY
               THRU 1080-LOAD-ONE-CAL-DAY-EXIT
               UNTIL WS-EOF.
           CLOSE CALENDAR-FILE.
           MOVE 'N' TO WS-EOF-SW.

           IF WS-CAL-COUNT > ZERO
               MOVE 'Y' TO WS-CAL-LOADED-SW
           END-IF.
           MOVE WS-TODAY TO WS-CAL-LOOK-DATE.
           PERFORM 5700-FIND-CAL-DAY
               THRU 5700-FIND-CAL-DAY-EXIT.
           IF WS-CAL-FOUND
               MOVE 'Y' TO WS-CAL-TODAY-SW
               MOVE WS-CAL-FOUND-NO TO WS-CAL-TODAY-NO
           ELSE
               DISPLAY 'ACBLACK1 - ' WS-TODAY
                       ' NOT ON CALENDAR, AGING ONE DAY PER RUN'
           END-IF.
       1070-LOAD-CALENDAR-EXIT.
           EXIT.

       1080-LOAD-ONE-CAL-DAY.
           READ CALENDAR-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1080-LOAD-ONE-CAL-DAY-EXIT
           END-READ.

           IF WS-CAL-COUNT >= 1500
               DISPLAY 'ACBLACK1 - CALENDAR TABLE FULL AT '
                       CAL-DATE
               SET WS-EOF TO TRUE
               GO TO 1080-LOAD-ONE-CAL-DAY-EXIT
           END-IF.

           IF WS-CAL-COUNT = ZERO
               MOVE CAL-DATE TO WS-CALC-DATE-R
               PERFORM 5710-DATE-TO-DAY-NUM
                   THRU 5710-DATE-TO-DAY-NUM-EXIT
               MOVE WS-DAY-NUM TO WS-CAL-BASE-DAY-NUM
           END-IF.

           ADD 1 TO WS-CAL-COUNT.
           MOVE CAL-DATE       TO WS-CT-DATE(WS-CAL-COUNT).
           MOVE CAL-BUS-DAY-NO TO WS-CT-BUS-NO(WS-CAL-COUNT).
           MOVE CAL-DAY-TYPE   TO WS-CT-TYPE(WS-CAL-COUNT).
       1080-LOAD-ONE-CAL-DAY-EXIT.
           EXIT.

       1100-LOAD-ACK.
           READ ACKFILE-FILE
               AT END
      *  2300-CARRIED-ALERT                                       *
      *     AN ALERT ALREADY CARRIED FORWARD AND NOT ON           *
      *     YESTERDAY'S FEED.  ACKNOWLEDGED - DROP; OTHERWISE     *
      *     AGE IT AND CARRY AGAIN.                               *
      *-----------------------------------------------------------*
       2300-CARRIED-ALERT.
           MOVE WS-C-ACCOUNT TO WS-LOOK-ACCOUNT.
           MOVE WS-C-ACCOUNT         TO WS-W-ACCOUNT.
           MOVE WS-C-DAY-TRADES-SW   TO WS-W-DAY-TRADES-SW.
           MOVE WS-C-POSSIBLE-LIQ-SW TO WS-W-POSSIBLE-LIQ-SW.
           MOVE WS-C-FIRST-DATE      TO WS-W-FIRST-DATE.
           PERFORM 2700-AGE-ALERT
               THRU 2700-AGE-ALERT-EXIT.
           PERFORM 2500-CARRY-FORWARD
               THRU 2500-CARRY-FORWARD-EXIT.
       2300-CARRIED-ALERT-EXIT.
      *-----------------------------------------------------------*
      *  2400-REFIRED-ALERT                                       *
      *     THE SAME ACCOUNT IS ON YESTERDAY'S FEED AND THE PRIOR *
      *     CARRY-FORWARD.  ONE CARRY, AGED FROM THE OLDER        *
      *     FIRST-ALERT DATE.                                     *
      *-----------------------------------------------------------*
       2400-REFIRED-ALERT.
           MOVE WS-A-ACCOUNT TO WS-LOOK-ACCOUNT.
           MOVE WS-A-ACCOUNT         TO WS-W-ACCOUNT.
           MOVE WS-A-DAY-TRADES-SW   TO WS-W-DAY-TRADES-SW.
           MOVE WS-A-POSSIBLE-LIQ-SW TO WS-W-POSSIBLE-LIQ-SW.
           MOVE WS-C-FIRST-DATE      TO WS-W-FIRST-DATE.
           PERFORM 2700-AGE-ALERT
               THRU 2700-AGE-ALERT-EXIT.
           PERFORM 2500-CARRY-FORWARD
               THRU 2500-CARRY-FORWARD-EXIT.
       2400-REFIRED-ALERT-EXIT.
       3000-LIST-ORPHAN-ACKS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2700-AGE-ALERT                                           *
      *     AGE OF A CARRIED ALERT IN BUSINESS DAYS - THE         *
      *     BUSINESS DAYS AFTER THE FIRST-ALERT DATE THROUGH      *
      *     TODAY, PLUS THE FIRST-ALERT DATE ITSELF WHEN IT WAS   *
      *     A BUSINESS DAY, NEVER LESS THAN ONE.  WITHOUT THE     *
      *     CALENDAR THE PRIOR AGE IS AGED BY ONE.                *
      *-----------------------------------------------------------*
       2700-AGE-ALERT.
           IF WS-C-AGE-DAYS < 999
               COMPUTE WS-W-AGE-DAYS = WS-C-AGE-DAYS + 1
           ELSE
               MOVE 999 TO WS-W-AGE-DAYS
           END-IF.
           IF NOT WS-CAL-TODAY-OK
               GO TO 2700-AGE-ALERT-EXIT
           END-IF.

           MOVE WS-W-FIRST-DATE TO WS-CAL-LOOK-DATE.
           PERFORM 5700-FIND-CAL-DAY
               THRU 5700-FIND-CAL-DAY-EXIT.
           IF NOT WS-CAL-FOUND
               GO TO 2700-AGE-ALERT-EXIT
           END-IF.

           COMPUTE WS-CAL-AGE = WS-CAL-TODAY-NO - WS-CAL-FOUND-NO.
           IF WS-CAL-FOUND-TYPE = 'B'
               ADD 1 TO WS-CAL-AGE
           END-IF.
           IF WS-CAL-AGE < 1
               MOVE 1 TO WS-CAL-AGE
           END-IF.
           IF WS-CAL-AGE > 999
               MOVE 999 TO WS-CAL-AGE
           END-IF.
           MOVE WS-CAL-AGE TO WS-W-AGE-DAYS.
       2700-AGE-ALERT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5000-FIND-ACK                                            *
      *     SCANS THE ACK TABLE FOR THE ACCOUNT/BRANCH IN HAND    *
       5610-TALLY-ONE-REGION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5700-FIND-CAL-DAY                                        *
      *     LOOKS UP WS-CAL-LOOK-DATE ON THE CALENDAR TABLE AND   *
      *     RETURNS ITS BUSINESS-DAY NUMBER AND DAY TYPE.         *
      *-----------------------------------------------------------*
       5700-FIND-CAL-DAY.
           MOVE 'N' TO WS-CAL-FOUND-SW.
           IF NOT WS-CAL-LOADED
               GO TO 5700-FIND-CAL-DAY-EXIT
           END-IF.
           IF WS-CAL-LOOK-DATE NOT NUMERIC
           OR WS-CAL-LOOK-DATE = ZERO
               GO TO 5700-FIND-CAL-DAY-EXIT
           END-IF.

           MOVE WS-CAL-LOOK-DATE TO WS-CALC-DATE-R.
           PERFORM 5710-DATE-TO-DAY-NUM
               THRU 5710-DATE-TO-DAY-NUM-EXIT.
           COMPUTE WS-CAL-OFFSET = WS-DAY-NUM - WS-CAL-BASE-DAY-NUM + 1.
           IF WS-CAL-OFFSET < 1 OR WS-CAL-OFFSET > WS-CAL-COUNT
               GO TO 5700-FIND-CAL-DAY-EXIT
           END-IF.

           MOVE WS-CAL-OFFSET TO WS-CAL-IDX.
           IF WS-CT-DATE(WS-CAL-IDX) = WS-CAL-LOOK-DATE
               MOVE 'Y' TO WS-CAL-FOUND-SW
               MOVE WS-CT-BUS-NO(WS-CAL-IDX) TO WS-CAL-FOUND-NO
               MOVE WS-CT-TYPE(WS-CAL-IDX)   TO WS-CAL-FOUND-TYPE
           END-IF.
       5700-FIND-CAL-DAY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5710-DATE-TO-DAY-NUM                                     *
      *     CIVIL DATE IN WS-CALC-DATE TO A CONSECUTIVE DAY       *
      *     NUMBER IN WS-DAY-NUM (STANDARD JULIAN-DAY FORMULA).   *
      *     EACH DIVISION IS STORED INTO AN INTEGER FIELD OF ITS  *
      *     OWN SO ITS FRACTION IS TRUNCATED.                     *
      *-----------------------------------------------------------*
       5710-DATE-TO-DAY-NUM.
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
       5710-DATE-TO-DAY-NUM-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4900-NEW-PAGE                                            *
      *-----------------------------------------------------------*
           MOVE 'ACBLACK1'    TO STS-PROGRAM-ID.
           MOVE WS-STS-EVENT  TO STS-EVENT.
           MOVE WS-STS-HHMMSS TO STS-TIME.
           IF WS-STS-EVENT = 'E'
               MOVE RETURN-CODE TO STS-RETURN-CODE
           END-IF.
           WRITE STS-RECORD.

           CLOSE STRMSTAT-FILE.
