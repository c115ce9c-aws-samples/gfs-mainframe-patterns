      *            THAT MATCH NO MARGEXT RECORD.  ANY NO-RESPONSE      *
      *            OR AGED ACCOUNT ENDS THE STEP WITH RETURN CODE      *
      *            8.                                                  *
      * 10/15/26   D MORENO          DM0051                            *
      *            AGING IS NOW IN BUSINESS DAYS OFF THE SHARED        *
      *            CALENDAR FILE - AN ACCOUNT IS FLAGGED AGED ONCE     *
      *            ITS FIRST REJECT IS THREE BUSINESS DAYS OLD,        *
      *            COUNTING THE FIRST-REJECT DAY, SO A WEEKEND OR      *
      *            HOLIDAY RERUN NO LONGER AGES IT.  THE CYCLE         *
      *            COUNTER IS STILL CARRIED AND PRINTED, AND THE       *
      *            REPORT GAINS A BUSINESS-DAYS COLUMN.  A MISSING     *
      *            CALENDAR, OR A DATE OUTSIDE IT, FALLS BACK TO THE   *
      *            CYCLE LIMIT.                                        *
      * 10/15/26   D MORENO          DM0060                            *
      *            STAMPS A START AND END TIME RECORD TO THE SHARED    *
      *            STRMSTAT STREAM-STATUS FILE, THE END STAMP          *
      *            CARRYING THE STEP'S RETURN CODE.  THE JOB IS NOW    *
      *            GATED BY ACBLGTE1 AND ON THE STRMDEP TABLE, AND     *
      *            WITHOUT STAMPS THE ACBLRRP1 RERUN PLANNER WOULD     *
      *            LIST IT AS NOT RUN EVERY NIGHT.                     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT STRMSTAT-FILE    ASSIGN TO STRMSTAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STRMSTAT-STATUS.

           SELECT CALENDAR-FILE    ASSIGN TO CALENDAR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MARGEXT-FILE
           BLOCK CONTAINS 0 RECORDS.
           COPY "RUNCTREC.cpy".

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

       WORKING-STORAGE SECTION.
       77  WS-MARGEXT-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-RETFILE-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-REQUEUE-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-RETRPT-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-RUNCTL-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-STRMSTAT-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-STS-EVENT                PIC X(01)  VALUE SPACE.
       77  WS-STS-DATE                 PIC 9(08)  VALUE ZERO.
       77  WS-CALENDAR-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-TODAY                    PIC 9(08)  VALUE ZERO.
       77  WS-EOF-SW                   PIC X(01)  VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       77  WS-WORK-REASON              PIC X(04)  VALUE SPACES.
       77  WS-WORK-CYCLES              PIC 9(03)  VALUE ZERO.
       77  WS-WORK-FIRST-DATE          PIC 9(08)  VALUE ZERO.
       77  WS-WORK-BUS-DAYS            PIC 9(03)  VALUE ZERO.
       77  WS-WORK-AGED-SW             PIC X(01)  VALUE 'N'.
           88  WS-WORK-AGED            VALUE 'Y'.
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
      *  BUSINESS DAYS SINCE THE FIRST REJECT, COUNTING THE FIRST-    *
      *  REJECT DAY, BEFORE AN ACCOUNT IS FLAGGED FOR MANUAL WORK.    *
      *  THE CYCLE LIMIT APPLIES ONLY WHEN THE CALENDAR CANNOT        *
      *  DATE THE REJECT.                                             *
      *---------------------------------------------------------------*
       77  WS-AGE-LIMIT-DAYS           PIC 9(03)  VALUE 3.
       77  WS-AGE-LIMIT-CYCLES         PIC 9(03)  VALUE 3.

      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
       COPY "MARGEXT.cpy" REPLACING LEADING ==MARGEXT== BY ==XH==.

       01  WS-STS-TIME-RAW.
           05  WS-STS-HHMMSS           PIC 9(06).
           05  FILLER                  PIC 9(02).

      *---------------------------------------------------------------*
      *  THE RETURN RECORD IN HAND.  HIGH-VALUES MARKS END OF FILE.   *
      *---------------------------------------------------------------*
               10  WS-CF-CYCLES        PIC 9(03).
               10  WS-CF-FIRST-DATE    PIC 9(08).

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

      *---------------------------------------------------------------*
      *  SUBMISSION-STATUS SUMMARY BY REJECT REASON.                  *
      *---------------------------------------------------------------*
           05  FILLER          PIC X(12) VALUE 'SUPER-BRH'.
           05  FILLER          PIC X(08) VALUE 'REASON'.
           05  FILLER          PIC X(08) VALUE 'CYCLES'.
           05  FILLER          PIC X(10) VALUE 'BUS DAYS'.
           05  FILLER          PIC X(14) VALUE 'FIRST REJECT'.
           05  FILLER          PIC X(10) VALUE 'FLAG'.

           05  WS-D-BRH        PIC X(12).
           05  WS-D-REASON     PIC X(08).
           05  WS-D-CYCLES     PIC ZZZZZ9.
           05  FILLER          PIC X(02).
           05  WS-D-BUS-DAYS   PIC ZZZZZZ.
           05  FILLER          PIC X(06).
           05  WS-D-FIRST      PIC 9(08).
           05  FILLER          PIC X(04).
           05  WS-D-FLAG       PIC X(08).
      *  0000-MAINLINE                                            *
      *-----------------------------------------------------------*
       0000-MAINLINE.
           MOVE 'S' TO WS-STS-EVENT.
           PERFORM 9200-STAMP-STREAM-STATUS
               THRU 9200-STAMP-STREAM-STATUS-EXIT.

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.


           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           MOVE 'E' TO WS-STS-EVENT.
           PERFORM 9200-STAMP-STREAM-STATUS
               THRU 9200-STAMP-STREAM-STATUS-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
           END-IF.

           MOVE 'Y' TO WS-INIT-OK-SW.
           PERFORM 1300-LOAD-CALENDAR
               THRU 1300-LOAD-CALENDAR-EXIT.
           PERFORM 4900-NEW-PAGE
               THRU 4900-NEW-PAGE-EXIT.

       1200-LOAD-CARRY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1300-LOAD-CALENDAR                                       *
      *     LOADS THE SHARED BUSINESS-DAY CALENDAR AND LOOKS UP   *
      *     TODAY.  A MISSING CALENDAR, OR ONE THAT DOES NOT      *
      *     COVER TODAY, AGES ON REJECT CYCLES AS BEFORE.         *
      *-----------------------------------------------------------*
       1300-LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-STATUS NOT = '00'
               DISPLAY 'MARGRET1 - OPEN FAILED - CALENDAR '
                       WS-CALENDAR-STATUS
                       ', AGING ON REJECT CYCLES'
               GO TO 1300-LOAD-CALENDAR-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           PERFORM 1310-LOAD-ONE-CAL-DAY
               THRU 1310-LOAD-ONE-CAL-DAY-EXIT
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
               DISPLAY 'MARGRET1 - ' WS-TODAY
                       ' NOT ON CALENDAR, AGING ON REJECT CYCLES'
           END-IF.
       1300-LOAD-CALENDAR-EXIT.
           EXIT.

       1310-LOAD-ONE-CAL-DAY.
           READ CALENDAR-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1310-LOAD-ONE-CAL-DAY-EXIT
           END-READ.

           IF WS-CAL-COUNT >= 1500
               DISPLAY 'MARGRET1 - CALENDAR TABLE FULL AT '
                       CAL-DATE
               SET WS-EOF TO TRUE
               GO TO 1310-LOAD-ONE-CAL-DAY-EXIT
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
       1310-LOAD-ONE-CAL-DAY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-RELEASE-EXTRACT                                     *
      *     RELEASES THE PRIOR NIGHT'S MARGEXT RECORDS TO THE     *
           MOVE WS-WORK-FIRST-DATE  TO MQ-FIRST-REJECT-DATE.
           WRITE MQ-RECORD.

           PERFORM 3700-AGE-REJECT
               THRU 3700-AGE-REJECT-EXIT.

           PERFORM 3400-TALLY-REASON
               THRU 3400-TALLY-REASON-EXIT.
           PERFORM 3500-WRITE-STATUS-LINE
           MOVE XH-SUPER-BRH       TO WS-D-BRH.
           MOVE WS-WORK-REASON     TO WS-D-REASON.
           MOVE WS-WORK-CYCLES     TO WS-D-CYCLES.
           MOVE WS-WORK-BUS-DAYS   TO WS-D-BUS-DAYS.
           MOVE WS-WORK-FIRST-DATE TO WS-D-FIRST.
           IF WS-WORK-AGED
               ADD 1 TO WS-AGED
               MOVE '** AGED' TO WS-D-FLAG
           END-IF.
       3600-LIST-ORPHAN-RETURN-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3700-AGE-REJECT                                          *
      *     AGE OF THE REJECT IN BUSINESS DAYS - THE BUSINESS     *
      *     DAYS AFTER THE FIRST-REJECT DATE THROUGH TODAY, PLUS  *
      *     THE FIRST-REJECT DATE ITSELF WHEN IT WAS A BUSINESS   *
      *     DAY, NEVER LESS THAN ONE - AGAINST THE BUSINESS-DAY   *
      *     LIMIT.  WITHOUT THE CALENDAR THE CYCLE COUNT IS HELD  *
      *     TO THE CYCLE LIMIT AND THE COLUMN PRINTS BLANK.       *
      *-----------------------------------------------------------*
       3700-AGE-REJECT.
           MOVE ZERO TO WS-WORK-BUS-DAYS.
           MOVE 'N'  TO WS-WORK-AGED-SW.
           MOVE 'N'  TO WS-CAL-FOUND-SW.
           IF WS-CAL-TODAY-OK
               MOVE WS-WORK-FIRST-DATE TO WS-CAL-LOOK-DATE
               PERFORM 5700-FIND-CAL-DAY
                   THRU 5700-FIND-CAL-DAY-EXIT
           END-IF.

           IF NOT WS-CAL-FOUND
               IF WS-WORK-CYCLES >= WS-AGE-LIMIT-CYCLES
                   MOVE 'Y' TO WS-WORK-AGED-SW
               END-IF
               GO TO 3700-AGE-REJECT-EXIT
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
           MOVE WS-CAL-AGE TO WS-WORK-BUS-DAYS.
           IF WS-WORK-BUS-DAYS >= WS-AGE-LIMIT-DAYS
               MOVE 'Y' TO WS-WORK-AGED-SW
           END-IF.
       3700-AGE-REJECT-EXIT.
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
               DISPLAY 'MARGRET1 - OPEN FAILED - STRMSTAT '
                       WS-STRMSTAT-STATUS
               GO TO 9200-STAMP-STREAM-STATUS-EXIT
           END-IF.

           MOVE SPACES        TO STS-RECORD.
           MOVE WS-STS-DATE   TO STS-RUN-DATE.
           MOVE 'MARGRET1'    TO STS-PROGRAM-ID.
           MOVE WS-STS-EVENT  TO STS-EVENT.
           MOVE WS-STS-HHMMSS TO STS-TIME.
           IF WS-STS-EVENT = 'E'
               MOVE RETURN-CODE TO STS-RETURN-CODE
           END-IF.
           WRITE STS-RECORD.

           CLOSE STRMSTAT-FILE.
       9200-STAMP-STREAM-STATUS-EXIT.
           EXIT.
