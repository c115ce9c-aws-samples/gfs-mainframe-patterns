      *            GENERATIONS ARE UNCATALOGED BY THE JCL AFTER A      *
      *            CLEAN RUN.  KEEPS STORAGE FROM CAPPING THE GDG      *
      *            AND BREAKING THE TREND HISTORY.                     *
      * 10/15/26   D MORENO          DM0051                            *
      *            WEEKS ARE NOW TAKEN FROM THE SHARED CALENDAR FILE:  *
      *            SNAPSHOTS ARE GROUPED ON THEIR WEEK'S LAST          *
      *            BUSINESS DATE AND THAT DATE IS WRITTEN AS THE       *
      *            ARCHWK WEEK-ENDING DATE, SO A HOLIDAY FRIDAY ENDS   *
      *            THE WEEK ON THURSDAY WHETHER OR NOT A SNAPSHOT WAS  *
      *            TAKEN THAT DAY.  A MISSING CALENDAR, OR A SNAPSHOT  *
      *            DATE OUTSIDE IT, FALLS BACK TO THE SEVEN-DAY        *
      *            BUCKET AND THE LAST SNAPSHOT'S DATE.  THE           *
      *            RETENTION AGE STAYS IN CALENDAR DAYS.               *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AMTRPT-STATUS.

           SELECT CALENDAR-FILE    ASSIGN TO CALENDAR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIN-FILE
       SD  AMT-SORT-FILE.
       01  AMTS-RECORD.
           05  AMTS-ACCOUNT-NUMBER     PIC X(09).
           05  AMTS-WEEK-KEY           PIC 9(08).
           05  AMTS-WEEK-KEY-TYPE      PIC X(01).
               88  AMTS-WEEK-FROM-CAL  VALUE 'C'.
           05  AMTS-SNAPSHOT-DATE      PIC 9(08).
           05  AMTS-SUPER-BRH          PIC X(03).
           05  AMTS-NETWORTH-SGN       PIC X(01).
           05  AMTS-NYSECALL-SURP      PIC 9(15)V99.
           05  AMTS-DAY-TRADES-SW      PIC X(01).
           05  AMTS-POSSIBLE-LIQ-SW    PIC X(01).
           05  FILLER                  PIC X(06).

       FD  AMTPARM-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  AMTRPT-LINE                 PIC X(132).

       FD  CALENDAR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY "CALREC.cpy".

       WORKING-STORAGE SECTION.
       77  WS-ARCHIN-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-AMTPARM-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-ARCHWK-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-ARCHKEEP-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-AMTRPT-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-CALENDAR-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-CAL-LOADED-SW            PIC X(01)  VALUE 'N'.
           88  WS-CAL-LOADED           VALUE 'Y'.
       77  WS-CAL-FOUND-SW             PIC X(01)  VALUE 'N'.
           88  WS-CAL-FOUND            VALUE 'Y'.
       77  WS-CAL-COUNT                PIC 9(04)  VALUE ZERO COMP.
       77  WS-CAL-IDX                  PIC 9(04)  VALUE ZERO COMP.
       77  WS-CAL-LOOK-DATE            PIC 9(08)  VALUE ZERO.
       77  WS-CAL-FOUND-WEEK-END       PIC 9(08)  VALUE ZERO.
       77  WS-CAL-MISSES               PIC 9(07)  VALUE ZERO COMP.
       77  WS-EOF-SW                   PIC X(01)  VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       77  WS-INIT-OK-SW               PIC X(01)  VALUE 'N'.
       77  WS-WEEK-HIT-SW              PIC X(01)  VALUE 'N'.
           88  WS-WEEK-HIT             VALUE 'Y'.
       77  WS-LAST-ACCOUNT             PIC X(09)  VALUE SPACES.
       77  WS-LAST-WEEK                PIC 9(08)  VALUE ZERO.
       77  WS-LAST-WEEK-TYPE           PIC X(01)  VALUE SPACE.

      *---------------------------------------------------------------*
      *  DAYS A DAILY SNAPSHOT STAYS AT FULL DETAIL BEFORE IT IS      *

      *---------------------------------------------------------------*
      *  DATE WORK FIELDS - DAY NUMBERS FROM THE STANDARD CIVIL-      *
      *  CALENDAR FORMULA FOR THE RETENTION AGE, THE CALENDAR         *
      *  LOOKUP AND, WITHOUT THE CALENDAR, THE WEEK BUCKET OF SEVEN   *
      *  CONSECUTIVE DAY NUMBERS.                                     *
      *---------------------------------------------------------------*
       01  WS-CALC-DATE.
           05  WS-CD-YEAR              PIC 9(04).
       01  WS-CUTOFF-DAY-NUM           PIC S9(09) COMP-3.
       01  WS-WEEK-NUM                 PIC 9(07)  VALUE ZERO.

      *---------------------------------------------------------------*
      *  THE SHARED BUSINESS-DAY CALENDAR, LOADED AT START-UP.  THE   *
      *  FILE HAS ONE RECORD PER DAY WITH NO GAPS, SO A DATE'S ENTRY  *
      *  IS FOUND BY ITS DAY NUMBER LESS THE FIRST ENTRY'S.           *
      *---------------------------------------------------------------*
       01  WS-CAL-TABLE.
           05  WS-CT-ENTRY             OCCURS 1500 TIMES.
               10  WS-CT-DATE          PIC 9(08).
               10  WS-CT-WEEK-END      PIC 9(08).
       01  WS-CAL-BASE-DAY-NUM         PIC S9(09) COMP-3 VALUE ZERO.
       01  WS-CAL-OFFSET               PIC S9(09) COMP-3 VALUE ZERO.

      *---------------------------------------------------------------*
      *  THE ACCOUNT-WEEK IN HAND, ROLLED UP UNTIL THE SORTED         *
      *  RETURN BREAKS ON ACCOUNT OR WEEK.                            *
      *---------------------------------------------------------------*
       01  WS-WK-DAYS                  PIC 9(01)  VALUE ZERO.
       01  WS-WK-END-DATE              PIC 9(08)  VALUE ZERO.
       01  WS-WK-OUT-DATE              PIC 9(08)  VALUE ZERO.
       01  WS-WK-BRH                   PIC X(03)  VALUE SPACES.
       01  WS-WK-NETWORTH-SGN          PIC X(01)  VALUE SPACE.
       01  WS-WK-NETWORTH              PIC 9(15)V99 VALUE ZERO.
      *---------------------------------------------------------------*
       01  WS-WEEK-TABLE.
           05  WS-WEEK-ENTRY           OCCURS 60 TIMES.
               10  WS-W-WEEK-NUM       PIC 9(08).
               10  WS-W-END-DATE       PIC 9(08).
               10  WS-W-DAILY-DROPPED  PIC 9(07).
               10  WS-W-WEEKLY-WRITTEN PIC 9(07).
           05  FILLER          PIC X(24) VALUE 'WEEKLY WRITTEN       :'.
           05  WS-T-WEEKLY     PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-5.
           05  FILLER          PIC X(24)
                               VALUE 'OFF-CALENDAR SNAPSHOTS:'.
           05  WS-T-CAL-MISSES PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------*
      *  0000-MAINLINE                                            *
           IF WS-INIT-OK
               SORT AMT-SORT-FILE
                   ON ASCENDING KEY AMTS-ACCOUNT-NUMBER
                                    AMTS-WEEK-KEY
                                    AMTS-SNAPSHOT-DATE
                   INPUT PROCEDURE  2000-RELEASE-ELIGIBLE
                                THRU 2000-RELEASE-ELIGIBLE-EXIT
               THRU 5000-DATE-TO-DAY-NUM-EXIT.
           COMPUTE WS-CUTOFF-DAY-NUM = WS-DAY-NUM - WS-RETAIN-DAYS.

           PERFORM 1100-LOAD-CALENDAR
               THRU 1100-LOAD-CALENDAR-EXIT.

           OPEN OUTPUT ARCHWK-FILE.
           IF WS-ARCHWK-STATUS NOT = '00'
               DISPLAY 'ACBLAMT1 - OPEN FAILED - ARCHWK '
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1100-LOAD-CALENDAR                                       *
      *     LOADS THE SHARED BUSINESS-DAY CALENDAR.  A MISSING    *
      *     CALENDAR BUCKETS WEEKS ON SEVEN-DAY DAY NUMBERS AS    *
      *     BEFORE.                                               *
      *-----------------------------------------------------------*
       1100-LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-STATUS NOT = '00'
               DISPLAY 'ACBLAMT1 - OPEN FAILED - CALENDAR '
                       WS-CALENDAR-STATUS
                       ', WEEKS BUCKETED ON DAY NUMBERS'
               GO TO 1100-LOAD-CALENDAR-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           PERFORM 1110-LOAD-ONE-CAL-DAY
               THRU 1110-LOAD-ONE-CAL-DAY-EXIT
               UNTIL WS-EOF.
           CLOSE CALENDAR-FILE.
           MOVE 'N' TO WS-EOF-SW.

           IF WS-CAL-COUNT > ZERO
               MOVE 'Y' TO WS-CAL-LOADED-SW
           END-IF.
       1100-LOAD-CALENDAR-EXIT.
           EXIT.

       1110-LOAD-ONE-CAL-DAY.
           READ CALENDAR-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1110-LOAD-ONE-CAL-DAY-EXIT
           END-READ.

           IF WS-CAL-COUNT >= 1500
               DISPLAY 'ACBLAMT1 - CALENDAR TABLE FULL AT '
                       CAL-DATE
               SET WS-EOF TO TRUE
               GO TO 1110-LOAD-ONE-CAL-DAY-EXIT
           END-IF.

           IF WS-CAL-COUNT = ZERO
               MOVE CAL-DATE TO WS-CALC-DATE-R
               PERFORM 5000-DATE-TO-DAY-NUM
                   THRU 5000-DATE-TO-DAY-NUM-EXIT
               MOVE WS-DAY-NUM TO WS-CAL-BASE-DAY-NUM
           END-IF.

           ADD 1 TO WS-CAL-COUNT.
           MOVE CAL-DATE              TO WS-CT-DATE(WS-CAL-COUNT).
           MOVE CAL-WEEK-END-BUS-DATE TO WS-CT-WEEK-END(WS-CAL-COUNT).
       1110-LOAD-ONE-CAL-DAY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-RELEASE-ELIGIBLE                                    *
      *     READS THE OLDER DAILY GENERATIONS, CARRIES ANY        *
      *     SNAPSHOT STILL INSIDE THE RETENTION WINDOW FORWARD    *
      *     ON ARCHKEEP AND RELEASES THE REST TO THE SORT WITH    *
      *     ITS WEEK - THE WEEK'S LAST BUSINESS DATE FROM THE     *
      *     CALENDAR, OR THE SEVEN-DAY BUCKET WITHOUT IT.         *
      *-----------------------------------------------------------*
       2000-RELEASE-ELIGIBLE.
           OPEN INPUT ARCHIN-FILE.
               WRITE KEEP-RECORD
               GO TO 2100-RELEASE-ONE-SNAPSHOT-EXIT
           END-IF.

           MOVE ARCH-SNAPSHOT-DATE TO WS-CAL-LOOK-DATE.
           PERFORM 5100-FIND-CAL-DAY
               THRU 5100-FIND-CAL-DAY-EXIT.
           IF WS-CAL-FOUND AND WS-CAL-FOUND-WEEK-END > ZERO
               MOVE WS-CAL-FOUND-WEEK-END TO AMTS-WEEK-KEY
               MOVE 'C'                   TO AMTS-WEEK-KEY-TYPE
           ELSE
               IF WS-CAL-LOADED
                   ADD 1 TO WS-CAL-MISSES
               END-IF
               COMPUTE WS-WEEK-NUM = WS-DAY-NUM / 7
               MOVE WS-WEEK-NUM           TO AMTS-WEEK-KEY
               MOVE 'D'                   TO AMTS-WEEK-KEY-TYPE
           END-IF.

           MOVE ARCH-BALANCE-RCD        TO PRV-BALANCE-RCD.
           MOVE ARCH-ACCOUNT-NUMBER     TO AMTS-ACCOUNT-NUMBER.
           MOVE ARCH-SNAPSHOT-DATE      TO AMTS-SNAPSHOT-DATE.
           MOVE PRV-SUPER-BRH           TO AMTS-SUPER-BRH.
           MOVE PRV-NETWORTH-SGN        TO AMTS-NETWORTH-SGN.
           END-RETURN.

           IF AMTS-ACCOUNT-NUMBER NOT = WS-LAST-ACCOUNT
           OR AMTS-WEEK-KEY NOT = WS-LAST-WEEK
               IF WS-WK-DAYS > ZERO
                   PERFORM 3300-WRITE-WEEKLY-RECORD
                       THRU 3300-WRITE-WEEKLY-RECORD-EXIT
               END-IF
               MOVE AMTS-ACCOUNT-NUMBER TO WS-LAST-ACCOUNT
               MOVE AMTS-WEEK-KEY       TO WS-LAST-WEEK
               MOVE AMTS-WEEK-KEY-TYPE  TO WS-LAST-WEEK-TYPE
               MOVE ZERO  TO WS-WK-DAYS
               MOVE SPACE TO WS-WK-DAY-TRADES-SW
               MOVE SPACE TO WS-WK-POSSIBLE-LIQ-SW

      *-----------------------------------------------------------*
      *  3300-WRITE-WEEKLY-RECORD                                 *
      *     THE WEEK-ENDING DATE IS THE WEEK'S LAST BUSINESS DATE *
      *     WHEN THE CALENDAR KEYED THE WEEK, OTHERWISE THE LAST  *
      *     SNAPSHOT'S DATE.                                      *
      *-----------------------------------------------------------*
       3300-WRITE-WEEKLY-RECORD.
           ADD 1 TO WS-WEEKLY-WRITTEN.
           IF WS-LAST-WEEK-TYPE = 'C'
               MOVE WS-LAST-WEEK      TO WS-WK-OUT-DATE
           ELSE
               MOVE WS-WK-END-DATE    TO WS-WK-OUT-DATE
           END-IF.
           MOVE SPACES                TO ARCW-RECORD.
           MOVE WS-WK-OUT-DATE        TO ARCW-WEEK-END-DATE.
           MOVE WS-LAST-ACCOUNT       TO ARCW-ACCOUNT-NUMBER.
           MOVE WS-WK-BRH             TO ARCW-SUPER-BRH.
           MOVE WS-WK-DAYS            TO ARCW-DAYS-IN-WEEK.
               END-IF
           END-IF.

           IF WS-WK-OUT-DATE > WS-W-END-DATE(WS-WEEK-FOUND)
               MOVE WS-WK-OUT-DATE
                   TO WS-W-END-DATE(WS-WEEK-FOUND)
           END-IF.
           ADD WS-WK-DAYS TO WS-W-DAILY-DROPPED(WS-WEEK-FOUND).
           MOVE WS-WEEKLY-WRITTEN TO WS-T-WEEKLY.
           WRITE AMTRPT-LINE FROM WS-TOTAL-LINE-4
               AFTER ADVANCING 1 LINE.
           IF WS-CAL-MISSES > ZERO
               MOVE WS-CAL-MISSES TO WS-T-CAL-MISSES
               WRITE AMTRPT-LINE FROM WS-TOTAL-LINE-5
                   AFTER ADVANCING 1 LINE
           END-IF.

           CLOSE AMTRPT-FILE.
       4000-WRITE-AUDIT-REPORT-EXIT.
       5000-DATE-TO-DAY-NUM-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5100-FIND-CAL-DAY                                        *
      *     LOOKS UP WS-CAL-LOOK-DATE, WHOSE DAY NUMBER IS ALREADY *
      *     IN WS-DAY-NUM, ON THE CALENDAR TABLE AND RETURNS ITS  *
      *     WEEK'S LAST BUSINESS DATE.                            *
      *-----------------------------------------------------------*
       5100-FIND-CAL-DAY.
           MOVE 'N' TO WS-CAL-FOUND-SW.
           IF NOT WS-CAL-LOADED
               GO TO 5100-FIND-CAL-DAY-EXIT
           END-IF.

           COMPUTE WS-CAL-OFFSET = WS-DAY-NUM - WS-CAL-BASE-DAY-NUM + 1.
           IF WS-CAL-OFFSET < 1 OR WS-CAL-OFFSET > WS-CAL-COUNT
               GO TO 5100-FIND-CAL-DAY-EXIT
           END-IF.

           MOVE WS-CAL-OFFSET TO WS-CAL-IDX.
           IF WS-CT-DATE(WS-CAL-IDX) = WS-CAL-LOOK-DATE
               MOVE 'Y' TO WS-CAL-FOUND-SW
               MOVE WS-CT-WEEK-END(WS-CAL-IDX)
                   TO WS-CAL-FOUND-WEEK-END
           END-IF.
       5100-FIND-CAL-DAY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  9000-TERMINATE                                           *
      *-----------------------------------------------------------*
                   WS-CONDENSED.
           DISPLAY 'ACBLAMT1 - WEEKLY RECORDS WRITTEN: '
                   WS-WEEKLY-WRITTEN.
           DISPLAY 'ACBLAMT1 - OFF-CALENDAR SNAPSHOTS: '
                   WS-CAL-MISSES.
       9000-TERMINATE-EXIT.
           EXIT.
