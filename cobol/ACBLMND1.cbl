      *            SUMMARIZED; ANYTHING ELSE IS COUNTED AND            *
      *            SKIPPED, NEVER FOLDED INTO THE STATEMENT            *
      *            FIGURES.                                            *
      * 10/15/26   D MORENO          DM0051                            *
      *            THE STATEMENT MONTH'S BUSINESS DAYS ARE NOW TAKEN   *
      *            FROM THE SHARED CALENDAR FILE.  A SNAPSHOT DATED    *
      *            ON A WEEKEND OR EXCHANGE HOLIDAY IS COUNTED AND     *
      *            SKIPPED, SO DAYS REPORTED AND DAYS ON CALL ARE      *
      *            BUSINESS DAYS AND THE MONTH-END POSITION IS THE     *
      *            LAST BUSINESS-DAY SNAPSHOT.  THE MONTH-END          *
      *            BUSINESS DATE IS PRINTED ON THE REPORT.  WITHOUT    *
      *            THE CALENDAR EVERY SNAPSHOT IN THE MONTH COUNTS,    *
      *            AS BEFORE.                                          *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CMPLRPT-STATUS.

           SELECT CALENDAR-FILE    ASSIGN TO CALENDAR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHMNTH-FILE
           BLOCK CONTAINS 0 RECORDS.
       01  CMPLRPT-LINE                PIC X(132).

       FD  CALENDAR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY "CALREC.cpy".

       WORKING-STORAGE SECTION.
       77  WS-ARCHMNTH-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-MNDPARM-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-MNTHSUM-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-CMPLRPT-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-CALENDAR-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-CAL-LOADED-SW            PIC X(01)  VALUE 'N'.
           88  WS-CAL-LOADED           VALUE 'Y'.
       77  WS-EOF-SW                   PIC X(01)  VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       77  WS-INIT-OK-SW               PIC X(01)  VALUE 'N'.
           88  WS-LOAD-ERROR           VALUE 'Y'.
       77  WS-ARCH-READS               PIC 9(07)  VALUE ZERO COMP.
       77  WS-OUT-OF-MONTH             PIC 9(07)  VALUE ZERO COMP.
       77  WS-NON-BUS-DAYS             PIC 9(07)  VALUE ZERO COMP.
       77  WS-ACCOUNTS-SUMMED          PIC 9(07)  VALUE ZERO COMP.
       77  WS-CMPL-LISTED              PIC 9(07)  VALUE ZERO COMP.
       77  WS-LINE-COUNT               PIC 9(03)  VALUE ZERO COMP.

       01  WS-SNAP-MONTH.
           05  WS-SNAP-CCYYMM          PIC 9(06).
           05  WS-SNAP-DD              PIC 9(02).
       01  WS-SNAP-DATE-R REDEFINES WS-SNAP-MONTH
                                       PIC 9(08).

      *---------------------------------------------------------------*
      *  THE STATEMENT MONTH'S DAYS FROM THE SHARED BUSINESS-DAY      *
      *  CALENDAR, ONE DAY-TYPE BYTE PER DAY OF THE MONTH, AND THE    *
      *  MONTH'S LAST BUSINESS DATE.  A DAY LEFT BLANK WAS NOT ON     *
      *  THE CALENDAR AND IS TAKEN AS A BUSINESS DAY.                 *
      *---------------------------------------------------------------*
       01  WS-CAL-MONTH.
           05  WS-CM-DAY-TYPE          PIC X(01)  OCCURS 31 TIMES.
       01  WS-MONTH-END-BUS-DATE       PIC 9(08)  VALUE ZERO.

      *---------------------------------------------------------------*
      *  THE ARCHIVED BALANCE RECORD, MAPPED WITH PRV- NAMES.          *
      *---------------------------------------------------------------*
           05  FILLER          PIC X(24) VALUE 'OUT-OF-MONTH SKIPPED :'.
           05  WS-T-SKIPPED    PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-4.
           05  FILLER          PIC X(24) VALUE 'NON-BUSINESS SKIPPED :'.
           05  WS-T-NON-BUS    PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-5.
           05  FILLER          PIC X(24) VALUE 'MONTH-END BUS DATE   :'.
           05  WS-T-MONTH-END  PIC 9(08).

       PROCEDURE DIVISION.
      *-----------------------------------------------------------*
      *  0000-MAINLINE                                            *
           END-IF.
           DISPLAY 'ACBLMND1 - STATEMENT MONTH ' WS-STMT-MONTH.

           PERFORM 1200-LOAD-CALENDAR
               THRU 1200-LOAD-CALENDAR-EXIT.

           OPEN OUTPUT MNTHSUM-FILE.
           IF WS-MNTHSUM-STATUS NOT = '00'
               DISPLAY 'ACBLMND1 - OPEN FAILED - MNTHSUM '
       1110-SCAN-ONE-DATE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1200-LOAD-CALENDAR                                       *
      *     PICKS THE STATEMENT MONTH'S DAYS OFF THE SHARED       *
      *     BUSINESS-DAY CALENDAR.  WITHOUT THE CALENDAR EVERY    *
      *     SNAPSHOT IN THE MONTH IS SUMMARIZED.                  *
      *-----------------------------------------------------------*
       1200-LOAD-CALENDAR.
           MOVE SPACES TO WS-CAL-MONTH.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-STATUS NOT = '00'
               DISPLAY 'ACBLMND1 - OPEN FAILED - CALENDAR '
                       WS-CALENDAR-STATUS
                       ', ALL SNAPSHOT DAYS COUNTED'
               GO TO 1200-LOAD-CALENDAR-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           PERFORM 1210-LOAD-ONE-CAL-DAY
               THRU 1210-LOAD-ONE-CAL-DAY-EXIT
               UNTIL WS-EOF.
           CLOSE CALENDAR-FILE.
           MOVE 'N' TO WS-EOF-SW.

           IF WS-CAL-LOADED
               DISPLAY 'ACBLMND1 - MONTH-END BUSINESS DATE '
                       WS-MONTH-END-BUS-DATE
           ELSE
               DISPLAY 'ACBLMND1 - STATEMENT MONTH NOT ON CALENDAR, '
                       'ALL SNAPSHOT DAYS COUNTED'
           END-IF.
       1200-LOAD-CALENDAR-EXIT.
           EXIT.

       1210-LOAD-ONE-CAL-DAY.
           READ CALENDAR-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1210-LOAD-ONE-CAL-DAY-EXIT
           END-READ.

           MOVE CAL-DATE TO WS-SNAP-DATE-R.
           IF WS-SNAP-CCYYMM NOT = WS-STMT-MONTH
               GO TO 1210-LOAD-ONE-CAL-DAY-EXIT
           END-IF.
           IF WS-SNAP-DD < 1 OR WS-SNAP-DD > 31
               GO TO 1210-LOAD-ONE-CAL-DAY-EXIT
           END-IF.

           MOVE 'Y'          TO WS-CAL-LOADED-SW.
           MOVE CAL-DAY-TYPE TO WS-CM-DAY-TYPE(WS-SNAP-DD).
           MOVE CAL-MONTH-END-BUS-DATE TO WS-MONTH-END-BUS-DATE.
       1210-LOAD-ONE-CAL-DAY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-RELEASE-ARCHIVE                                     *
      *     RELEASES A COMPACT SUMMARY RECORD PER ARCHIVE          *
               GO TO 2100-RELEASE-ONE-SNAPSHOT-EXIT
           END-IF.

      *    A SNAPSHOT TAKEN ON A WEEKEND OR HOLIDAY IS NOT A
      *    BUSINESS DAY OF THE MONTH AND IS NOT SUMMARIZED.
           IF WS-CAL-LOADED
           AND WS-SNAP-DD >= 1 AND WS-SNAP-DD <= 31
               IF  WS-CM-DAY-TYPE(WS-SNAP-DD) NOT = SPACE
               AND WS-CM-DAY-TYPE(WS-SNAP-DD) NOT = 'B'
                   ADD 1 TO WS-NON-BUS-DAYS
                   GO TO 2100-RELEASE-ONE-SNAPSHOT-EXIT
               END-IF
           END-IF.

           MOVE ARCH-BALANCE-RCD        TO PRV-BALANCE-RCD.
           MOVE ARCH-ACCOUNT-NUMBER     TO MNDS-ACCOUNT-NUMBER.
           MOVE ARCH-SNAPSHOT-DATE      TO MNDS-SNAPSHOT-DATE.
               MOVE WS-OUT-OF-MONTH TO WS-T-SKIPPED
               WRITE CMPLRPT-LINE FROM WS-TOTAL-LINE-3
                   AFTER ADVANCING 1 LINE
               MOVE WS-NON-BUS-DAYS TO WS-T-NON-BUS
               WRITE CMPLRPT-LINE FROM WS-TOTAL-LINE-4
                   AFTER ADVANCING 1 LINE
               IF WS-CAL-LOADED
                   MOVE WS-MONTH-END-BUS-DATE TO WS-T-MONTH-END
                   WRITE CMPLRPT-LINE FROM WS-TOTAL-LINE-5
                       AFTER ADVANCING 1 LINE
               END-IF

               CLOSE MNTHSUM-FILE
               CLOSE CMPLRPT-FILE
                   WS-ARCH-READS.
           DISPLAY 'ACBLMND1 - OUT-OF-MONTH SKIPPED   : '
                   WS-OUT-OF-MONTH.
           DISPLAY 'ACBLMND1 - NON-BUSINESS SKIPPED   : '
                   WS-NON-BUS-DAYS.
           DISPLAY 'ACBLMND1 - ACCOUNTS SUMMARIZED    : '
                   WS-ACCOUNTS-SUMMED.
           DISPLAY 'ACBLMND1 - COMPLIANCE ACCOUNTS    : '
