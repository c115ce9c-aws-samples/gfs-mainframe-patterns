      ******************************************************************
      *                                                                *
      *  PROGRAM-ID : ACBLCAL1                                         *
      *                                                                *
      *  YEARLY LOAD AND VALIDATION OF THE EXCHANGE BUSINESS-DAY       *
      *  AND HOLIDAY CALENDAR                                          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ACBLCAL1.
       AUTHOR.        D MORENO.
       INSTALLATION.  FBSIT DATA CENTER.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
      *===============================================================*
      *                        @REVISIONS@                            *
      *-----------------------------------------------------------*
      * MM/DD/YY   PROGRAMMER NAME                                     *
      * --------   ---------------                                     *
      * 10/15/26   D MORENO          DM0051                            *
      *            INITIAL INSTALLATION - BUILDS THE SHARED CALENDAR   *
      *            GDG EVERY AGING AND DATE-DRIVEN PROGRAM READS, SO   *
      *            THEY ALL AGREE ON BUSINESS DAYS, THE PRIOR          *
      *            BUSINESS DAY AND THE WEEK-END AND MONTH-END         *
      *            BUSINESS DATES.  THE LOAD YEAR IS KEYED ON          *
      *            CALPARM AND THE EXCHANGE HOLIDAYS (OBSERVED         *
      *            DATES) ARE READ FROM THE HOLIDAY CARDS.  EVERY      *
      *            CARD IS EDITED - NUMERIC, A REAL CALENDAR DATE,     *
      *            IN THE LOAD YEAR, NOT ON A WEEKEND, NOT A           *
      *            DUPLICATE, NAMED - AND LISTED WITH ITS RESULT.      *
      *            ANY REJECTED CARD ENDS THE STEP WITH RETURN CODE    *
      *            8 AND NO CALENDAR IS BUILT, SO A BAD HOLIDAY LIST   *
      *            NEVER REACHES THE GDG.  THE PRIOR CALENDAR'S TWO    *
      *            YEARS BEFORE THE LOAD YEAR AND ANY YEAR AFTER IT    *
      *            ARE CARRIED, THE LOAD YEAR IS REBUILT DAY BY DAY,   *
      *            AND THE BUSINESS-DAY COUNTS, PRIOR AND NEXT         *
      *            BUSINESS DATES AND WEEK-END AND MONTH-END           *
      *            BUSINESS DATES ARE DERIVED AGAIN OVER THE WHOLE     *
      *            FILE.  A BREAK IN THE CARRIED DAYS IS REPORTED      *
      *            AND THE DAYS ON THE FAR SIDE OF IT DROPPED SO THE   *
      *            FILE STAYS GAP-FREE (RETURN CODE 4).  THE REPORT    *
      *            CLOSES WITH A MONTH-BY-MONTH SUMMARY OF THE LOAD    *
      *            YEAR FOR SIGN-OFF.                                  *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-3090.
       OBJECT-COMPUTER.   IBM-3090.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALPARM-FILE     ASSIGN TO CALPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALPARM-STATUS.

           SELECT HOLIDAY-FILE     ASSIGN TO HOLIDAY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.

           SELECT CALOLD-FILE      ASSIGN TO CALOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALOLD-STATUS.

           SELECT CALNEW-FILE      ASSIGN TO CALNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALNEW-STATUS.

           SELECT CALRPT-FILE      ASSIGN TO CALRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALPARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  CALPARM-RECORD.
           05  PARM-LOAD-YEAR          PIC 9(04).
           05  FILLER                  PIC X(76).

       FD  HOLIDAY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  HOL-RECORD.
           05  HOL-DATE                PIC 9(08).
           05  FILLER                  PIC X(01).
           05  HOL-NAME                PIC X(20).
           05  FILLER                  PIC X(51).

       FD  CALOLD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY "CALREC.cpy" REPLACING LEADING ==CAL== BY ==OLD==.

       FD  CALNEW-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY "CALREC.cpy".

       FD  CALRPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  CALRPT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-CALPARM-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-HOLIDAY-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-CALOLD-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-CALNEW-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-CALRPT-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-EOF-SW                   PIC X(01)  VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       77  WS-INIT-OK-SW               PIC X(01)  VALUE 'N'.
           88  WS-INIT-OK              VALUE 'Y'.
       77  WS-LOAD-ERROR-SW            PIC X(01)  VALUE 'N'.
           88  WS-LOAD-ERROR           VALUE 'Y'.
       77  WS-WARNING-SW               PIC X(01)  VALUE 'N'.
           88  WS-WARNING              VALUE 'Y'.
       77  WS-HOL-HIT-SW               PIC X(01)  VALUE 'N'.
           88  WS-HOL-HIT              VALUE 'Y'.
       77  WS-LATER-STOP-SW            PIC X(01)  VALUE 'N'.
           88  WS-LATER-STOP           VALUE 'Y'.
       77  WS-LEAP-SW                  PIC X(01)  VALUE 'N'.
           88  WS-LEAP-YEAR            VALUE 'Y'.
       77  WS-TODAY                    PIC 9(08)  VALUE ZERO.
       77  WS-LOAD-YEAR                PIC 9(04)  VALUE ZERO.
       77  WS-FIRST-KEEP-YEAR          PIC 9(04)  VALUE ZERO.
       77  WS-LAST-KEEP-YEAR           PIC 9(04)  VALUE ZERO.
       77  WS-HOL-READS                PIC 9(07)  VALUE ZERO COMP.
       77  WS-HOL-ACCEPTED             PIC 9(07)  VALUE ZERO COMP.
       77  WS-HOL-REJECTED             PIC 9(07)  VALUE ZERO COMP.
       77  WS-OLD-READS                PIC 9(07)  VALUE ZERO COMP.
       77  WS-PRIOR-KEPT               PIC 9(07)  VALUE ZERO COMP.
       77  WS-LATER-KEPT               PIC 9(07)  VALUE ZERO COMP.
       77  WS-DAYS-BUILT               PIC 9(07)  VALUE ZERO COMP.
       77  WS-DAYS-DROPPED             PIC 9(07)  VALUE ZERO COMP.
       77  WS-DAYS-WRITTEN             PIC 9(07)  VALUE ZERO COMP.
       77  WS-HOL-COUNT                PIC 9(03)  VALUE ZERO COMP.
       77  WS-HOL-IDX                  PIC 9(03)  VALUE ZERO COMP.
       77  WS-CAL-COUNT                PIC 9(04)  VALUE ZERO COMP.
       77  WS-CAL-IDX                  PIC 9(04)  VALUE ZERO COMP.
       77  WS-GRP-START                PIC 9(04)  VALUE ZERO COMP.
       77  WS-GRP-END                  PIC 9(04)  VALUE ZERO COMP.
       77  WS-GRP-IDX                  PIC 9(04)  VALUE ZERO COMP.
       77  WS-MON-IDX                  PIC 9(02)  VALUE ZERO COMP.
       77  WS-LINE-COUNT               PIC 9(03)  VALUE ZERO COMP.
       77  WS-PAGE-COUNT               PIC 9(05)  VALUE ZERO COMP.
       77  WS-REJECT-REASON            PIC X(30)  VALUE SPACES.
       77  WS-RUN-BUS-NO               PIC 9(07)  VALUE ZERO.
       77  WS-LAST-BUS-DATE            PIC 9(08)  VALUE ZERO.
       77  WS-NEXT-BUS-DATE            PIC 9(08)  VALUE ZERO.
       77  WS-GRP-BUS-DATE             PIC 9(08)  VALUE ZERO.
       77  WS-PREV-WEEK-NUM            PIC 9(07)  VALUE ZERO.
       77  WS-PREV-CCYYMM              PIC 9(06)  VALUE ZERO.

      *---------------------------------------------------------------*
      *  THE DAY BEING ADDED TO THE CALENDAR TABLE, FROM THE PRIOR    *
      *  CALENDAR OR FROM THE LOAD-YEAR BUILD.                        *
      *---------------------------------------------------------------*
       77  WS-ADD-DATE                 PIC 9(08)  VALUE ZERO.
       77  WS-ADD-TYPE                 PIC X(01)  VALUE SPACE.
       77  WS-ADD-NAME                 PIC X(20)  VALUE SPACES.
       77  WS-ADD-PHASE                PIC X(01)  VALUE SPACE.
           88  WS-ADD-LATER            VALUE 'L'.

      *---------------------------------------------------------------*
      *  THE EDITED EXCHANGE HOLIDAYS FOR THE LOAD YEAR.              *
      *---------------------------------------------------------------*
       01  WS-HOL-TABLE.
           05  WS-HOL-ENTRY            OCCURS 40 TIMES.
               10  WS-HOL-DATE         PIC 9(08).
               10  WS-HOL-NAME         PIC X(20).

      *---------------------------------------------------------------*
      *  THE CALENDAR AS BUILT - AT MOST THE TWO CARRIED YEARS, THE   *
      *  LOAD YEAR AND THE YEAR AFTER - ONE ENTRY PER DAY IN DATE     *
      *  ORDER.  THE DAY NUMBER PROVES THE DAYS ARE CONSECUTIVE AND   *
      *  ITS SEVEN-DAY BUCKET IS THE MONDAY-TO-SUNDAY WEEK.           *
      *---------------------------------------------------------------*
       01  WS-CAL-TABLE.
           05  WS-CT-ENTRY             OCCURS 1500 TIMES.
               10  WS-CT-DATE          PIC 9(08).
               10  WS-CT-DATE-X REDEFINES WS-CT-DATE.
                   15  WS-CT-CCYYMM    PIC 9(06).
                   15  WS-CT-DD        PIC 9(02).
               10  WS-CT-DAY-NUM       PIC S9(09) COMP-3.
               10  WS-CT-WEEK-NUM      PIC 9(07).
               10  WS-CT-DOW           PIC 9(01).
               10  WS-CT-TYPE          PIC X(01).
               10  WS-CT-NAME          PIC X(20).
               10  WS-CT-BUS-NO        PIC 9(07).
               10  WS-CT-PRIOR         PIC 9(08).
               10  WS-CT-NEXT          PIC 9(08).
               10  WS-CT-WEEK-END      PIC 9(08).
               10  WS-CT-MONTH-END     PIC 9(08).

      *---------------------------------------------------------------*
      *  LOAD-YEAR MONTH SUMMARY FOR THE SIGN-OFF SECTION.            *
      *---------------------------------------------------------------*
       01  WS-MONTH-TABLE.
           05  WS-MS-ENTRY             OCCURS 12 TIMES.
               10  WS-MS-CAL-DAYS      PIC 9(03).
               10  WS-MS-BUS-DAYS      PIC 9(03).
               10  WS-MS-HOLIDAYS      PIC 9(03).
               10  WS-MS-WEEKEND       PIC 9(03).
               10  WS-MS-MONTH-END     PIC 9(08).

      *---------------------------------------------------------------*
      *  DATE WORK FIELDS - DAY NUMBERS FROM THE STANDARD CIVIL-      *
      *  CALENDAR FORMULA.  DAY NUMBER MODULO 7 IS ZERO ON A MONDAY.  *
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
       01  WS-WEEK-NUM                 PIC 9(07)  VALUE ZERO.
       01  WS-DOW-REM                  PIC 9(01)  VALUE ZERO.

      *---------------------------------------------------------------*
      *  THE DATE BEING BUILT OR EDITED, ONE DAY AT A TIME.           *
      *---------------------------------------------------------------*
       01  WS-GDATE.
           05  WS-GD-YEAR              PIC 9(04).
           05  WS-GD-MONTH             PIC 9(02).
           05  WS-GD-DAY               PIC 9(02).
       01  WS-GDATE-R REDEFINES WS-GDATE
                                       PIC 9(08).
       01  WS-LEAP-WORK                PIC 9(09)  VALUE ZERO.
       01  WS-LEAP-REM                 PIC 9(03)  VALUE ZERO.
       01  WS-MONTH-END-DAY            PIC 9(02)  VALUE ZERO.

       01  WS-MONTH-DAYS-DATA.
           05  FILLER                  PIC X(12) VALUE '312831303130'.
           05  FILLER                  PIC X(12) VALUE '313130313031'.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
           05  WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.

       01  WS-REPORT-TITLE.
           05  FILLER          PIC X(46)
               VALUE 'EXCHANGE BUSINESS-DAY CALENDAR LOAD'.
           05  FILLER          PIC X(10) VALUE 'LOAD YEAR '.
           05  WS-TITLE-YEAR   PIC 9(04).
           05  FILLER          PIC X(04) VALUE SPACES.
           05  FILLER          PIC X(09) VALUE 'RUN DATE '.
           05  WS-TITLE-DATE   PIC 9(08).
           05  FILLER          PIC X(04) VALUE SPACES.
           05  FILLER          PIC X(06) VALUE 'PAGE '.
           05  WS-TITLE-PAGE   PIC ZZZZ9.

       01  WS-HOL-HEAD-LINE.
           05  FILLER          PIC X(12) VALUE 'HOLIDAY'.
           05  FILLER          PIC X(24) VALUE 'HOLIDAY NAME'.
           05  FILLER          PIC X(30) VALUE 'RESULT'.

       01  WS-HOL-LINE.
           05  WS-H-DATE       PIC X(08).
           05  FILLER          PIC X(04).
           05  WS-H-NAME       PIC X(20).
           05  FILLER          PIC X(04).
           05  WS-H-RESULT     PIC X(30).

       01  WS-GAP-LINE.
           05  FILLER          PIC X(22)
               VALUE '** CALENDAR BREAK AT '.
           05  WS-G-DATE       PIC 9(08).
           05  FILLER          PIC X(02).
           05  WS-G-TEXT       PIC X(40).

       01  WS-MONTH-HEAD-LINE.
           05  FILLER          PIC X(09) VALUE 'MONTH'.
           05  FILLER          PIC X(10) VALUE 'CAL DAYS'.
           05  FILLER          PIC X(10) VALUE 'BUS DAYS'.
           05  FILLER          PIC X(10) VALUE 'HOLIDAYS'.
           05  FILLER          PIC X(10) VALUE 'WEEKEND'.
           05  FILLER          PIC X(20) VALUE 'MONTH-END BUS DATE'.

       01  WS-MONTH-LINE.
           05  WS-M-CCYY       PIC 9(04).
           05  FILLER          PIC X(01) VALUE '/'.
           05  WS-M-MM         PIC 9(02).
           05  FILLER          PIC X(02).
           05  WS-M-CAL        PIC ZZZZZZZ9.
           05  FILLER          PIC X(02).
           05  WS-M-BUS        PIC ZZZZZZZ9.
           05  FILLER          PIC X(02).
           05  WS-M-HOL        PIC ZZZZZZZ9.
           05  FILLER          PIC X(02).
           05  WS-M-WKND       PIC ZZZZZZZ9.
           05  FILLER          PIC X(04).
           05  WS-M-MONTH-END  PIC 9(08).

       01  WS-TOTAL-LINE-1.
           05  FILLER          PIC X(24) VALUE 'HOLIDAY CARDS READ   :'.
           05  WS-T-HOL-READS  PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-2.
           05  FILLER          PIC X(24) VALUE 'HOLIDAYS ACCEPTED    :'.
           05  WS-T-HOL-OK     PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-3.
           05  FILLER          PIC X(24) VALUE 'HOLIDAYS REJECTED    :'.
           05  WS-T-HOL-REJ    PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-4.
           05  FILLER          PIC X(24) VALUE 'PRIOR DAYS CARRIED   :'.
           05  WS-T-PRIOR      PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-5.
           05  FILLER          PIC X(24) VALUE 'LOAD-YEAR DAYS BUILT :'.
           05  WS-T-BUILT      PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-6.
           05  FILLER          PIC X(24) VALUE 'LATER DAYS CARRIED   :'.
           05  WS-T-LATER      PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-7.
           05  FILLER          PIC X(24) VALUE 'DAYS DROPPED AT BREAK:'.
           05  WS-T-DROPPED    PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-8.
           05  FILLER          PIC X(24) VALUE 'CALENDAR DAYS WRITTEN:'.
           05  WS-T-WRITTEN    PIC ZZZ,ZZ9.

       01  WS-RANGE-LINE.
           05  FILLER          PIC X(24) VALUE 'CALENDAR RUNS FROM   :'.
           05  WS-R-FIRST      PIC 9(08).
           05  FILLER          PIC X(09) VALUE ' THROUGH '.
           05  WS-R-LAST       PIC 9(08).

       PROCEDURE DIVISION.
      *-----------------------------------------------------------*
      *  0000-MAINLINE                                            *
      *-----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           IF WS-INIT-OK
               PERFORM 2000-LOAD-HOLIDAYS
                   THRU 2000-LOAD-HOLIDAYS-EXIT
           END-IF.

           IF WS-INIT-OK AND NOT WS-LOAD-ERROR
               PERFORM 3000-LOAD-PRIOR-YEARS
                   THRU 3000-LOAD-PRIOR-YEARS-EXIT
               PERFORM 4000-BUILD-LOAD-YEAR
                   THRU 4000-BUILD-LOAD-YEAR-EXIT
               PERFORM 3500-LOAD-LATER-YEAR
                   THRU 3500-LOAD-LATER-YEAR-EXIT
           END-IF.

           IF WS-INIT-OK AND NOT WS-LOAD-ERROR
               PERFORM 5000-DERIVE-BUSINESS-DAYS
                   THRU 5000-DERIVE-BUSINESS-DAYS-EXIT
               PERFORM 6000-WRITE-CALENDAR
                   THRU 6000-WRITE-CALENDAR-EXIT
               PERFORM 7000-WRITE-MONTH-SUMMARY
                   THRU 7000-WRITE-MONTH-SUMMARY-EXIT
           END-IF.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      *  1000-INITIALIZE                                          *
      *     THE LOAD YEAR IS REQUIRED - THERE IS NO SAFE DEFAULT  *
      *     FOR WHICH YEAR'S HOLIDAYS THE CARDS CARRY.            *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           OPEN INPUT CALPARM-FILE.
           IF WS-CALPARM-STATUS NOT = '00'
               DISPLAY 'ACBLCAL1 - OPEN FAILED - CALPARM '
                       WS-CALPARM-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           READ CALPARM-FILE
               AT END
                   DISPLAY 'ACBLCAL1 - EMPTY CALPARM, '
                           'LOAD YEAR REQUIRED'
               NOT AT END
                   IF PARM-LOAD-YEAR NUMERIC
                       MOVE PARM-LOAD-YEAR TO WS-LOAD-YEAR
                   END-IF
           END-READ.
           CLOSE CALPARM-FILE.

           IF WS-LOAD-YEAR < 1990 OR WS-LOAD-YEAR > 2099
               DISPLAY 'ACBLCAL1 - INVALID LOAD YEAR ON CALPARM '
                       WS-LOAD-YEAR
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           COMPUTE WS-FIRST-KEEP-YEAR = WS-LOAD-YEAR - 2.
           COMPUTE WS-LAST-KEEP-YEAR  = WS-LOAD-YEAR + 1.

           OPEN OUTPUT CALNEW-FILE.
           IF WS-CALNEW-STATUS NOT = '00'
               DISPLAY 'ACBLCAL1 - OPEN FAILED - CALNEW '
                       WS-CALNEW-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT CALRPT-FILE.
           IF WS-CALRPT-STATUS NOT = '00'
               DISPLAY 'ACBLCAL1 - OPEN FAILED - CALRPT '
                       WS-CALRPT-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE CALNEW-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           MOVE 'Y' TO WS-INIT-OK-SW.
           MOVE WS-LOAD-YEAR TO WS-TITLE-YEAR.
           MOVE WS-TODAY     TO WS-TITLE-DATE.
           PERFORM 4900-NEW-PAGE
               THRU 4900-NEW-PAGE-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-LOAD-HOLIDAYS                                       *
      *     EDITS EVERY HOLIDAY CARD AND LISTS IT WITH ITS        *
      *     RESULT.  ANY REJECT STOPS THE BUILD.                  *
      *-----------------------------------------------------------*
       2000-LOAD-HOLIDAYS.
           OPEN INPUT HOLIDAY-FILE.
           IF WS-HOLIDAY-STATUS NOT = '00'
               DISPLAY 'ACBLCAL1 - OPEN FAILED - HOLIDAY '
                       WS-HOLIDAY-STATUS
               MOVE 'Y' TO WS-LOAD-ERROR-SW
               GO TO 2000-LOAD-HOLIDAYS-EXIT
           END-IF.

           WRITE CALRPT-LINE FROM WS-HOL-HEAD-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CALRPT-LINE.
           WRITE CALRPT-LINE AFTER ADVANCING 1 LINE.
           ADD 2 TO WS-LINE-COUNT.

           MOVE 'N' TO WS-EOF-SW.
           PERFORM 2100-EDIT-ONE-HOLIDAY
               THRU 2100-EDIT-ONE-HOLIDAY-EXIT
               UNTIL WS-EOF.
           CLOSE HOLIDAY-FILE.

           IF WS-HOL-REJECTED > ZERO
               DISPLAY 'ACBLCAL1 - HOLIDAY CARDS REJECTED, '
                       'CALENDAR NOT BUILT'
               MOVE 'Y' TO WS-LOAD-ERROR-SW
           END-IF.
           IF WS-HOL-ACCEPTED = ZERO
               DISPLAY 'ACBLCAL1 - NO HOLIDAYS FOR LOAD YEAR '
                       WS-LOAD-YEAR
               MOVE 'Y' TO WS-WARNING-SW
           END-IF.
       2000-LOAD-HOLIDAYS-EXIT.
           EXIT.

       2100-EDIT-ONE-HOLIDAY.
           READ HOLIDAY-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2100-EDIT-ONE-HOLIDAY-EXIT
           END-READ.
           ADD 1 TO WS-HOL-READS.
           MOVE SPACES TO WS-REJECT-REASON.

           IF HOL-DATE NOT NUMERIC
               MOVE 'DATE NOT NUMERIC' TO WS-REJECT-REASON
               GO TO 2100-EDIT-ONE-HOLIDAY-LIST
           END-IF.

           MOVE HOL-DATE TO WS-GDATE-R.
           IF WS-GD-YEAR NOT = WS-LOAD-YEAR
               MOVE 'NOT IN THE LOAD YEAR' TO WS-REJECT-REASON
               GO TO 2100-EDIT-ONE-HOLIDAY-LIST
           END-IF.

           IF WS-GD-MONTH < 1 OR WS-GD-MONTH > 12
               MOVE 'INVALID CALENDAR DATE' TO WS-REJECT-REASON
               GO TO 2100-EDIT-ONE-HOLIDAY-LIST
           END-IF.
           PERFORM 8300-GET-MONTH-END-DAY
               THRU 8300-GET-MONTH-END-DAY-EXIT.
           IF WS-GD-DAY < 1 OR WS-GD-DAY > WS-MONTH-END-DAY
               MOVE 'INVALID CALENDAR DATE' TO WS-REJECT-REASON
               GO TO 2100-EDIT-ONE-HOLIDAY-LIST
           END-IF.

           MOVE HOL-DATE TO WS-CALC-DATE-R.
           PERFORM 8000-DATE-TO-DAY-NUM
               THRU 8000-DATE-TO-DAY-NUM-EXIT.
           IF WS-DOW-REM > 4
               MOVE 'FALLS ON A WEEKEND' TO WS-REJECT-REASON
               GO TO 2100-EDIT-ONE-HOLIDAY-LIST
           END-IF.

           IF HOL-NAME = SPACES
               MOVE 'HOLIDAY NAME MISSING' TO WS-REJECT-REASON
               GO TO 2100-EDIT-ONE-HOLIDAY-LIST
           END-IF.

           MOVE 'N' TO WS-HOL-HIT-SW.
           PERFORM 2110-SCAN-ONE-HOLIDAY
               THRU 2110-SCAN-ONE-HOLIDAY-EXIT
               VARYING WS-HOL-IDX FROM 1 BY 1
               UNTIL WS-HOL-IDX > WS-HOL-COUNT
                  OR WS-HOL-HIT.
           IF WS-HOL-HIT
               MOVE 'DUPLICATE HOLIDAY DATE' TO WS-REJECT-REASON
               GO TO 2100-EDIT-ONE-HOLIDAY-LIST
           END-IF.

           IF WS-HOL-COUNT >= 40
               MOVE 'HOLIDAY TABLE FULL' TO WS-REJECT-REASON
               GO TO 2100-EDIT-ONE-HOLIDAY-LIST
           END-IF.

           ADD 1 TO WS-HOL-COUNT.
           MOVE HOL-DATE TO WS-HOL-DATE(WS-HOL-COUNT).
           MOVE HOL-NAME TO WS-HOL-NAME(WS-HOL-COUNT).

       2100-EDIT-ONE-HOLIDAY-LIST.
           MOVE SPACES   TO WS-HOL-LINE.
           MOVE HOL-DATE TO WS-H-DATE.
           MOVE HOL-NAME TO WS-H-NAME.
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-HOL-ACCEPTED
               MOVE 'ACCEPTED' TO WS-H-RESULT
           ELSE
               ADD 1 TO WS-HOL-REJECTED
               MOVE WS-REJECT-REASON TO WS-H-RESULT
           END-IF.

           IF WS-LINE-COUNT >= 55
               PERFORM 4900-NEW-PAGE
                   THRU 4900-NEW-PAGE-EXIT
           END-IF.
           WRITE CALRPT-LINE FROM WS-HOL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
       2100-EDIT-ONE-HOLIDAY-EXIT.
           EXIT.

       2110-SCAN-ONE-HOLIDAY.
           IF WS-HOL-DATE(WS-HOL-IDX) = HOL-DATE
               MOVE 'Y' TO WS-HOL-HIT-SW
           END-IF.
       2110-SCAN-ONE-HOLIDAY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3000-LOAD-PRIOR-YEARS                                    *
      *     CARRIES THE PRIOR CALENDAR'S TWO YEARS BEFORE THE     *
      *     LOAD YEAR.  THE FIRST-EVER LOAD RUNS WITH CALOLD      *
      *     DUMMY AND CARRIES NOTHING.                            *
      *-----------------------------------------------------------*
       3000-LOAD-PRIOR-YEARS.
           OPEN INPUT CALOLD-FILE.
           IF WS-CALOLD-STATUS NOT = '00'
               DISPLAY 'ACBLCAL1 - OPEN FAILED - CALOLD '
                       WS-CALOLD-STATUS
                       ', NO PRIOR DAYS CARRIED'
               MOVE 'Y' TO WS-WARNING-SW
               GO TO 3000-LOAD-PRIOR-YEARS-EXIT
           END-IF.

           MOVE 'P' TO WS-ADD-PHASE.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 3100-LOAD-ONE-PRIOR-DAY
               THRU 3100-LOAD-ONE-PRIOR-DAY-EXIT
               UNTIL WS-EOF.
           CLOSE CALOLD-FILE.
       3000-LOAD-PRIOR-YEARS-EXIT.
           EXIT.

       3100-LOAD-ONE-PRIOR-DAY.
           READ CALOLD-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3100-LOAD-ONE-PRIOR-DAY-EXIT
           END-READ.
           ADD 1 TO WS-OLD-READS.

           MOVE OLD-DATE TO WS-GDATE-R.
           IF WS-GD-YEAR < WS-FIRST-KEEP-YEAR
           OR WS-GD-YEAR NOT < WS-LOAD-YEAR
               GO TO 3100-LOAD-ONE-PRIOR-DAY-EXIT
           END-IF.

           MOVE OLD-DATE         TO WS-ADD-DATE.
           MOVE OLD-DAY-TYPE     TO WS-ADD-TYPE.
           MOVE OLD-HOLIDAY-NAME TO WS-ADD-NAME.
           PERFORM 3900-ADD-TABLE-DAY
               THRU 3900-ADD-TABLE-DAY-EXIT.
       3100-LOAD-ONE-PRIOR-DAY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3500-LOAD-LATER-YEAR                                     *
      *     A SECOND PASS OF THE PRIOR CALENDAR CARRIES THE YEAR  *
      *     AFTER THE LOAD YEAR WHEN IT WAS ALREADY LOADED (A     *
      *     CORRECTION RUN FOR THE CURRENT YEAR).  IT STOPS AT    *
      *     THE FIRST BREAK SO THE FILE STAYS GAP-FREE.           *
      *-----------------------------------------------------------*
       3500-LOAD-LATER-YEAR.
           OPEN INPUT CALOLD-FILE.
           IF WS-CALOLD-STATUS NOT = '00'
               GO TO 3500-LOAD-LATER-YEAR-EXIT
           END-IF.

           MOVE 'L' TO WS-ADD-PHASE.
           MOVE 'N' TO WS-LATER-STOP-SW.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 3600-LOAD-ONE-LATER-DAY
               THRU 3600-LOAD-ONE-LATER-DAY-EXIT
               UNTIL WS-EOF OR WS-LATER-STOP.
           CLOSE CALOLD-FILE.
       3500-LOAD-LATER-YEAR-EXIT.
           EXIT.

       3600-LOAD-ONE-LATER-DAY.
           READ CALOLD-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3600-LOAD-ONE-LATER-DAY-EXIT
           END-READ.

           MOVE OLD-DATE TO WS-GDATE-R.
           IF WS-GD-YEAR NOT = WS-LAST-KEEP-YEAR
               GO TO 3600-LOAD-ONE-LATER-DAY-EXIT
           END-IF.

           MOVE OLD-DATE         TO WS-ADD-DATE.
           MOVE OLD-DAY-TYPE     TO WS-ADD-TYPE.
           MOVE OLD-HOLIDAY-NAME TO WS-ADD-NAME.
           PERFORM 3900-ADD-TABLE-DAY
               THRU 3900-ADD-TABLE-DAY-EXIT.
       3600-LOAD-ONE-LATER-DAY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3900-ADD-TABLE-DAY                                       *
      *     APPENDS ONE DAY.  A DAY THAT DOES NOT FOLLOW THE LAST *
      *     ONE IN THE TABLE IS A BREAK: BEFORE THE LOAD YEAR THE *
      *     DAYS AHEAD OF THE BREAK ARE DROPPED; AFTER IT THE     *
      *     LATER YEAR STOPS AT THE BREAK.                        *
      *-----------------------------------------------------------*
       3900-ADD-TABLE-DAY.
           MOVE WS-ADD-DATE TO WS-CALC-DATE-R.
           PERFORM 8000-DATE-TO-DAY-NUM
               THRU 8000-DATE-TO-DAY-NUM-EXIT.

           IF WS-CAL-COUNT > ZERO
           AND WS-DAY-NUM NOT = WS-CT-DAY-NUM(WS-CAL-COUNT) + 1
               MOVE 'Y'         TO WS-WARNING-SW
               MOVE SPACES      TO WS-GAP-LINE
               MOVE WS-ADD-DATE TO WS-G-DATE
               IF WS-ADD-LATER
                   MOVE 'LATER DAYS NOT CARRIED' TO WS-G-TEXT
                   MOVE 'Y' TO WS-LATER-STOP-SW
               ELSE
                   MOVE 'EARLIER DAYS DROPPED' TO WS-G-TEXT
                   ADD WS-CAL-COUNT TO WS-DAYS-DROPPED
                   MOVE ZERO TO WS-CAL-COUNT
               END-IF
               IF WS-LINE-COUNT >= 55
                   PERFORM 4900-NEW-PAGE
                       THRU 4900-NEW-PAGE-EXIT
               END-IF
               WRITE CALRPT-LINE FROM WS-GAP-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
               IF WS-ADD-LATER
                   GO TO 3900-ADD-TABLE-DAY-EXIT
               END-IF
           END-IF.

           IF WS-CAL-COUNT >= 1500
               DISPLAY 'ACBLCAL1 - CALENDAR TABLE FULL AT '
                       WS-ADD-DATE
               MOVE 'Y' TO WS-LOAD-ERROR-SW
               GO TO 3900-ADD-TABLE-DAY-EXIT
           END-IF.

           ADD 1 TO WS-CAL-COUNT.
           MOVE WS-ADD-DATE TO WS-CT-DATE(WS-CAL-COUNT).
           MOVE WS-DAY-NUM  TO WS-CT-DAY-NUM(WS-CAL-COUNT).
           MOVE WS-WEEK-NUM TO WS-CT-WEEK-NUM(WS-CAL-COUNT).
           COMPUTE WS-CT-DOW(WS-CAL-COUNT) = WS-DOW-REM + 1.
           MOVE WS-ADD-TYPE TO WS-CT-TYPE(WS-CAL-COUNT).
           MOVE WS-ADD-NAME TO WS-CT-NAME(WS-CAL-COUNT).

           EVALUATE WS-ADD-PHASE
               WHEN 'P'
                   ADD 1 TO WS-PRIOR-KEPT
               WHEN 'L'
                   ADD 1 TO WS-LATER-KEPT
               WHEN OTHER
                   ADD 1 TO WS-DAYS-BUILT
           END-EVALUATE.
       3900-ADD-TABLE-DAY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4000-BUILD-LOAD-YEAR                                     *
      *     BUILDS EVERY DAY OF THE LOAD YEAR FROM JANUARY 1.     *
      *     SATURDAY AND SUNDAY ARE WEEKEND DAYS, AN ACCEPTED     *
      *     HOLIDAY IS A HOLIDAY, ANYTHING ELSE IS A BUSINESS     *
      *     DAY.                                                  *
      *-----------------------------------------------------------*
       4000-BUILD-LOAD-YEAR.
           MOVE 'G'          TO WS-ADD-PHASE.
           MOVE WS-LOAD-YEAR TO WS-GD-YEAR.
           MOVE 1            TO WS-GD-MONTH.
           MOVE 1            TO WS-GD-DAY.
           PERFORM 4100-BUILD-ONE-DAY
               THRU 4100-BUILD-ONE-DAY-EXIT
               UNTIL WS-GD-YEAR NOT = WS-LOAD-YEAR
                  OR WS-LOAD-ERROR.
       4000-BUILD-LOAD-YEAR-EXIT.
           EXIT.

       4100-BUILD-ONE-DAY.
           MOVE WS-GDATE-R TO WS-ADD-DATE.
           MOVE WS-GDATE-R TO WS-CALC-DATE-R.
           PERFORM 8000-DATE-TO-DAY-NUM
               THRU 8000-DATE-TO-DAY-NUM-EXIT.
           MOVE SPACES TO WS-ADD-NAME.

           IF WS-DOW-REM > 4
               MOVE 'W' TO WS-ADD-TYPE
           ELSE
               MOVE 'B' TO WS-ADD-TYPE
               MOVE 'N' TO WS-HOL-HIT-SW
               PERFORM 4110-MARK-HOLIDAY
                   THRU 4110-MARK-HOLIDAY-EXIT
                   VARYING WS-HOL-IDX FROM 1 BY 1
                   UNTIL WS-HOL-IDX > WS-HOL-COUNT
                      OR WS-HOL-HIT
           END-IF.

           PERFORM 3900-ADD-TABLE-DAY
               THRU 3900-ADD-TABLE-DAY-EXIT.
           PERFORM 8100-ADD-ONE-DAY
               THRU 8100-ADD-ONE-DAY-EXIT.
       4100-BUILD-ONE-DAY-EXIT.
           EXIT.

       4110-MARK-HOLIDAY.
           IF WS-HOL-DATE(WS-HOL-IDX) = WS-ADD-DATE
               MOVE 'H' TO WS-ADD-TYPE
               MOVE WS-HOL-NAME(WS-HOL-IDX) TO WS-ADD-NAME
               MOVE 'Y' TO WS-HOL-HIT-SW
           END-IF.
       4110-MARK-HOLIDAY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4900-NEW-PAGE                                            *
      *-----------------------------------------------------------*
       4900-NEW-PAGE.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO WS-TITLE-PAGE.
           IF WS-PAGE-COUNT > 1
               WRITE CALRPT-LINE FROM WS-REPORT-TITLE
                   AFTER ADVANCING PAGE
           ELSE
               WRITE CALRPT-LINE FROM WS-REPORT-TITLE
           END-IF.
           MOVE SPACES TO CALRPT-LINE.
           WRITE CALRPT-LINE AFTER ADVANCING 1 LINE.
           MOVE ZERO TO WS-LINE-COUNT.
       4900-NEW-PAGE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5000-DERIVE-BUSINESS-DAYS                                *
      *     DERIVES EVERY BUSINESS-DAY FIELD OVER THE WHOLE       *
      *     TABLE: A FORWARD PASS FOR THE RUNNING COUNT AND THE   *
      *     PRIOR BUSINESS DATE, A BACKWARD PASS FOR THE NEXT     *
      *     BUSINESS DATE, THEN THE WEEK AND MONTH GROUPS FOR     *
      *     THEIR LAST BUSINESS DATE.                             *
      *-----------------------------------------------------------*
       5000-DERIVE-BUSINESS-DAYS.
           IF WS-CAL-COUNT = ZERO
               GO TO 5000-DERIVE-BUSINESS-DAYS-EXIT
           END-IF.

           MOVE ZERO TO WS-RUN-BUS-NO.
           MOVE ZERO TO WS-LAST-BUS-DATE.
           PERFORM 5100-NUMBER-ONE-DAY
               THRU 5100-NUMBER-ONE-DAY-EXIT
               VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > WS-CAL-COUNT.

           MOVE ZERO TO WS-NEXT-BUS-DATE.
           PERFORM 5200-CHAIN-ONE-DAY
               THRU 5200-CHAIN-ONE-DAY-EXIT
               VARYING WS-CAL-IDX FROM WS-CAL-COUNT BY -1
               UNTIL WS-CAL-IDX < 1.

           MOVE 1 TO WS-GRP-START.
           MOVE WS-CT-WEEK-NUM(1) TO WS-PREV-WEEK-NUM.
           PERFORM 5300-CHECK-WEEK-BREAK
               THRU 5300-CHECK-WEEK-BREAK-EXIT
               VARYING WS-CAL-IDX FROM 2 BY 1
               UNTIL WS-CAL-IDX > WS-CAL-COUNT.
           MOVE WS-CAL-COUNT TO WS-GRP-END.
           PERFORM 5310-CLOSE-WEEK
               THRU 5310-CLOSE-WEEK-EXIT.

           MOVE 1 TO WS-GRP-START.
           MOVE WS-CT-CCYYMM(1) TO WS-PREV-CCYYMM.
           PERFORM 5400-CHECK-MONTH-BREAK
               THRU 5400-CHECK-MONTH-BREAK-EXIT
               VARYING WS-CAL-IDX FROM 2 BY 1
               UNTIL WS-CAL-IDX > WS-CAL-COUNT.
           MOVE WS-CAL-COUNT TO WS-GRP-END.
           PERFORM 5410-CLOSE-MONTH
               THRU 5410-CLOSE-MONTH-EXIT.
       5000-DERIVE-BUSINESS-DAYS-EXIT.
           EXIT.

       5100-NUMBER-ONE-DAY.
           IF WS-CT-TYPE(WS-CAL-IDX) = 'B'
               ADD 1 TO WS-RUN-BUS-NO
           END-IF.
           MOVE WS-RUN-BUS-NO    TO WS-CT-BUS-NO(WS-CAL-IDX).
           MOVE WS-LAST-BUS-DATE TO WS-CT-PRIOR(WS-CAL-IDX).
           IF WS-CT-TYPE(WS-CAL-IDX) = 'B'
               MOVE WS-CT-DATE(WS-CAL-IDX) TO WS-LAST-BUS-DATE
           END-IF.
       5100-NUMBER-ONE-DAY-EXIT.
           EXIT.

       5200-CHAIN-ONE-DAY.
           MOVE WS-NEXT-BUS-DATE TO WS-CT-NEXT(WS-CAL-IDX).
           IF WS-CT-TYPE(WS-CAL-IDX) = 'B'
               MOVE WS-CT-DATE(WS-CAL-IDX) TO WS-NEXT-BUS-DATE
           END-IF.
       5200-CHAIN-ONE-DAY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5300-CHECK-WEEK-BREAK                                    *
      *     CLOSES THE WEEK IN HAND WHEN THE SEVEN-DAY BUCKET     *
      *     CHANGES.  EVERY DAY OF A WEEK, WEEKEND INCLUDED,      *
      *     CARRIES THE WEEK'S LAST BUSINESS DATE (ZERO IN A      *
      *     WEEK WITH NO BUSINESS DAY).                           *
      *-----------------------------------------------------------*
       5300-CHECK-WEEK-BREAK.
           IF WS-CT-WEEK-NUM(WS-CAL-IDX) NOT = WS-PREV-WEEK-NUM
               COMPUTE WS-GRP-END = WS-CAL-IDX - 1
               PERFORM 5310-CLOSE-WEEK
                   THRU 5310-CLOSE-WEEK-EXIT
               MOVE WS-CAL-IDX TO WS-GRP-START
               MOVE WS-CT-WEEK-NUM(WS-CAL-IDX) TO WS-PREV-WEEK-NUM
           END-IF.
       5300-CHECK-WEEK-BREAK-EXIT.
           EXIT.

       5310-CLOSE-WEEK.
           MOVE ZERO TO WS-GRP-BUS-DATE.
           PERFORM 5500-FIND-GROUP-END
               THRU 5500-FIND-GROUP-END-EXIT
               VARYING WS-GRP-IDX FROM WS-GRP-START BY 1
               UNTIL WS-GRP-IDX > WS-GRP-END.
           PERFORM 5320-SET-ONE-WEEK-END
               THRU 5320-SET-ONE-WEEK-END-EXIT
               VARYING WS-GRP-IDX FROM WS-GRP-START BY 1
               UNTIL WS-GRP-IDX > WS-GRP-END.
       5310-CLOSE-WEEK-EXIT.
           EXIT.

       5320-SET-ONE-WEEK-END.
           MOVE WS-GRP-BUS-DATE TO WS-CT-WEEK-END(WS-GRP-IDX).
       5320-SET-ONE-WEEK-END-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5400-CHECK-MONTH-BREAK                                   *
      *     THE SAME FOR THE CALENDAR MONTH.                      *
      *-----------------------------------------------------------*
       5400-CHECK-MONTH-BREAK.
           IF WS-CT-CCYYMM(WS-CAL-IDX) NOT = WS-PREV-CCYYMM
               COMPUTE WS-GRP-END = WS-CAL-IDX - 1
               PERFORM 5410-CLOSE-MONTH
                   THRU 5410-CLOSE-MONTH-EXIT
               MOVE WS-CAL-IDX TO WS-GRP-START
               MOVE WS-CT-CCYYMM(WS-CAL-IDX) TO WS-PREV-CCYYMM
           END-IF.
       5400-CHECK-MONTH-BREAK-EXIT.
           EXIT.

       5410-CLOSE-MONTH.
           MOVE ZERO TO WS-GRP-BUS-DATE.
           PERFORM 5500-FIND-GROUP-END
               THRU 5500-FIND-GROUP-END-EXIT
               VARYING WS-GRP-IDX FROM WS-GRP-START BY 1
               UNTIL WS-GRP-IDX > WS-GRP-END.
           PERFORM 5420-SET-ONE-MONTH-END
               THRU 5420-SET-ONE-MONTH-END-EXIT
               VARYING WS-GRP-IDX FROM WS-GRP-START BY 1
               UNTIL WS-GRP-IDX > WS-GRP-END.
       5410-CLOSE-MONTH-EXIT.
           EXIT.

       5420-SET-ONE-MONTH-END.
           MOVE WS-GRP-BUS-DATE TO WS-CT-MONTH-END(WS-GRP-IDX).
       5420-SET-ONE-MONTH-END-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5500-FIND-GROUP-END                                      *
      *     THE GROUP IS IN DATE ORDER, SO THE LAST BUSINESS DAY  *
      *     SEEN IS THE GROUP'S LAST BUSINESS DATE.               *
      *-----------------------------------------------------------*
       5500-FIND-GROUP-END.
           IF WS-CT-TYPE(WS-GRP-IDX) = 'B'
               MOVE WS-CT-DATE(WS-GRP-IDX) TO WS-GRP-BUS-DATE
           END-IF.
       5500-FIND-GROUP-END-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  6000-WRITE-CALENDAR                                      *
      *-----------------------------------------------------------*
       6000-WRITE-CALENDAR.
           PERFORM 6100-WRITE-ONE-DAY
               THRU 6100-WRITE-ONE-DAY-EXIT
               VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > WS-CAL-COUNT.
       6000-WRITE-CALENDAR-EXIT.
           EXIT.

       6100-WRITE-ONE-DAY.
           MOVE SPACES                      TO CAL-RECORD.
           MOVE WS-CT-DATE(WS-CAL-IDX)      TO CAL-DATE.
           MOVE WS-CT-DOW(WS-CAL-IDX)       TO CAL-DAY-OF-WEEK.
           MOVE WS-CT-TYPE(WS-CAL-IDX)      TO CAL-DAY-TYPE.
           MOVE WS-CT-BUS-NO(WS-CAL-IDX)    TO CAL-BUS-DAY-NO.
           MOVE WS-CT-PRIOR(WS-CAL-IDX)     TO CAL-PRIOR-BUS-DATE.
           MOVE WS-CT-NEXT(WS-CAL-IDX)      TO CAL-NEXT-BUS-DATE.
           MOVE WS-CT-WEEK-END(WS-CAL-IDX)  TO CAL-WEEK-END-BUS-DATE.
           MOVE WS-CT-MONTH-END(WS-CAL-IDX)
                                         TO CAL-MONTH-END-BUS-DATE.
           MOVE 'N' TO CAL-WEEK-END-SW.
           IF WS-CT-DATE(WS-CAL-IDX) = WS-CT-WEEK-END(WS-CAL-IDX)
               MOVE 'Y' TO CAL-WEEK-END-SW
           END-IF.
           MOVE 'N' TO CAL-MONTH-END-SW.
           IF WS-CT-DATE(WS-CAL-IDX) = WS-CT-MONTH-END(WS-CAL-IDX)
               MOVE 'Y' TO CAL-MONTH-END-SW
           END-IF.
           MOVE WS-CT-NAME(WS-CAL-IDX)      TO CAL-HOLIDAY-NAME.
           WRITE CAL-RECORD.
           ADD 1 TO WS-DAYS-WRITTEN.
       6100-WRITE-ONE-DAY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7000-WRITE-MONTH-SUMMARY                                 *
      *     ONE LINE PER MONTH OF THE LOAD YEAR - CALENDAR,       *
      *     BUSINESS, HOLIDAY AND WEEKEND DAYS AND THE MONTH-END  *
      *     BUSINESS DATE - FOR SIGN-OFF AGAINST THE EXCHANGE'S   *
      *     PUBLISHED SCHEDULE.                                   *
      *-----------------------------------------------------------*
       7000-WRITE-MONTH-SUMMARY.
           MOVE ZERO TO WS-MONTH-TABLE.
           PERFORM 7100-TALLY-ONE-DAY
               THRU 7100-TALLY-ONE-DAY-EXIT
               VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > WS-CAL-COUNT.

           IF WS-LINE-COUNT >= 40
               PERFORM 4900-NEW-PAGE
                   THRU 4900-NEW-PAGE-EXIT
           END-IF.
           MOVE SPACES TO CALRPT-LINE.
           WRITE CALRPT-LINE AFTER ADVANCING 2 LINES.
           WRITE CALRPT-LINE FROM WS-MONTH-HEAD-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CALRPT-LINE.
           WRITE CALRPT-LINE AFTER ADVANCING 1 LINE.
           ADD 4 TO WS-LINE-COUNT.

           PERFORM 7200-WRITE-ONE-MONTH
               THRU 7200-WRITE-ONE-MONTH-EXIT
               VARYING WS-MON-IDX FROM 1 BY 1
               UNTIL WS-MON-IDX > 12.
       7000-WRITE-MONTH-SUMMARY-EXIT.
           EXIT.

       7100-TALLY-ONE-DAY.
           MOVE WS-CT-DATE(WS-CAL-IDX) TO WS-GDATE-R.
           IF WS-GD-YEAR NOT = WS-LOAD-YEAR
               GO TO 7100-TALLY-ONE-DAY-EXIT
           END-IF.

           ADD 1 TO WS-MS-CAL-DAYS(WS-GD-MONTH).
           EVALUATE WS-CT-TYPE(WS-CAL-IDX)
               WHEN 'B'
                   ADD 1 TO WS-MS-BUS-DAYS(WS-GD-MONTH)
               WHEN 'H'
                   ADD 1 TO WS-MS-HOLIDAYS(WS-GD-MONTH)
               WHEN OTHER
                   ADD 1 TO WS-MS-WEEKEND(WS-GD-MONTH)
           END-EVALUATE.
           MOVE WS-CT-MONTH-END(WS-CAL-IDX)
               TO WS-MS-MONTH-END(WS-GD-MONTH).
       7100-TALLY-ONE-DAY-EXIT.
           EXIT.

       7200-WRITE-ONE-MONTH.
           MOVE SPACES                      TO WS-MONTH-LINE.
           MOVE WS-LOAD-YEAR                TO WS-M-CCYY.
           MOVE '/'                         TO WS-MONTH-LINE(5:1).
           MOVE WS-MON-IDX                  TO WS-M-MM.
           MOVE WS-MS-CAL-DAYS(WS-MON-IDX)  TO WS-M-CAL.
           MOVE WS-MS-BUS-DAYS(WS-MON-IDX)  TO WS-M-BUS.
           MOVE WS-MS-HOLIDAYS(WS-MON-IDX)  TO WS-M-HOL.
           MOVE WS-MS-WEEKEND(WS-MON-IDX)   TO WS-M-WKND.
           MOVE WS-MS-MONTH-END(WS-MON-IDX) TO WS-M-MONTH-END.
           WRITE CALRPT-LINE FROM WS-MONTH-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
       7200-WRITE-ONE-MONTH-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  8000-DATE-TO-DAY-NUM                                     *
      *     CIVIL DATE IN WS-CALC-DATE TO A CONSECUTIVE DAY        *
      *     NUMBER IN WS-DAY-NUM (STANDARD JULIAN-DAY FORMULA),   *
      *     WITH ITS SEVEN-DAY WEEK BUCKET AND THE DAY OF THE     *
      *     WEEK AS A REMAINDER (0 = MONDAY ... 6 = SUNDAY).      *
      *-----------------------------------------------------------*
      *    EACH DIVISION IS STORED INTO AN INTEGER FIELD OF ITS
      *    OWN SO THE FORMULA'S TRUNCATING DIVISIONS ARE NOT
      *    CARRIED AS DECIMAL INTERMEDIATES INSIDE ONE COMPUTE.
       8000-DATE-TO-DAY-NUM.
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
           DIVIDE WS-DAY-NUM BY 7 GIVING WS-WEEK-NUM
               REMAINDER WS-DOW-REM.
       8000-DATE-TO-DAY-NUM-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  8100-ADD-ONE-DAY                                         *
      *     ADVANCES WS-GDATE BY ONE CALENDAR DAY.                *
      *-----------------------------------------------------------*
       8100-ADD-ONE-DAY.
           PERFORM 8300-GET-MONTH-END-DAY
               THRU 8300-GET-MONTH-END-DAY-EXIT.
           IF WS-GD-DAY < WS-MONTH-END-DAY
               ADD 1 TO WS-GD-DAY
               GO TO 8100-ADD-ONE-DAY-EXIT
           END-IF.

           MOVE 1 TO WS-GD-DAY.
           IF WS-GD-MONTH = 12
               MOVE 1 TO WS-GD-MONTH
               ADD 1 TO WS-GD-YEAR
           ELSE
               ADD 1 TO WS-GD-MONTH
           END-IF.
       8100-ADD-ONE-DAY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  8200-CHECK-LEAP-YEAR                                     *
      *     DIVISIBLE BY 4, EXCEPT CENTURIES NOT DIVISIBLE BY     *
      *     400.                                                  *
      *-----------------------------------------------------------*
       8200-CHECK-LEAP-YEAR.
           MOVE 'N' TO WS-LEAP-SW.
           DIVIDE WS-GD-YEAR BY 4 GIVING WS-LEAP-WORK
               REMAINDER WS-LEAP-REM.
           IF WS-LEAP-REM = ZERO
               MOVE 'Y' TO WS-LEAP-SW
           END-IF.
           DIVIDE WS-GD-YEAR BY 100 GIVING WS-LEAP-WORK
               REMAINDER WS-LEAP-REM.
           IF WS-LEAP-REM = ZERO
               MOVE 'N' TO WS-LEAP-SW
               DIVIDE WS-GD-YEAR BY 400 GIVING WS-LEAP-WORK
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = ZERO
                   MOVE 'Y' TO WS-LEAP-SW
               END-IF
           END-IF.
       8200-CHECK-LEAP-YEAR-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  8300-GET-MONTH-END-DAY                                   *
      *     LAST DAY OF WS-GDATE'S MONTH INTO WS-MONTH-END-DAY.   *
      *-----------------------------------------------------------*
       8300-GET-MONTH-END-DAY.
           MOVE WS-MONTH-DAYS(WS-GD-MONTH) TO WS-MONTH-END-DAY.
           IF WS-GD-MONTH = 2
               PERFORM 8200-CHECK-LEAP-YEAR
                   THRU 8200-CHECK-LEAP-YEAR-EXIT
               IF WS-LEAP-YEAR
                   MOVE 29 TO WS-MONTH-END-DAY
               END-IF
           END-IF.
       8300-GET-MONTH-END-DAY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  9000-TERMINATE                                           *
      *     RETURN CODE 8 - NOTHING BUILT (BAD PARM OR HOLIDAY    *
      *     CARD); 4 - BUILT WITH A WARNING (NO HOLIDAYS, NO      *
      *     PRIOR CALENDAR, OR A BREAK IN THE CARRIED DAYS).      *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-LOAD-ERROR
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-WARNING AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           IF WS-INIT-OK
               MOVE SPACES TO CALRPT-LINE
               WRITE CALRPT-LINE AFTER ADVANCING 2 LINES
               MOVE WS-HOL-READS TO WS-T-HOL-READS
               WRITE CALRPT-LINE FROM WS-TOTAL-LINE-1
                   AFTER ADVANCING 1 LINE
               MOVE WS-HOL-ACCEPTED TO WS-T-HOL-OK
               WRITE CALRPT-LINE FROM WS-TOTAL-LINE-2
                   AFTER ADVANCING 1 LINE
               MOVE WS-HOL-REJECTED TO WS-T-HOL-REJ
               WRITE CALRPT-LINE FROM WS-TOTAL-LINE-3
                   AFTER ADVANCING 1 LINE
               MOVE WS-PRIOR-KEPT TO WS-T-PRIOR
               WRITE CALRPT-LINE FROM WS-TOTAL-LINE-4
                   AFTER ADVANCING 1 LINE
               MOVE WS-DAYS-BUILT TO WS-T-BUILT
               WRITE CALRPT-LINE FROM WS-TOTAL-LINE-5
                   AFTER ADVANCING 1 LINE
               MOVE WS-LATER-KEPT TO WS-T-LATER
               WRITE CALRPT-LINE FROM WS-TOTAL-LINE-6
                   AFTER ADVANCING 1 LINE
               MOVE WS-DAYS-DROPPED TO WS-T-DROPPED
               WRITE CALRPT-LINE FROM WS-TOTAL-LINE-7
                   AFTER ADVANCING 1 LINE
               MOVE WS-DAYS-WRITTEN TO WS-T-WRITTEN
               WRITE CALRPT-LINE FROM WS-TOTAL-LINE-8
                   AFTER ADVANCING 1 LINE
               IF WS-DAYS-WRITTEN > ZERO
                   MOVE WS-CT-DATE(1) TO WS-R-FIRST
                   MOVE WS-CT-DATE(WS-CAL-COUNT) TO WS-R-LAST
                   WRITE CALRPT-LINE FROM WS-RANGE-LINE
                       AFTER ADVANCING 1 LINE
               END-IF

               CLOSE CALNEW-FILE
               CLOSE CALRPT-FILE
           END-IF.

           DISPLAY 'ACBLCAL1 - HOLIDAY CARDS READ    : '
                   WS-HOL-READS.
           DISPLAY 'ACBLCAL1 - HOLIDAYS REJECTED     : '
                   WS-HOL-REJECTED.
           DISPLAY 'ACBLCAL1 - PRIOR CALENDAR READ   : '
                   WS-OLD-READS.
           DISPLAY 'ACBLCAL1 - CALENDAR DAYS WRITTEN : '
                   WS-DAYS-WRITTEN.
       9000-TERMINATE-EXIT.
           EXIT.
