      ******************************************************************
      *                                                                *
      *  PROGRAM-ID : MGNOTC01                                         *
      *                                                                *
      *  CUSTOMER MARGIN-CALL NOTICE LETTERS WITH NOTICE HISTORY       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MGNOTC01.
       AUTHOR.        D MORENO.
       INSTALLATION.  FBSIT DATA CENTER.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
      *===============================================================*
      *                        @REVISIONS@                            *
      *-----------------------------------------------------------*
      * MM/DD/YY   PROGRAMMER NAME                                     *
      * --------   ---------------                                     *
      * 10/15/26   D MORENO          DM0050                            *
      *            INITIAL INSTALLATION - PRINTS ONE CUSTOMER NOTICE   *
      *            PER ACCOUNT ON THE MGCALLIN SELECTION WRITTEN BY    *
      *            ACBLDRV1, SO THE BRANCHES NO LONGER TYPE THE        *
      *            NOTICES BY HAND OFF THE MARGRPT LISTING.  EACH      *
      *            NOTICE SHOWS EVERY CALL THE ACCOUNT IS IN (FED,     *
      *            HOUSE, NYSE, MIN-EQUITY) WITH ITS AMOUNT, THE       *
      *            AMOUNT REQUIRED TO MEET THEM AND THE DUE DATE,      *
      *            AND CARRIES THE BRANCH NAME AND PRINCIPAL FROM      *
      *            BRHMST.  THE NTCHIST NOTICE-HISTORY GDG CARRIES     *
      *            EACH CALLED ACCOUNT NIGHT TO NIGHT: AN ACCOUNT      *
      *            STILL IN CALL GETS A SECOND NOTICE, THEN A FINAL    *
      *            NOTICE, AGAINST THE DUE DATE SET ON THE FIRST;      *
      *            AN ACCOUNT NO LONGER ON MGCALLIN IS CURED AND       *
      *            DROPS OFF THE HISTORY.  THE CONTROL LISTING SHOWS   *
      *            EVERY NOTICE BY BRANCH WITH BRANCH COUNTS, THE      *
      *            CURED ACCOUNTS, AND PROVES CALLED ACCOUNTS READ     *
      *            AGAINST NOTICES PRODUCED.  DUE DAYS ARE KEYED ON    *
      *            NTCPARM.  A FAILED OPEN ENDS THE STEP WITH RETURN   *
      *            CODE 8 SO THE SCHEDULER HOLDS THE GENERATION ROLL.  *
      * 10/15/26   D MORENO          DM0051                            *
      *            THE NTCPARM DUE DAYS ARE NOW BUSINESS DAYS COUNTED  *
      *            ON THE SHARED CALENDAR FILE, SO A DUE DATE NEVER    *
      *            FALLS ON A WEEKEND OR EXCHANGE HOLIDAY.  WITHOUT    *
      *            THE CALENDAR, OR PAST ITS END, THE DUE DAYS ARE     *
      *            CALENDAR DAYS AS BEFORE.                            *
      * 10/15/26   D MORENO          DM0057                            *
      *            THE STRMSTAT END STAMP NOW CARRIES THE STEP'S       *
      *            RETURN CODE SO THE ACBLGTE1 STREAM GATE CAN TELL    *
      *            A CLEAN END FROM A FAILED ONE.                      *
      * 10/15/26   D MORENO          DM0060                            *
      *            A SECOND RUN ON THE SAME DATE READ TONIGHT'S OWN    *
      *            NTCHIST GENERATION AS (0) AND ESCALATED EVERY       *
      *            ACCOUNT ALREADY NOTICED, SO A CUSTOMER COULD GET A  *
      *            SECOND OR FINAL NOTICE THE SAME DAY AS THE FIRST.   *
      *            AN ACCOUNT WHOSE LAST NOTICE DATE IS TODAY NOW      *
      *            KEEPS ITS STORED COUNT, LEVEL AND DUE DATE.  A      *
      *            FAILED OPEN IN INITIALIZATION NOW CLOSES THE FILES  *
      *            ALREADY OPENED BEFORE IT ENDS THE STEP.             *
      * 10/15/26   D MORENO          DM0061                            *
      *            THE NEW HISTORY IS NOW WRITTEN TO A WORK DATASET    *
      *            THAT THE JOB CATALOGS AS NTCHIST(+1) ONLY AFTER A   *
      *            CLEAN STEP, SO A FAILED RUN NO LONGER ROLLS AN      *
      *            EMPTY OR PARTIAL HISTORY.  A HISTORY WRITE ERROR OR *
      *            A FULL HISTORY TABLE NOW ENDS THE STEP WITH RETURN  *
      *            CODE 8, AND THE CONTROL LISTING NO LONGER SHOWS IN  *
      *            BALANCE FOR A RUN THAT ENDED IN ERROR.              *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-3090.
       OBJECT-COMPUTER.   IBM-3090.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MGCALLIN-FILE    ASSIGN TO MGCALLIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MGCALLIN-STATUS.

           SELECT NOTICE-SORT-FILE ASSIGN TO SORTWK01
               ORGANIZATION IS SEQUENTIAL.

           SELECT NTCHISTI-FILE    ASSIGN TO NTCHISTI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NTCHISTI-STATUS.

           SELECT NTCHISTO-FILE    ASSIGN TO NTCHISTO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NTCHISTO-STATUS.

           SELECT NTCPARM-FILE     ASSIGN TO NTCPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NTCPARM-STATUS.

           SELECT NOTICES-FILE     ASSIGN TO NOTICES
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTICES-STATUS.

           SELECT NTCRPT-FILE      ASSIGN TO NTCRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NTCRPT-STATUS.

           SELECT BRHMST-FILE      ASSIGN TO BRHMST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BRHMST-STATUS.

           SELECT RUNCTL-FILE      ASSIGN TO RUNCTL
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
       FD  MGCALLIN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY "MGCALREC.cpy".

       SD  NOTICE-SORT-FILE.
           COPY "MGCALREC.cpy" REPLACING LEADING ==MGCIN== BY ==SRT==.

       FD  NTCHISTI-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY "NTCHREC.cpy" REPLACING LEADING ==NTCH== BY ==NTCI==.

       FD  NTCHISTO-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY "NTCHREC.cpy".

       FD  NTCPARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  NTCPARM-RECORD.
           05  PARM-DUE-DAYS           PIC 9(02).
           05  FILLER                  PIC X(78).

       FD  NOTICES-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  NOTICES-LINE                PIC X(132).

       FD  NTCRPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  NTCRPT-LINE                 PIC X(132).

       FD  BRHMST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY "BRHMREC.cpy".

       FD  RUNCTL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
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
       77  WS-MGCALLIN-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-NTCHISTI-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-NTCHISTO-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-NTCPARM-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-NOTICES-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-NTCRPT-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-BRHMST-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-RUNCTL-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-STRMSTAT-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-CALENDAR-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-CAL-TODAY-SW             PIC X(01)  VALUE 'N'.
           88  WS-CAL-TODAY-FOUND      VALUE 'Y'.
       77  WS-CAL-BUS-COUNT            PIC 9(02)  VALUE ZERO.
       77  WS-CAL-DUE-DATE             PIC 9(08)  VALUE ZERO.
       77  WS-STS-EVENT                PIC X(01)  VALUE SPACE.
       77  WS-STS-DATE                 PIC 9(08)  VALUE ZERO.
       77  WS-EOF-SW                   PIC X(01)  VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       77  WS-INIT-OK-SW               PIC X(01)  VALUE 'N'.
           88  WS-INIT-OK              VALUE 'Y'.
       77  WS-LOAD-ERROR-SW            PIC X(01)  VALUE 'N'.
           88  WS-LOAD-ERROR           VALUE 'Y'.
       77  WS-HIST-FOUND-SW            PIC X(01)  VALUE 'N'.
           88  WS-HIST-FOUND           VALUE 'Y'.
       77  WS-LEAP-SW                  PIC X(01)  VALUE 'N'.
           88  WS-LEAP-YEAR            VALUE 'Y'.
       77  WS-TODAY                    PIC 9(08)  VALUE ZERO.
       77  WS-READS                    PIC 9(07)  VALUE ZERO COMP.
       77  WS-HIST-READS               PIC 9(07)  VALUE ZERO COMP.
       77  WS-NOTICES                  PIC 9(07)  VALUE ZERO COMP.
       77  WS-FIRST-NOTICES            PIC 9(07)  VALUE ZERO COMP.
       77  WS-SECOND-NOTICES           PIC 9(07)  VALUE ZERO COMP.
       77  WS-FINAL-NOTICES            PIC 9(07)  VALUE ZERO COMP.
       77  WS-CURED                    PIC 9(07)  VALUE ZERO COMP.
       77  WS-BRH-NOTICES              PIC 9(07)  VALUE ZERO COMP.
       77  WS-BRH-FIRST                PIC 9(07)  VALUE ZERO COMP.
       77  WS-BRH-SECOND               PIC 9(07)  VALUE ZERO COMP.
       77  WS-BRH-FINAL                PIC 9(07)  VALUE ZERO COMP.
       77  WS-HIST-COUNT               PIC 9(04)  VALUE ZERO COMP.
       77  WS-HIST-IDX                 PIC 9(04)  VALUE ZERO COMP.
       77  WS-HIST-FOUND-IDX           PIC 9(04)  VALUE ZERO COMP.
       77  WS-BRH-COUNT                PIC 9(04)  VALUE ZERO COMP.
       77  WS-BRH-IDX                  PIC 9(04)  VALUE ZERO COMP.
       77  WS-LINE-COUNT               PIC 9(03)  VALUE ZERO COMP.
       77  WS-PAGE-COUNT               PIC 9(05)  VALUE ZERO COMP.
       77  WS-LAST-BRH                 PIC X(03)  VALUE SPACES.
       77  WS-LOOK-BRH                 PIC X(03)  VALUE SPACES.
       77  WS-FOUND-NAME               PIC X(20)  VALUE SPACES.
       77  WS-FOUND-REGION             PIC X(03)  VALUE SPACES.
       77  WS-FOUND-PRINCIPAL          PIC X(20)  VALUE SPACES.
       77  WS-WORK-COUNT               PIC 9(03)  VALUE ZERO.
       77  WS-WORK-FIRST-DATE          PIC 9(08)  VALUE ZERO.
       77  WS-WORK-DUE-DATE            PIC 9(08)  VALUE ZERO.
       77  WS-WORK-LEVEL               PIC X(14)  VALUE SPACES.
       77  WS-NTC-REQUIRED             PIC 9(15)V99 VALUE ZERO.

      *---------------------------------------------------------------*
      *  BUSINESS DAYS FROM THE FIRST NOTICE TO THE DUE DATE, KEYED   *
      *  ON NTCPARM; DEFAULTS TO 5 WHEN THE PARM FILE IS EMPTY.       *
      *  COUNTED AS CALENDAR DAYS WHEN THE CALENDAR IS UNAVAILABLE.   *
      *---------------------------------------------------------------*
       77  WS-DUE-DAYS                 PIC 9(02)  VALUE 5.

      *---------------------------------------------------------------*
      *  NOTICE NUMBER AT WHICH THE FINAL-NOTICE WORDING IS USED.     *
      *  AN ACCOUNT STILL IN CALL AFTER ITS FINAL NOTICE KEEPS        *
      *  GETTING THE FINAL NOTICE.                                    *
      *---------------------------------------------------------------*
       77  WS-FINAL-NOTICE-NO          PIC 9(03)  VALUE 3.

      *---------------------------------------------------------------*
      *  THE BRANCH MASTER, LOADED AT START-UP.  A BRANCH CODE NOT    *
      *  ON FILE PRINTS AS UNKNOWN WITH NO PRINCIPAL.                 *
      *---------------------------------------------------------------*
       01  WS-BRANCH-TABLE.
           05  WS-BRH-ENTRY            OCCURS 500 TIMES.
               10  WS-BRH-CODE         PIC X(03).
               10  WS-BRH-NAME         PIC X(20).
               10  WS-BRH-REGION       PIC X(03).
               10  WS-BRH-PRINCIPAL    PIC X(20).

      *---------------------------------------------------------------*
      *  THE PRIOR NIGHT'S NOTICE HISTORY, LOADED AT START-UP.  ONE   *
      *  ENTRY PER ACCOUNT IN CALL - CALL SCALE, NOT ACCOUNT SCALE.   *
      *  THE USED FLAG MARKS ACCOUNTS STILL IN CALL TONIGHT; AN       *
      *  UNUSED ENTRY AT END OF RUN IS A CURED ACCOUNT.               *
      *---------------------------------------------------------------*
       01  WS-HIST-TABLE.
           05  WS-HIST-ENTRY           OCCURS 5000 TIMES.
               10  WS-HIST-ACCOUNT     PIC X(09).
               10  WS-HIST-BRH         PIC X(03).
               10  WS-HIST-COUNT-SENT  PIC 9(03).
               10  WS-HIST-FIRST-DATE  PIC 9(08).
               10  WS-HIST-LAST-DATE   PIC 9(08).
               10  WS-HIST-DUE-DATE    PIC 9(08).
               10  WS-HIST-USED-SW     PIC X(01).
                   88  WS-HIST-USED    VALUE 'U'.

      *---------------------------------------------------------------*
      *  DATE WORK AREA FOR THE DUE-DATE ARITHMETIC.                  *
      *---------------------------------------------------------------*
       01  WS-DDATE.
           05  WS-DD-YEAR              PIC 9(04).
           05  WS-DD-MONTH             PIC 9(02).
           05  WS-DD-DAY               PIC 9(02).
       01  WS-DDATE-R REDEFINES WS-DDATE
                                       PIC 9(08).
       01  WS-LEAP-WORK                PIC 9(09)  VALUE ZERO.
       01  WS-LEAP-REM                 PIC 9(03)  VALUE ZERO.
       01  WS-MONTH-END-DAY            PIC 9(02)  VALUE ZERO.

       01  WS-MONTH-DAYS-DATA.
           05  FILLER                  PIC X(12) VALUE '312831303130'.
           05  FILLER                  PIC X(12) VALUE '313130313031'.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
           05  WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.

      *---------------------------------------------------------------*
      *  A CCYYMMDD DATE RE-CUT FOR PRINTING AS MM/DD/CCYY.           *
      *---------------------------------------------------------------*
       01  WS-PDATE-IN.
           05  WS-PI-YEAR              PIC 9(04).
           05  WS-PI-MONTH             PIC 9(02).
           05  WS-PI-DAY               PIC 9(02).
       01  WS-PDATE-IN-R REDEFINES WS-PDATE-IN
                                       PIC 9(08).
       01  WS-PDATE-OUT.
           05  WS-PO-MONTH             PIC 9(02).
           05  FILLER                  PIC X(01) VALUE '/'.
           05  WS-PO-DAY               PIC 9(02).
           05  FILLER                  PIC X(01) VALUE '/'.
           05  WS-PO-YEAR              PIC 9(04).

      *---------------------------------------------------------------*
      *  THE CUSTOMER NOTICE.  ONE PAGE PER ACCOUNT.                  *
      *---------------------------------------------------------------*
       01  WS-NTC-TITLE.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(24)
               VALUE 'MARGIN CALL NOTICE  -  '.
           05  WS-NT-LEVEL             PIC X(14).

       01  WS-NTC-BRANCH-LINE.
           05  FILLER                  PIC X(12) VALUE 'BRANCH'.
           05  WS-NB-CODE              PIC X(04).
           05  WS-NB-NAME              PIC X(24).
           05  FILLER                  PIC X(12) VALUE 'PRINCIPAL'.
           05  WS-NB-PRINCIPAL         PIC X(20).

       01  WS-NTC-DATE-LINE.
           05  FILLER                  PIC X(12) VALUE 'NOTICE DATE'.
           05  WS-ND-DATE              PIC X(10).
           05  FILLER                  PIC X(18) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE 'ACCOUNT'.
           05  WS-ND-ACCT              PIC X(09).

       01  WS-NTC-SALUTE-LINE.
           05  FILLER                  PIC X(25)
               VALUE 'TO THE HOLDER OF ACCOUNT '.
           05  WS-NS-ACCT              PIC X(09).
           05  FILLER                  PIC X(01) VALUE ':'.

       01  WS-NTC-TEXT-LINE            PIC X(72).

       01  WS-NTC-COL-LINE.
           05  FILLER                  PIC X(30) VALUE 'CALL TYPE'.
           05  FILLER                  PIC X(22)
               VALUE '               AMOUNT'.

       01  WS-NTC-CALL-LINE.
           05  WS-NC-TYPE              PIC X(30).
           05  WS-NC-AMOUNT            PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-NTC-DUE-LINE.
           05  FILLER                  PIC X(30) VALUE 'DUE DATE'.
           05  WS-NU-DATE              PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-NU-FLAG              PIC X(40).

       01  WS-NTC-CONTACT-LINE.
           05  FILLER                  PIC X(44)
               VALUE 'QUESTIONS SHOULD BE DIRECTED TO YOUR BRANCH'.
           05  FILLER                  PIC X(11) VALUE 'PRINCIPAL, '.
           05  WS-NK-PRINCIPAL         PIC X(20).

      *---------------------------------------------------------------*
      *  THE CONTROL LISTING.                                         *
      *---------------------------------------------------------------*
       01  WS-REPORT-TITLE.
           05  FILLER                  PIC X(40)
               VALUE 'MARGIN-CALL NOTICE CONTROL LISTING'.
           05  FILLER                  PIC X(06) VALUE 'DATE '.
           05  WS-TITLE-DATE           PIC 9(08).
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'PAGE '.
           05  WS-TITLE-PAGE           PIC ZZZZ9.

       01  WS-COLUMN-HEADING-1.
           05  FILLER                  PIC X(12) VALUE 'SUPER-BRH'.
           05  FILLER                  PIC X(12) VALUE 'ACCOUNT-NUM'.
           05  FILLER                  PIC X(16) VALUE 'NOTICE'.
           05  FILLER                  PIC X(08) VALUE 'NO.'.
           05  FILLER                  PIC X(24)
               VALUE '      AMOUNT REQUIRED'.
           05  FILLER                  PIC X(12) VALUE 'DUE DATE'.
           05  FILLER                  PIC X(12) VALUE 'FIRST NOTICE'.

       01  WS-DETAIL-LINE.
           05  WS-D-BRH                PIC X(12).
           05  WS-D-ACCT               PIC X(12).
           05  WS-D-LEVEL              PIC X(16).
           05  WS-D-COUNT              PIC ZZ9.
           05  FILLER                  PIC X(05).
           05  WS-D-REQUIRED           PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02).
           05  WS-D-DUE                PIC X(12).
           05  WS-D-FIRST              PIC X(10).

       01  WS-BRANCH-HEAD-LINE.
           05  FILLER                  PIC X(07) VALUE 'BRANCH '.
           05  WS-BH-CODE              PIC X(04).
           05  WS-BH-NAME              PIC X(22).
           05  FILLER                  PIC X(11) VALUE 'PRINCIPAL '.
           05  WS-BH-PRINCIPAL         PIC X(20).

       01  WS-BRANCH-TOTAL-LINE.
           05  FILLER                  PIC X(07) VALUE 'BRANCH '.
           05  WS-BT-CODE              PIC X(04).
           05  FILLER                  PIC X(09) VALUE 'NOTICES '.
           05  WS-BT-NOTICES           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(09) VALUE '  FIRST '.
           05  WS-BT-FIRST             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE '  SECOND '.
           05  WS-BT-SECOND            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(09) VALUE '  FINAL '.
           05  WS-BT-FINAL             PIC ZZZ,ZZ9.

       01  WS-CURED-HEAD-LINE.
           05  FILLER                  PIC X(44)
               VALUE 'CURED - DROPPED FROM NOTICE HISTORY'.

       01  WS-CURED-LINE.
           05  WS-C-BRH                PIC X(12).
           05  WS-C-ACCT               PIC X(12).
           05  FILLER                  PIC X(14) VALUE 'NOTICES SENT '.
           05  WS-C-COUNT              PIC ZZ9.
           05  FILLER                  PIC X(16)
               VALUE '   FIRST NOTICE '.
           05  WS-C-FIRST              PIC X(10).
           05  FILLER                  PIC X(15)
               VALUE '   LAST NOTICE '.
           05  WS-C-LAST               PIC X(10).

       01  WS-TOTAL-LINE-1.
           05  FILLER          PIC X(26)
               VALUE 'CALLED ACCOUNTS READ    :'.
           05  WS-T-READS      PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-2.
           05  FILLER          PIC X(26)
               VALUE 'NOTICES PRODUCED        :'.
           05  WS-T-NOTICES    PIC ZZZ,ZZ9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  WS-T-PROOF      PIC X(40).

       01  WS-TOTAL-LINE-3.
           05  FILLER          PIC X(26)
               VALUE '  FIRST NOTICES         :'.
           05  WS-T-FIRST      PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-4.
           05  FILLER          PIC X(26)
               VALUE '  SECOND NOTICES        :'.
           05  WS-T-SECOND     PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-5.
           05  FILLER          PIC X(26)
               VALUE '  FINAL NOTICES         :'.
           05  WS-T-FINAL      PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-6.
           05  FILLER          PIC X(26)
               VALUE 'CURED AND DROPPED       :'.
           05  WS-T-CURED      PIC ZZZ,ZZ9.

       01  WS-STS-TIME-RAW.
           05  WS-STS-HHMMSS           PIC 9(06).
           05  FILLER                  PIC 9(02).

       PROCEDURE DIVISION.
      *-----------------------------------------------------------*
      *  0000-MAINLINE                                            *
      *-----------------------------------------------------------*
       0000-MAINLINE.
           MOVE 'S' TO WS-STS-EVENT.
           PERFORM 9200-STAMP-STREAM-STATUS
               THRU 9200-STAMP-STREAM-STATUS-EXIT.

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           IF WS-INIT-OK
               SORT NOTICE-SORT-FILE
                   ON ASCENDING KEY SRT-SUPER-BRH
                                    SRT-ACCOUNT-NUMBER
                   INPUT PROCEDURE  2000-RELEASE-CALLS
                                THRU 2000-RELEASE-CALLS-EXIT
                   OUTPUT PROCEDURE 3000-PRODUCE-NOTICES
                                THRU 3000-PRODUCE-NOTICES-EXIT
               PERFORM 6000-LIST-CURED
                   THRU 6000-LIST-CURED-EXIT
               PERFORM 7000-WRITE-TOTALS
                   THRU 7000-WRITE-TOTALS-EXIT
           END-IF.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           MOVE 'E' TO WS-STS-EVENT.
           PERFORM 9200-STAMP-STREAM-STATUS
               THRU 9200-STAMP-STREAM-STATUS-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      *  1000-INITIALIZE                                          *
      *     READS THE PARM, LOADS THE BRANCH MASTER AND THE       *
      *     PRIOR NOTICE HISTORY, AND OPENS THE OUTPUTS.          *
      *     MGCALLIN IS OPENED BY THE SORT INPUT PROCEDURE.       *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           OPEN INPUT NTCPARM-FILE.
           IF WS-NTCPARM-STATUS NOT = '00'
               DISPLAY 'MGNOTC01 - OPEN FAILED - NTCPARM '
                       WS-NTCPARM-STATUS
                       ', DUE DAYS DEFAULTED TO 5'
           ELSE
               READ NTCPARM-FILE
                   AT END
                       DISPLAY 'MGNOTC01 - EMPTY NTCPARM, '
                               'DUE DAYS DEFAULTED TO 5'
                   NOT AT END
                       MOVE PARM-DUE-DAYS TO WS-DUE-DAYS
               END-READ
               CLOSE NTCPARM-FILE
           END-IF.

           OPEN INPUT NTCHISTI-FILE.
           IF WS-NTCHISTI-STATUS NOT = '00'
               DISPLAY 'MGNOTC01 - OPEN FAILED - NTCHISTI '
                       WS-NTCHISTI-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT NTCHISTO-FILE.
           IF WS-NTCHISTO-STATUS NOT = '00'
               DISPLAY 'MGNOTC01 - OPEN FAILED - NTCHISTO '
                       WS-NTCHISTO-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE NTCHISTI-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT NOTICES-FILE.
           IF WS-NOTICES-STATUS NOT = '00'
               DISPLAY 'MGNOTC01 - OPEN FAILED - NOTICES '
                       WS-NOTICES-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE NTCHISTI-FILE
               CLOSE NTCHISTO-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT NTCRPT-FILE.
           IF WS-NTCRPT-STATUS NOT = '00'
               DISPLAY 'MGNOTC01 - OPEN FAILED - NTCRPT '
                       WS-NTCRPT-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE NTCHISTI-FILE
               CLOSE NTCHISTO-FILE
               CLOSE NOTICES-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           MOVE 'Y' TO WS-INIT-OK-SW.
           PERFORM 1100-LOAD-BRANCH-MASTER
               THRU 1100-LOAD-BRANCH-MASTER-EXIT.

           PERFORM 1400-GET-BUS-DUE-DATE
               THRU 1400-GET-BUS-DUE-DATE-EXIT.

           MOVE 'N' TO WS-EOF-SW.
           PERFORM 1300-LOAD-HISTORY
               THRU 1300-LOAD-HISTORY-EXIT
               UNTIL WS-EOF.
           CLOSE NTCHISTI-FILE.
           MOVE 'N' TO WS-EOF-SW.

           MOVE WS-TODAY TO WS-TITLE-DATE.
           PERFORM 4900-NEW-PAGE
               THRU 4900-NEW-PAGE-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1100-LOAD-BRANCH-MASTER                                  *
      *     LOADS THE BRANCH MASTER REFERENCE FILE.  A MISSING    *
      *     FILE RUNS ON WITH UNKNOWN NAMES AND NO PRINCIPAL.     *
      *-----------------------------------------------------------*
       1100-LOAD-BRANCH-MASTER.
           OPEN INPUT BRHMST-FILE.
           IF WS-BRHMST-STATUS NOT = '00'
               DISPLAY 'MGNOTC01 - OPEN FAILED - BRHMST '
                       WS-BRHMST-STATUS
                       ', BRANCH NAMES UNAVAILABLE'
               GO TO 1100-LOAD-BRANCH-MASTER-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           PERFORM 1200-LOAD-ONE-BRANCH
               THRU 1200-LOAD-ONE-BRANCH-EXIT
               UNTIL WS-EOF.
           CLOSE BRHMST-FILE.
           MOVE 'N' TO WS-EOF-SW.
       1100-LOAD-BRANCH-MASTER-EXIT.
           EXIT.

       1200-LOAD-ONE-BRANCH.
           READ BRHMST-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1200-LOAD-ONE-BRANCH-EXIT
           END-READ.

           IF WS-BRH-COUNT >= 500
               DISPLAY 'MGNOTC01 - BRANCH TABLE FULL, '
                       'RECORD DROPPED FOR ' BRH-BRANCH-CODE
               GO TO 1200-LOAD-ONE-BRANCH-EXIT
           END-IF.

           ADD 1 TO WS-BRH-COUNT.
           MOVE BRH-BRANCH-CODE TO WS-BRH-CODE(WS-BRH-COUNT).
           MOVE BRH-BRANCH-NAME TO WS-BRH-NAME(WS-BRH-COUNT).
           MOVE BRH-REGION-CODE TO WS-BRH-REGION(WS-BRH-COUNT).
           MOVE BRH-PRINCIPAL   TO WS-BRH-PRINCIPAL(WS-BRH-COUNT).
       1200-LOAD-ONE-BRANCH-EXIT.
           EXIT.

       1300-LOAD-HISTORY.
           READ NTCHISTI-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1300-LOAD-HISTORY-EXIT
           END-READ.
           ADD 1 TO WS-HIST-READS.

           IF WS-HIST-COUNT >= 5000
               DISPLAY 'MGNOTC01 - HISTORY TABLE FULL, '
                       'RECORD DROPPED FOR ' NTCI-ACCOUNT-NUMBER
               MOVE 'Y' TO WS-LOAD-ERROR-SW
               GO TO 1300-LOAD-HISTORY-EXIT
           END-IF.

           ADD 1 TO WS-HIST-COUNT.
           MOVE NTCI-ACCOUNT-NUMBER
               TO WS-HIST-ACCOUNT(WS-HIST-COUNT).
           MOVE NTCI-SUPER-BRH     TO WS-HIST-BRH(WS-HIST-COUNT).
           MOVE NTCI-NOTICE-COUNT  TO WS-HIST-COUNT-SENT(WS-HIST-COUNT).
           MOVE NTCI-FIRST-NOTICE-DATE
               TO WS-HIST-FIRST-DATE(WS-HIST-COUNT).
           MOVE NTCI-LAST-NOTICE-DATE
               TO WS-HIST-LAST-DATE(WS-HIST-COUNT).
           MOVE NTCI-DUE-DATE      TO WS-HIST-DUE-DATE(WS-HIST-COUNT).
           MOVE SPACE              TO WS-HIST-USED-SW(WS-HIST-COUNT).
       1300-LOAD-HISTORY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1400-GET-BUS-DUE-DATE                                    *
      *     READS THE SHARED BUSINESS-DAY CALENDAR FROM TODAY     *
      *     FORWARD AND COUNTS OFF THE DUE DAYS IN BUSINESS DAYS. *
      *     EVERY FIRST NOTICE TONIGHT SHARES THIS DUE DATE.  A   *
      *     MISSING CALENDAR, OR ONE THAT RUNS OUT FIRST, LEAVES  *
      *     IT ZERO AND 5300 COUNTS CALENDAR DAYS.                *
      *-----------------------------------------------------------*
       1400-GET-BUS-DUE-DATE.
           IF WS-DUE-DAYS = ZERO
               GO TO 1400-GET-BUS-DUE-DATE-EXIT
           END-IF.

           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-STATUS NOT = '00'
               DISPLAY 'MGNOTC01 - OPEN FAILED - CALENDAR '
                       WS-CALENDAR-STATUS
                       ', DUE DAYS COUNTED AS CALENDAR DAYS'
               GO TO 1400-GET-BUS-DUE-DATE-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           PERFORM 1410-READ-ONE-CAL-DAY
               THRU 1410-READ-ONE-CAL-DAY-EXIT
               UNTIL WS-EOF.
           CLOSE CALENDAR-FILE.
           MOVE 'N' TO WS-EOF-SW.

           IF WS-CAL-DUE-DATE = ZERO
               DISPLAY 'MGNOTC01 - ' WS-TODAY
                       ' NOT COVERED BY CALENDAR, '
                       'DUE DAYS COUNTED AS CALENDAR DAYS'
           END-IF.
       1400-GET-BUS-DUE-DATE-EXIT.
           EXIT.

       1410-READ-ONE-CAL-DAY.
           READ CALENDAR-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1410-READ-ONE-CAL-DAY-EXIT
           END-READ.

           IF CAL-DATE < WS-TODAY
               GO TO 1410-READ-ONE-CAL-DAY-EXIT
           END-IF.

           IF NOT WS-CAL-TODAY-FOUND
               IF CAL-DATE = WS-TODAY
                   MOVE 'Y' TO WS-CAL-TODAY-SW
               ELSE
                   SET WS-EOF TO TRUE
               END-IF
               GO TO 1410-READ-ONE-CAL-DAY-EXIT
           END-IF.

           IF CAL-BUSINESS-DAY
               ADD 1 TO WS-CAL-BUS-COUNT
               IF WS-CAL-BUS-COUNT >= WS-DUE-DAYS
                   MOVE CAL-DATE TO WS-CAL-DUE-DATE
                   SET WS-EOF TO TRUE
               END-IF
           END-IF.
       1410-READ-ONE-CAL-DAY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-RELEASE-CALLS                                       *
      *     RELEASES TONIGHT'S CALLED ACCOUNTS TO THE SORT FOR    *
      *     THE BRANCH/ACCOUNT ORDER OF THE CONTROL LISTING.      *
      *-----------------------------------------------------------*
       2000-RELEASE-CALLS.
           OPEN INPUT MGCALLIN-FILE.
           IF WS-MGCALLIN-STATUS NOT = '00'
               DISPLAY 'MGNOTC01 - OPEN FAILED - MGCALLIN '
                       WS-MGCALLIN-STATUS
               MOVE 'Y' TO WS-LOAD-ERROR-SW
               GO TO 2000-RELEASE-CALLS-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           PERFORM 2100-RELEASE-ONE-CALL
               THRU 2100-RELEASE-ONE-CALL-EXIT
               UNTIL WS-EOF.

           CLOSE MGCALLIN-FILE.
       2000-RELEASE-CALLS-EXIT.
           EXIT.

       2100-RELEASE-ONE-CALL.
           READ MGCALLIN-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2100-RELEASE-ONE-CALL-EXIT
           END-READ.
           ADD 1 TO WS-READS.

           MOVE MGCIN-RECORD TO SRT-RECORD.
           RELEASE SRT-RECORD.
       2100-RELEASE-ONE-CALL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3000-PRODUCE-NOTICES                                     *
      *     RETURNS THE SORTED CALLS AND PRODUCES ONE NOTICE,     *
      *     ONE HISTORY RECORD AND ONE CONTROL LINE PER ACCOUNT.  *
      *-----------------------------------------------------------*
       3000-PRODUCE-NOTICES.
           IF WS-LOAD-ERROR
               GO TO 3000-PRODUCE-NOTICES-EXIT
           END-IF.

           MOVE 'N'    TO WS-EOF-SW.
           MOVE SPACES TO WS-LAST-BRH.
           PERFORM 3100-RETURN-ONE-CALL
               THRU 3100-RETURN-ONE-CALL-EXIT
               UNTIL WS-EOF.

           IF WS-LAST-BRH NOT = SPACES
               PERFORM 4500-WRITE-BRANCH-TOTAL
                   THRU 4500-WRITE-BRANCH-TOTAL-EXIT
           END-IF.
       3000-PRODUCE-NOTICES-EXIT.
           EXIT.

       3100-RETURN-ONE-CALL.
           RETURN NOTICE-SORT-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3100-RETURN-ONE-CALL-EXIT
           END-RETURN.

           IF SRT-SUPER-BRH NOT = WS-LAST-BRH
               IF WS-LAST-BRH NOT = SPACES
                   PERFORM 4500-WRITE-BRANCH-TOTAL
                       THRU 4500-WRITE-BRANCH-TOTAL-EXIT
               END-IF
               MOVE SRT-SUPER-BRH TO WS-LAST-BRH
               MOVE SRT-SUPER-BRH TO WS-LOOK-BRH
               PERFORM 5000-FIND-BRANCH
                   THRU 5000-FIND-BRANCH-EXIT
               PERFORM 4400-WRITE-BRANCH-HEADING
                   THRU 4400-WRITE-BRANCH-HEADING-EXIT
           END-IF.

           PERFORM 3200-SET-NOTICE-LEVEL
               THRU 3200-SET-NOTICE-LEVEL-EXIT.
           PERFORM 3300-WRITE-NOTICE
               THRU 3300-WRITE-NOTICE-EXIT.

           MOVE SPACES              TO NTCH-RECORD.
           MOVE SRT-ACCOUNT-NUMBER  TO NTCH-ACCOUNT-NUMBER.
           MOVE SRT-SUPER-BRH       TO NTCH-SUPER-BRH.
           MOVE WS-WORK-COUNT       TO NTCH-NOTICE-COUNT.
           MOVE WS-WORK-FIRST-DATE  TO NTCH-FIRST-NOTICE-DATE.
           MOVE WS-TODAY            TO NTCH-LAST-NOTICE-DATE.
           MOVE WS-WORK-DUE-DATE    TO NTCH-DUE-DATE.
           WRITE NTCH-RECORD.
           IF WS-NTCHISTO-STATUS NOT = '00'
               DISPLAY 'MGNOTC01 - WRITE FAILED - NTCHISTO '
                       WS-NTCHISTO-STATUS ' FOR '
                       SRT-ACCOUNT-NUMBER
               MOVE 'Y' TO WS-LOAD-ERROR-SW
           END-IF.

           PERFORM 4200-WRITE-CONTROL-LINE
               THRU 4200-WRITE-CONTROL-LINE-EXIT.
       3100-RETURN-ONE-CALL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3200-SET-NOTICE-LEVEL                                    *
      *     AN ACCOUNT NOT ON THE HISTORY GETS A FIRST NOTICE     *
      *     WITH A NEW DUE DATE.  AN ACCOUNT ALREADY NOTICED      *
      *     GETS THE NEXT NOTICE AGAINST ITS ORIGINAL DUE DATE,   *
      *     UNLESS IT WAS LAST NOTICED TODAY - A RERUN ON THE     *
      *     SAME DATE REPEATS THE NOTICE AT THE SAME LEVEL.       *
      *-----------------------------------------------------------*
       3200-SET-NOTICE-LEVEL.
           PERFORM 5200-FIND-HISTORY
               THRU 5200-FIND-HISTORY-EXIT.

           IF WS-HIST-FOUND
               MOVE 'U' TO WS-HIST-USED-SW(WS-HIST-FOUND-IDX)
               IF WS-HIST-LAST-DATE(WS-HIST-FOUND-IDX) = WS-TODAY
                   MOVE WS-HIST-COUNT-SENT(WS-HIST-FOUND-IDX)
                       TO WS-WORK-COUNT
               ELSE
                   COMPUTE WS-WORK-COUNT =
                           WS-HIST-COUNT-SENT(WS-HIST-FOUND-IDX) + 1
               END-IF
               MOVE WS-HIST-FIRST-DATE(WS-HIST-FOUND-IDX)
                   TO WS-WORK-FIRST-DATE
               MOVE WS-HIST-DUE-DATE(WS-HIST-FOUND-IDX)
                   TO WS-WORK-DUE-DATE
           ELSE
               MOVE 1        TO WS-WORK-COUNT
               MOVE WS-TODAY TO WS-WORK-FIRST-DATE
               PERFORM 5300-GET-DUE-DATE
                   THRU 5300-GET-DUE-DATE-EXIT
           END-IF.

           ADD 1 TO WS-NOTICES.
           ADD 1 TO WS-BRH-NOTICES.
           IF WS-WORK-COUNT >= WS-FINAL-NOTICE-NO
               MOVE 'FINAL NOTICE'  TO WS-WORK-LEVEL
               ADD 1 TO WS-FINAL-NOTICES
               ADD 1 TO WS-BRH-FINAL
           ELSE
               IF WS-WORK-COUNT > 1
                   MOVE 'SECOND NOTICE' TO WS-WORK-LEVEL
                   ADD 1 TO WS-SECOND-NOTICES
                   ADD 1 TO WS-BRH-SECOND
               ELSE
                   MOVE 'FIRST NOTICE'  TO WS-WORK-LEVEL
                   ADD 1 TO WS-FIRST-NOTICES
                   ADD 1 TO WS-BRH-FIRST
               END-IF
           END-IF.
       3200-SET-NOTICE-LEVEL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3300-WRITE-NOTICE                                        *
      *     PRINTS ONE CUSTOMER NOTICE ON A PAGE OF ITS OWN.      *
      *     ONLY THE CALLS THE ACCOUNT IS IN ARE LISTED.  THE     *
      *     AMOUNT REQUIRED IS THE LARGEST OF THEM - THE CALLS    *
      *     MEASURE THE SAME SHORTFALL AGAINST DIFFERENT RULES,   *
      *     SO MEETING THE LARGEST MEETS THEM ALL.                *
      *-----------------------------------------------------------*
       3300-WRITE-NOTICE.
           MOVE WS-WORK-LEVEL TO WS-NT-LEVEL.
           IF WS-NOTICES > 1
               WRITE NOTICES-LINE FROM WS-NTC-TITLE
                   AFTER ADVANCING PAGE
           ELSE
               WRITE NOTICES-LINE FROM WS-NTC-TITLE
           END-IF.
           MOVE SPACES TO NOTICES-LINE.
           WRITE NOTICES-LINE AFTER ADVANCING 2 LINES.

           MOVE SRT-SUPER-BRH      TO WS-NB-CODE.
           MOVE WS-FOUND-NAME      TO WS-NB-NAME.
           MOVE WS-FOUND-PRINCIPAL TO WS-NB-PRINCIPAL.
           WRITE NOTICES-LINE FROM WS-NTC-BRANCH-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-TODAY TO WS-PDATE-IN-R.
           PERFORM 5500-FORMAT-DATE
               THRU 5500-FORMAT-DATE-EXIT.
           MOVE WS-PDATE-OUT       TO WS-ND-DATE.
           MOVE SRT-ACCOUNT-NUMBER TO WS-ND-ACCT.
           WRITE NOTICES-LINE FROM WS-NTC-DATE-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SRT-ACCOUNT-NUMBER TO WS-NS-ACCT.
           WRITE NOTICES-LINE FROM WS-NTC-SALUTE-LINE
               AFTER ADVANCING 3 LINES.
           MOVE SPACES TO NOTICES-LINE.
           WRITE NOTICES-LINE AFTER ADVANCING 1 LINE.
           PERFORM 3400-WRITE-NOTICE-TEXT
               THRU 3400-WRITE-NOTICE-TEXT-EXIT.

           MOVE SPACES TO NOTICES-LINE.
           WRITE NOTICES-LINE AFTER ADVANCING 1 LINE.
           WRITE NOTICES-LINE FROM WS-NTC-COL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE ZERO TO WS-NTC-REQUIRED.

           IF SRT-FEDCALL-SMA-SGN = '-' AND SRT-FEDCALL-SMA > ZERO
               MOVE 'FEDERAL (REG T) CALL' TO WS-NC-TYPE
               MOVE SRT-FEDCALL-SMA        TO WS-NC-AMOUNT
               WRITE NOTICES-LINE FROM WS-NTC-CALL-LINE
                   AFTER ADVANCING 1 LINE
               IF SRT-FEDCALL-SMA > WS-NTC-REQUIRED
                   MOVE SRT-FEDCALL-SMA TO WS-NTC-REQUIRED
               END-IF
           END-IF.
           IF SRT-HOUSECALL-SURP-SGN = '-'
           AND SRT-HOUSECALL-SURP > ZERO
               MOVE 'HOUSE MAINTENANCE CALL' TO WS-NC-TYPE
               MOVE SRT-HOUSECALL-SURP       TO WS-NC-AMOUNT
               WRITE NOTICES-LINE FROM WS-NTC-CALL-LINE
                   AFTER ADVANCING 1 LINE
               IF SRT-HOUSECALL-SURP > WS-NTC-REQUIRED
                   MOVE SRT-HOUSECALL-SURP TO WS-NTC-REQUIRED
               END-IF
           END-IF.
           IF SRT-NYSECALL-SURP-SGN = '-'
           AND SRT-NYSECALL-SURP > ZERO
               MOVE 'EXCHANGE (NYSE) CALL'   TO WS-NC-TYPE
               MOVE SRT-NYSECALL-SURP        TO WS-NC-AMOUNT
               WRITE NOTICES-LINE FROM WS-NTC-CALL-LINE
                   AFTER ADVANCING 1 LINE
               IF SRT-NYSECALL-SURP > WS-NTC-REQUIRED
                   MOVE SRT-NYSECALL-SURP TO WS-NTC-REQUIRED
               END-IF
           END-IF.
           IF SRT-MIN-EQUITY-CALL-SGN = '-'
           AND SRT-MIN-EQUITY-CALL > ZERO
               MOVE 'MINIMUM EQUITY CALL'    TO WS-NC-TYPE
               MOVE SRT-MIN-EQUITY-CALL      TO WS-NC-AMOUNT
               WRITE NOTICES-LINE FROM WS-NTC-CALL-LINE
                   AFTER ADVANCING 1 LINE
               IF SRT-MIN-EQUITY-CALL > WS-NTC-REQUIRED
                   MOVE SRT-MIN-EQUITY-CALL TO WS-NTC-REQUIRED
               END-IF
           END-IF.

           MOVE 'AMOUNT REQUIRED'  TO WS-NC-TYPE.
           MOVE WS-NTC-REQUIRED    TO WS-NC-AMOUNT.
           WRITE NOTICES-LINE FROM WS-NTC-CALL-LINE
               AFTER ADVANCING 2 LINES.

           MOVE WS-WORK-DUE-DATE TO WS-PDATE-IN-R.
           PERFORM 5500-FORMAT-DATE
               THRU 5500-FORMAT-DATE-EXIT.
           MOVE WS-PDATE-OUT TO WS-NU-DATE.
           MOVE SPACES       TO WS-NU-FLAG.
           IF WS-TODAY > WS-WORK-DUE-DATE
               MOVE 'PAST DUE - PAYMENT REQUIRED IMMEDIATELY'
                   TO WS-NU-FLAG
           END-IF.
           WRITE NOTICES-LINE FROM WS-NTC-DUE-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-FOUND-PRINCIPAL TO WS-NK-PRINCIPAL.
           WRITE NOTICES-LINE FROM WS-NTC-CONTACT-LINE
               AFTER ADVANCING 3 LINES.
       3300-WRITE-NOTICE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3400-WRITE-NOTICE-TEXT                                   *
      *     THE BODY WORDING FOR THE NOTICE LEVEL IN HAND.        *
      *-----------------------------------------------------------*
       3400-WRITE-NOTICE-TEXT.
           IF WS-WORK-COUNT >= WS-FINAL-NOTICE-NO
               MOVE 'THIS IS A FINAL NOTICE.  YOUR ACCOUNT REMAINS'
                   TO WS-NTC-TEXT-LINE
               PERFORM 3410-WRITE-TEXT-LINE
                   THRU 3410-WRITE-TEXT-LINE-EXIT
               MOVE 'IN MARGIN CALL AFTER PRIOR NOTICES.  IF THE CALL'
                   TO WS-NTC-TEXT-LINE
               PERFORM 3410-WRITE-TEXT-LINE
                   THRU 3410-WRITE-TEXT-LINE-EXIT
               MOVE 'IS NOT MET BY THE DUE DATE, POSITIONS IN YOUR'
                   TO WS-NTC-TEXT-LINE
               PERFORM 3410-WRITE-TEXT-LINE
                   THRU 3410-WRITE-TEXT-LINE-EXIT
               MOVE 'ACCOUNT MAY BE LIQUIDATED WITHOUT FURTHER NOTICE.'
                   TO WS-NTC-TEXT-LINE
               PERFORM 3410-WRITE-TEXT-LINE
                   THRU 3410-WRITE-TEXT-LINE-EXIT
               GO TO 3400-WRITE-NOTICE-TEXT-EXIT
           END-IF.

           IF WS-WORK-COUNT > 1
               MOVE 'THIS IS A SECOND NOTICE.  OUR RECORDS SHOW YOUR'
                   TO WS-NTC-TEXT-LINE
               PERFORM 3410-WRITE-TEXT-LINE
                   THRU 3410-WRITE-TEXT-LINE-EXIT
               MOVE 'ACCOUNT REMAINS IN MARGIN CALL.  PLEASE DEPOSIT'
                   TO WS-NTC-TEXT-LINE
               PERFORM 3410-WRITE-TEXT-LINE
                   THRU 3410-WRITE-TEXT-LINE-EXIT
               MOVE 'FUNDS OR MARGINABLE SECURITIES BY THE DUE DATE.'
                   TO WS-NTC-TEXT-LINE
               PERFORM 3410-WRITE-TEXT-LINE
                   THRU 3410-WRITE-TEXT-LINE-EXIT
               GO TO 3400-WRITE-NOTICE-TEXT-EXIT
           END-IF.

           MOVE 'YOUR ACCOUNT NO LONGER MEETS THE MARGIN'
               TO WS-NTC-TEXT-LINE.
           PERFORM 3410-WRITE-TEXT-LINE
               THRU 3410-WRITE-TEXT-LINE-EXIT.
           MOVE 'REQUIREMENTS SHOWN BELOW.  PLEASE DEPOSIT FUNDS OR'
               TO WS-NTC-TEXT-LINE.
           PERFORM 3410-WRITE-TEXT-LINE
               THRU 3410-WRITE-TEXT-LINE-EXIT.
           MOVE 'MARGINABLE SECURITIES BY THE DUE DATE.'
               TO WS-NTC-TEXT-LINE.
           PERFORM 3410-WRITE-TEXT-LINE
               THRU 3410-WRITE-TEXT-LINE-EXIT.
       3400-WRITE-NOTICE-TEXT-EXIT.
           EXIT.

       3410-WRITE-TEXT-LINE.
           WRITE NOTICES-LINE FROM WS-NTC-TEXT-LINE
               AFTER ADVANCING 1 LINE.
       3410-WRITE-TEXT-LINE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4200-WRITE-CONTROL-LINE                                  *
      *     ONE CONTROL-LISTING LINE PER NOTICE PRODUCED.         *
      *-----------------------------------------------------------*
       4200-WRITE-CONTROL-LINE.
           MOVE SPACES             TO WS-DETAIL-LINE.
           MOVE SRT-SUPER-BRH      TO WS-D-BRH.
           MOVE SRT-ACCOUNT-NUMBER TO WS-D-ACCT.
           MOVE WS-WORK-LEVEL      TO WS-D-LEVEL.
           MOVE WS-WORK-COUNT      TO WS-D-COUNT.
           MOVE WS-NTC-REQUIRED    TO WS-D-REQUIRED.
           MOVE WS-WORK-DUE-DATE   TO WS-PDATE-IN-R.
           PERFORM 5500-FORMAT-DATE
               THRU 5500-FORMAT-DATE-EXIT.
           MOVE WS-PDATE-OUT       TO WS-D-DUE.
           MOVE WS-WORK-FIRST-DATE TO WS-PDATE-IN-R.
           PERFORM 5500-FORMAT-DATE
               THRU 5500-FORMAT-DATE-EXIT.
           MOVE WS-PDATE-OUT       TO WS-D-FIRST.

           IF WS-LINE-COUNT >= 55
               PERFORM 4900-NEW-PAGE
                   THRU 4900-NEW-PAGE-EXIT
           END-IF.
           WRITE NTCRPT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
       4200-WRITE-CONTROL-LINE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4400-WRITE-BRANCH-HEADING                                *
      *     ONE HEADING LINE PER BRANCH SHOWING THE BRANCH NAME   *
      *     AND PRINCIPAL FROM THE BRANCH MASTER.                 *
      *-----------------------------------------------------------*
       4400-WRITE-BRANCH-HEADING.
           MOVE WS-LAST-BRH        TO WS-BH-CODE.
           MOVE WS-FOUND-NAME      TO WS-BH-NAME.
           MOVE WS-FOUND-PRINCIPAL TO WS-BH-PRINCIPAL.

           IF WS-LINE-COUNT >= 53
               PERFORM 4900-NEW-PAGE
                   THRU 4900-NEW-PAGE-EXIT
           END-IF.
           MOVE SPACES TO NTCRPT-LINE.
           WRITE NTCRPT-LINE AFTER ADVANCING 1 LINE.
           WRITE NTCRPT-LINE FROM WS-BRANCH-HEAD-LINE
               AFTER ADVANCING 1 LINE.
           ADD 2 TO WS-LINE-COUNT.
       4400-WRITE-BRANCH-HEADING-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4500-WRITE-BRANCH-TOTAL                                  *
      *     NOTICE COUNTS BY LEVEL FOR THE BRANCH JUST FINISHED.  *
      *-----------------------------------------------------------*
       4500-WRITE-BRANCH-TOTAL.
           MOVE WS-LAST-BRH    TO WS-BT-CODE.
           MOVE WS-BRH-NOTICES TO WS-BT-NOTICES.
           MOVE WS-BRH-FIRST   TO WS-BT-FIRST.
           MOVE WS-BRH-SECOND  TO WS-BT-SECOND.
           MOVE WS-BRH-FINAL   TO WS-BT-FINAL.

           IF WS-LINE-COUNT >= 55
               PERFORM 4900-NEW-PAGE
                   THRU 4900-NEW-PAGE-EXIT
           END-IF.
           WRITE NTCRPT-LINE FROM WS-BRANCH-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

           MOVE ZERO TO WS-BRH-NOTICES.
           MOVE ZERO TO WS-BRH-FIRST.
           MOVE ZERO TO WS-BRH-SECOND.
           MOVE ZERO TO WS-BRH-FINAL.
       4500-WRITE-BRANCH-TOTAL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4900-NEW-PAGE                                            *
      *-----------------------------------------------------------*
       4900-NEW-PAGE.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO WS-TITLE-PAGE.
           IF WS-PAGE-COUNT > 1
               WRITE NTCRPT-LINE FROM WS-REPORT-TITLE
                   AFTER ADVANCING PAGE
           ELSE
               WRITE NTCRPT-LINE FROM WS-REPORT-TITLE
           END-IF.
           MOVE SPACES TO NTCRPT-LINE.
           WRITE NTCRPT-LINE AFTER ADVANCING 1 LINE.
           WRITE NTCRPT-LINE FROM WS-COLUMN-HEADING-1
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO NTCRPT-LINE.
           WRITE NTCRPT-LINE AFTER ADVANCING 1 LINE.
           MOVE ZERO TO WS-LINE-COUNT.
       4900-NEW-PAGE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5000-FIND-BRANCH                                         *
      *     SCANS THE BRANCH MASTER TABLE FOR THE BRANCH IN HAND. *
      *     A MISS PRINTS UNKNOWN WITH NO PRINCIPAL.              *
      *-----------------------------------------------------------*
       5000-FIND-BRANCH.
           MOVE 'UNKNOWN'  TO WS-FOUND-NAME.
           MOVE '???'      TO WS-FOUND-REGION.
           MOVE SPACES     TO WS-FOUND-PRINCIPAL.
           PERFORM 5010-SCAN-ONE-BRANCH
               THRU 5010-SCAN-ONE-BRANCH-EXIT
               VARYING WS-BRH-IDX FROM 1 BY 1
               UNTIL WS-BRH-IDX > WS-BRH-COUNT.
       5000-FIND-BRANCH-EXIT.
           EXIT.

       5010-SCAN-ONE-BRANCH.
           IF WS-BRH-CODE(WS-BRH-IDX) = WS-LOOK-BRH
               MOVE WS-BRH-NAME(WS-BRH-IDX)      TO WS-FOUND-NAME
               MOVE WS-BRH-REGION(WS-BRH-IDX)    TO WS-FOUND-REGION
               MOVE WS-BRH-PRINCIPAL(WS-BRH-IDX) TO WS-FOUND-PRINCIPAL
           END-IF.
       5010-SCAN-ONE-BRANCH-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5200-FIND-HISTORY                                        *
      *     LOOKS THE ACCOUNT UP ON THE PRIOR NOTICE HISTORY.     *
      *-----------------------------------------------------------*
       5200-FIND-HISTORY.
           MOVE 'N'  TO WS-HIST-FOUND-SW.
           MOVE ZERO TO WS-HIST-FOUND-IDX.
           PERFORM 5210-SCAN-ONE-HISTORY
               THRU 5210-SCAN-ONE-HISTORY-EXIT
               VARYING WS-HIST-IDX FROM 1 BY 1
               UNTIL WS-HIST-IDX > WS-HIST-COUNT
                  OR WS-HIST-FOUND.
       5200-FIND-HISTORY-EXIT.
           EXIT.

       5210-SCAN-ONE-HISTORY.
           IF WS-HIST-ACCOUNT(WS-HIST-IDX) = SRT-ACCOUNT-NUMBER
               MOVE 'Y' TO WS-HIST-FOUND-SW
               MOVE WS-HIST-IDX TO WS-HIST-FOUND-IDX
           END-IF.
       5210-SCAN-ONE-HISTORY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5300-GET-DUE-DATE                                        *
      *     THE DUE DATE OF A FIRST NOTICE - THE BUSINESS-DAY     *
      *     DUE DATE FROM THE CALENDAR WHEN 1400 FOUND ONE, ELSE  *
      *     TODAY PLUS THE DUE DAYS, ROLLING THE MONTH AND YEAR   *
      *     FORWARD AT A MONTH BOUNDARY WITH THE LEAP-YEAR        *
      *     FEBRUARY HANDLED.                                     *
      *-----------------------------------------------------------*
       5300-GET-DUE-DATE.
           IF WS-CAL-DUE-DATE > ZERO
               MOVE WS-CAL-DUE-DATE TO WS-WORK-DUE-DATE
               GO TO 5300-GET-DUE-DATE-EXIT
           END-IF.

           MOVE WS-TODAY TO WS-DDATE-R.
           PERFORM 5310-ADD-ONE-DAY
               THRU 5310-ADD-ONE-DAY-EXIT
               WS-DUE-DAYS TIMES.
           MOVE WS-DDATE-R TO WS-WORK-DUE-DATE.
       5300-GET-DUE-DATE-EXIT.
           EXIT.

       5310-ADD-ONE-DAY.
           MOVE WS-MONTH-DAYS(WS-DD-MONTH) TO WS-MONTH-END-DAY.
           IF WS-DD-MONTH = 2
               PERFORM 5320-CHECK-LEAP-YEAR
                   THRU 5320-CHECK-LEAP-YEAR-EXIT
               IF WS-LEAP-YEAR
                   MOVE 29 TO WS-MONTH-END-DAY
               END-IF
           END-IF.

           IF WS-DD-DAY < WS-MONTH-END-DAY
               ADD 1 TO WS-DD-DAY
               GO TO 5310-ADD-ONE-DAY-EXIT
           END-IF.

           MOVE 1 TO WS-DD-DAY.
           IF WS-DD-MONTH = 12
               ADD 1 TO WS-DD-YEAR
               MOVE 1 TO WS-DD-MONTH
           ELSE
               ADD 1 TO WS-DD-MONTH
           END-IF.
       5310-ADD-ONE-DAY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5320-CHECK-LEAP-YEAR                                     *
      *     DIVISIBLE BY 4, EXCEPT CENTURIES NOT DIVISIBLE BY     *
      *     400.                                                  *
      *-----------------------------------------------------------*
       5320-CHECK-LEAP-YEAR.
           MOVE 'N' TO WS-LEAP-SW.
           DIVIDE WS-DD-YEAR BY 4 GIVING WS-LEAP-WORK
               REMAINDER WS-LEAP-REM.
           IF WS-LEAP-REM = ZERO
               MOVE 'Y' TO WS-LEAP-SW
           END-IF.
           DIVIDE WS-DD-YEAR BY 100 GIVING WS-LEAP-WORK
               REMAINDER WS-LEAP-REM.
           IF WS-LEAP-REM = ZERO
               MOVE 'N' TO WS-LEAP-SW
               DIVIDE WS-DD-YEAR BY 400 GIVING WS-LEAP-WORK
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = ZERO
                   MOVE 'Y' TO WS-LEAP-SW
               END-IF
           END-IF.
       5320-CHECK-LEAP-YEAR-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5500-FORMAT-DATE                                         *
      *     RE-CUTS THE CCYYMMDD DATE IN WS-PDATE-IN AS           *
      *     MM/DD/CCYY FOR PRINTING.                              *
      *-----------------------------------------------------------*
       5500-FORMAT-DATE.
           MOVE WS-PI-MONTH TO WS-PO-MONTH.
           MOVE WS-PI-DAY   TO WS-PO-DAY.
           MOVE WS-PI-YEAR  TO WS-PO-YEAR.
       5500-FORMAT-DATE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  6000-LIST-CURED                                          *
      *     A HISTORY ACCOUNT NOT ON TONIGHT'S MGCALLIN HAS MET   *
      *     ITS CALL.  IT IS LISTED HERE AND NOT CARRIED.         *
      *-----------------------------------------------------------*
       6000-LIST-CURED.
           IF WS-LOAD-ERROR
               GO TO 6000-LIST-CURED-EXIT
           END-IF.

           IF WS-LINE-COUNT >= 52
               PERFORM 4900-NEW-PAGE
                   THRU 4900-NEW-PAGE-EXIT
           END-IF.
           MOVE SPACES TO NTCRPT-LINE.
           WRITE NTCRPT-LINE AFTER ADVANCING 2 LINES.
           WRITE NTCRPT-LINE FROM WS-CURED-HEAD-LINE
               AFTER ADVANCING 1 LINE.
           ADD 3 TO WS-LINE-COUNT.

           PERFORM 6100-LIST-ONE-CURED
               THRU 6100-LIST-ONE-CURED-EXIT
               VARYING WS-HIST-IDX FROM 1 BY 1
               UNTIL WS-HIST-IDX > WS-HIST-COUNT.
       6000-LIST-CURED-EXIT.
           EXIT.

       6100-LIST-ONE-CURED.
           IF WS-HIST-USED(WS-HIST-IDX)
               GO TO 6100-LIST-ONE-CURED-EXIT
           END-IF.

           ADD 1 TO WS-CURED.
           MOVE SPACES                        TO WS-CURED-LINE.
           MOVE WS-HIST-BRH(WS-HIST-IDX)      TO WS-C-BRH.
           MOVE WS-HIST-ACCOUNT(WS-HIST-IDX)  TO WS-C-ACCT.
           MOVE WS-HIST-COUNT-SENT(WS-HIST-IDX) TO WS-C-COUNT.
           MOVE WS-HIST-FIRST-DATE(WS-HIST-IDX) TO WS-PDATE-IN-R.
           PERFORM 5500-FORMAT-DATE
               THRU 5500-FORMAT-DATE-EXIT.
           MOVE WS-PDATE-OUT                  TO WS-C-FIRST.
           MOVE WS-HIST-LAST-DATE(WS-HIST-IDX) TO WS-PDATE-IN-R.
           PERFORM 5500-FORMAT-DATE
               THRU 5500-FORMAT-DATE-EXIT.
           MOVE WS-PDATE-OUT                  TO WS-C-LAST.

           IF WS-LINE-COUNT >= 55
               PERFORM 4900-NEW-PAGE
                   THRU 4900-NEW-PAGE-EXIT
           END-IF.
           WRITE NTCRPT-LINE FROM WS-CURED-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
       6100-LIST-ONE-CURED-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7000-WRITE-TOTALS                                        *
      *     PROVES CALLED ACCOUNTS READ AGAINST NOTICES PRODUCED. *
      *     A RUN THAT ENDED IN ERROR IS NEVER SHOWN IN BALANCE.  *
      *-----------------------------------------------------------*
       7000-WRITE-TOTALS.
           MOVE SPACES TO NTCRPT-LINE.
           WRITE NTCRPT-LINE AFTER ADVANCING 2 LINES.
           MOVE WS-READS TO WS-T-READS.
           WRITE NTCRPT-LINE FROM WS-TOTAL-LINE-1
               AFTER ADVANCING 1 LINE.
           MOVE WS-NOTICES TO WS-T-NOTICES.
           IF WS-LOAD-ERROR
               MOVE '** RUN IN ERROR - HISTORY NOT ROLLED'
                   TO WS-T-PROOF
           ELSE
               IF WS-NOTICES = WS-READS
                   MOVE 'IN BALANCE' TO WS-T-PROOF
               ELSE
                   MOVE '** OUT OF BALANCE WITH ACCOUNTS READ'
                       TO WS-T-PROOF
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           WRITE NTCRPT-LINE FROM WS-TOTAL-LINE-2
               AFTER ADVANCING 1 LINE.
           MOVE WS-FIRST-NOTICES TO WS-T-FIRST.
           WRITE NTCRPT-LINE FROM WS-TOTAL-LINE-3
               AFTER ADVANCING 1 LINE.
           MOVE WS-SECOND-NOTICES TO WS-T-SECOND.
           WRITE NTCRPT-LINE FROM WS-TOTAL-LINE-4
               AFTER ADVANCING 1 LINE.
           MOVE WS-FINAL-NOTICES TO WS-T-FINAL.
           WRITE NTCRPT-LINE FROM WS-TOTAL-LINE-5
               AFTER ADVANCING 1 LINE.
           MOVE WS-CURED TO WS-T-CURED.
           WRITE NTCRPT-LINE FROM WS-TOTAL-LINE-6
               AFTER ADVANCING 1 LINE.
       7000-WRITE-TOTALS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  9000-TERMINATE                                           *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-INIT-OK
               CLOSE NTCHISTO-FILE
               CLOSE NOTICES-FILE
               CLOSE NTCRPT-FILE
           END-IF.

           IF WS-LOAD-ERROR
               MOVE 8 TO RETURN-CODE
           END-IF.

           DISPLAY 'MGNOTC01 - MGCALLIN RECORDS READ  : ' WS-READS.
           DISPLAY 'MGNOTC01 - HISTORY RECORDS READ   : '
                   WS-HIST-READS.
           DISPLAY 'MGNOTC01 - NOTICES PRODUCED       : ' WS-NOTICES.
           DISPLAY 'MGNOTC01 - FIRST NOTICES          : '
                   WS-FIRST-NOTICES.
           DISPLAY 'MGNOTC01 - SECOND NOTICES         : '
                   WS-SECOND-NOTICES.
           DISPLAY 'MGNOTC01 - FINAL NOTICES          : '
                   WS-FINAL-NOTICES.
           DISPLAY 'MGNOTC01 - CURED AND DROPPED      : ' WS-CURED.

           PERFORM 9100-WRITE-RUN-CONTROL
               THRU 9100-WRITE-RUN-CONTROL-EXIT.
       9000-TERMINATE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  9100-WRITE-RUN-CONTROL                                   *
      *     APPENDS THIS RUN'S COUNTS TO THE SHARED RUN-CONTROL   *
      *     FILE FOR THE END-OF-STREAM VERIFIER.                  *
      *-----------------------------------------------------------*
       9100-WRITE-RUN-CONTROL.
           OPEN EXTEND RUNCTL-FILE.
           IF WS-RUNCTL-STATUS = '35'
               OPEN OUTPUT RUNCTL-FILE
           END-IF.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'MGNOTC01 - OPEN FAILED - RUNCTL '
                       WS-RUNCTL-STATUS
               GO TO 9100-WRITE-RUN-CONTROL-EXIT
           END-IF.

           MOVE WS-TODAY           TO RUNCT-RUN-DATE.
           MOVE 'MGNOTC01'         TO RUNCT-PROGRAM-ID.
           MOVE 'RECORDS-READ'     TO RUNCT-COUNTER-NAME.
           MOVE WS-READS           TO RUNCT-COUNT.
           WRITE RUNCT-RECORD.
           MOVE 'NOTICES-PRODUCED' TO RUNCT-COUNTER-NAME.
           MOVE WS-NOTICES         TO RUNCT-COUNT.
           WRITE RUNCT-RECORD.
           MOVE 'CALLS-CURED'      TO RUNCT-COUNTER-NAME.
           MOVE WS-CURED           TO RUNCT-COUNT.
           WRITE RUNCT-RECORD.

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
               DISPLAY 'MGNOTC01 - OPEN FAILED - STRMSTAT '
                       WS-STRMSTAT-STATUS
               GO TO 9200-STAMP-STREAM-STATUS-EXIT
           END-IF.

           MOVE SPACES        TO STS-RECORD.
           MOVE WS-STS-DATE   TO STS-RUN-DATE.
           MOVE 'MGNOTC01'    TO STS-PROGRAM-ID.
           MOVE WS-STS-EVENT  TO STS-EVENT.
           MOVE WS-STS-HHMMSS TO STS-TIME.
           IF WS-STS-EVENT = 'E'
               MOVE RETURN-CODE TO STS-RETURN-CODE
           END-IF.
           WRITE STS-RECORD.

           CLOSE STRMSTAT-FILE.
       9200-STAMP-STREAM-STATUS-EXIT.
           EXIT.
