      ******************************************************************
      *                                                                *
      *  PROGRAM-ID : ACBLHHX1                                         *
      *                                                                *
      *  NIGHTLY HOUSEHOLD EXPOSURE REPORT                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ACBLHHX1.
       AUTHOR.        D MORENO.
       INSTALLATION.  FBSIT DATA CENTER.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
      *===============================================================*
      *                        @REVISIONS@                            *
      *-----------------------------------------------------------*
      * MM/DD/YY   PROGRAMMER NAME                                     *
      * --------   ---------------                                     *
      * 10/15/26   D MORENO          DM0054                            *
      *            INITIAL INSTALLATION - ROLLS TONIGHT'S ACCTBALX     *
      *            UP TO THE HOUSEHOLD LEVEL THROUGH THE HHXREF        *
      *            CROSS-REFERENCE.  BOTH FILES ARE SORTED TOGETHER    *
      *            BY ACCOUNT TO JOIN EACH LINK TO ITS BALANCE, THEN   *
      *            THE JOINED MEMBERS ARE SORTED BY RELATIONSHIP ID.   *
      *            HHXRPT CARRIES ONE LINE PER HOUSEHOLD WITH THE      *
      *            COMBINED NETWORTH, NETWORTH-MKTVAL AND FED, HOUSE   *
      *            AND NYSE SURPLUS OR DEFICIT.  HHCRPT LISTS, WITH    *
      *            MEMBER DETAIL, EVERY HOUSEHOLD THAT HAS A MEMBER    *
      *            IN CALL AND EVERY HOUSEHOLD WHOSE COMBINED          *
      *            POSITION IS IN DEFICIT WHILE NO MEMBER IS IN CALL.  *
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
       SOURCE-COMPUTER.   IBM-3090.
       OBJECT-COMPUTER.   IBM-3090.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HHXREF-FILE      ASSIGN TO HHXREF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HHXREF-STATUS.

           SELECT ACCTBALX-FILE    ASSIGN TO ACCTBALX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCTBALX-STATUS.

           SELECT HHX-SORT-FILE    ASSIGN TO SORTWK01
               ORGANIZATION IS SEQUENTIAL.

           SELECT HHWORK-FILE      ASSIGN TO HHWORK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HHWORK-STATUS.

           SELECT HHXRPT-FILE      ASSIGN TO HHXRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HHXRPT-STATUS.

           SELECT HHCRPT-FILE      ASSIGN TO HHCRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HHCRPT-STATUS.

           SELECT RUNCTL-FILE      ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT STRMSTAT-FILE    ASSIGN TO STRMSTAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STRMSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HHXREF-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY "HHXREC.cpy".

       FD  ACCTBALX-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY "Mockedcopy.cpy".

      *---------------------------------------------------------------*
      *  HHS- IS THE ACCOUNT-ORDER JOIN OF LINKS (TYPE 1) AND         *
      *  BALANCES (TYPE 2); HHG- IS THE RELATIONSHIP-ORDER SORT OF    *
      *  THE JOINED MEMBERS FROM HHWORK.                              *
      *---------------------------------------------------------------*
       SD  HHX-SORT-FILE.
       01  HHS-RECORD.
           05  HHS-ACCOUNT-NUMBER      PIC X(09).
           05  HHS-REC-TYPE            PIC X(01).
               88  HHS-LINK-REC        VALUE '1'.
               88  HHS-BALANCE-REC     VALUE '2'.
           05  HHS-RELATIONSHIP-ID     PIC X(10).
           05  HHS-ROLE                PIC X(02).
           05  HHS-SUPER-BRH           PIC X(03).
           05  HHS-IN-CALL-SW          PIC X(01).
           05  HHS-NETWORTH            PIC S9(15)V99 COMP-3.
           05  HHS-NETWORTH-MKTVAL     PIC S9(15)V99 COMP-3.
           05  HHS-FEDCALL-SMA         PIC S9(15)V99 COMP-3.
           05  HHS-HOUSECALL-SURP      PIC S9(15)V99 COMP-3.
           05  HHS-NYSECALL-SURP       PIC S9(15)V99 COMP-3.
           05  FILLER                  PIC X(09).
       01  HHG-RECORD.
           05  HHG-RELATIONSHIP-ID     PIC X(10).
           05  HHG-ACCOUNT-NUMBER      PIC X(09).
           05  HHG-ROLE                PIC X(02).
           05  HHG-SUPER-BRH           PIC X(03).
           05  HHG-BAL-FOUND-SW        PIC X(01).
               88  HHG-BAL-FOUND       VALUE 'Y'.
           05  HHG-IN-CALL-SW          PIC X(01).
               88  HHG-IN-CALL         VALUE 'Y'.
           05  HHG-NETWORTH            PIC S9(15)V99 COMP-3.
           05  HHG-NETWORTH-MKTVAL     PIC S9(15)V99 COMP-3.
           05  HHG-FEDCALL-SMA         PIC S9(15)V99 COMP-3.
           05  HHG-HOUSECALL-SURP      PIC S9(15)V99 COMP-3.
           05  HHG-NYSECALL-SURP       PIC S9(15)V99 COMP-3.
           05  FILLER                  PIC X(09).

       FD  HHWORK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  HHW-RECORD.
           05  HHW-RELATIONSHIP-ID     PIC X(10).
           05  HHW-ACCOUNT-NUMBER      PIC X(09).
           05  HHW-ROLE                PIC X(02).
           05  HHW-SUPER-BRH           PIC X(03).
           05  HHW-BAL-FOUND-SW        PIC X(01).
           05  HHW-IN-CALL-SW          PIC X(01).
           05  HHW-NETWORTH            PIC S9(15)V99 COMP-3.
           05  HHW-NETWORTH-MKTVAL     PIC S9(15)V99 COMP-3.
           05  HHW-FEDCALL-SMA         PIC S9(15)V99 COMP-3.
           05  HHW-HOUSECALL-SURP      PIC S9(15)V99 COMP-3.
           05  HHW-NYSECALL-SURP       PIC S9(15)V99 COMP-3.
           05  FILLER                  PIC X(09).

       FD  HHXRPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  HHXRPT-LINE                 PIC X(132).

       FD  HHCRPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  HHCRPT-LINE                 PIC X(132).

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

       WORKING-STORAGE SECTION.
       77  WS-HHXREF-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-ACCTBALX-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-HHWORK-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-HHXRPT-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-HHCRPT-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-RUNCTL-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-STRMSTAT-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-STS-EVENT                PIC X(01)  VALUE SPACE.
       77  WS-STS-DATE                 PIC 9(08)  VALUE ZERO.
       77  WS-RUN-DATE                 PIC 9(08)  VALUE ZERO.
       77  WS-EOF-SW                   PIC X(01)  VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       77  WS-INIT-OK-SW               PIC X(01)  VALUE 'N'.
           88  WS-INIT-OK              VALUE 'Y'.
       77  WS-LOAD-ERROR-SW            PIC X(01)  VALUE 'N'.
           88  WS-LOAD-ERROR           VALUE 'Y'.
       77  WS-WARNING-SW               PIC X(01)  VALUE 'N'.
           88  WS-WARNING              VALUE 'Y'.
       77  WS-HOLD-SW                  PIC X(01)  VALUE 'N'.
           88  WS-HOLD-PRESENT         VALUE 'Y'.
       77  WS-LINK-READS               PIC 9(07)  VALUE ZERO COMP.
       77  WS-BAL-READS                PIC 9(07)  VALUE ZERO COMP.
       77  WS-LINKS-JOINED             PIC 9(07)  VALUE ZERO COMP.
       77  WS-LINKS-NO-BAL             PIC 9(07)  VALUE ZERO COMP.
       77  WS-LINKS-DUP                PIC 9(07)  VALUE ZERO COMP.
       77  WS-HOUSEHOLDS               PIC 9(07)  VALUE ZERO COMP.
       77  WS-HH-CALL-COUNT            PIC 9(07)  VALUE ZERO COMP.
       77  WS-HH-DEFICIT-COUNT         PIC 9(07)  VALUE ZERO COMP.
       77  WS-LINE-COUNT               PIC 9(03)  VALUE ZERO COMP.
       77  WS-PAGE-COUNT               PIC 9(05)  VALUE ZERO COMP.
       77  WS-EXC-LINE-COUNT           PIC 9(03)  VALUE ZERO COMP.
       77  WS-EXC-PAGE-COUNT           PIC 9(05)  VALUE ZERO COMP.
       77  WS-MBR-IDX                  PIC 9(04)  VALUE ZERO COMP.

       01  WS-STS-TIME-RAW.
           05  WS-STS-HHMMSS           PIC 9(06).
           05  FILLER                  PIC 9(02).

      *---------------------------------------------------------------*
      *  THE HOUSEHOLD BEING ACCUMULATED.  MEMBERS ARE HELD FOR THE   *
      *  EXCEPTION DETAIL; ANY PAST THE TABLE LIMIT STILL COUNT IN    *
      *  THE TOTALS AND ARE NOTED ON THE EXCEPTION REPORT.            *
      *---------------------------------------------------------------*
       01  WS-CUR-REL                  PIC X(10)  VALUE SPACES.
       01  WS-HH-MEMBERS               PIC 9(04)  VALUE ZERO COMP.
       01  WS-HH-IN-CALL               PIC 9(04)  VALUE ZERO COMP.
       01  WS-HH-NO-BAL                PIC 9(04)  VALUE ZERO COMP.
       01  WS-HH-NETWORTH              PIC S9(17)V99 COMP-3.
       01  WS-HH-NETWORTH-MKTVAL       PIC S9(17)V99 COMP-3.
       01  WS-HH-FEDCALL-SMA           PIC S9(17)V99 COMP-3.
       01  WS-HH-HOUSECALL-SURP        PIC S9(17)V99 COMP-3.
       01  WS-HH-NYSECALL-SURP         PIC S9(17)V99 COMP-3.
       01  WS-HH-FLAG                  PIC X(22)  VALUE SPACES.
       01  WS-MBR-MAX                  PIC 9(04)  VALUE 100 COMP.
       01  WS-MBR-COUNT                PIC 9(04)  VALUE ZERO COMP.
       01  WS-MBR-TABLE.
           05  WS-MBR-ENTRY OCCURS 100 TIMES.
               10  WS-MBR-ACCOUNT      PIC X(09).
               10  WS-MBR-ROLE         PIC X(02).
               10  WS-MBR-SUPER-BRH    PIC X(03).
               10  WS-MBR-BAL-FOUND-SW PIC X(01).
               10  WS-MBR-IN-CALL-SW   PIC X(01).
               10  WS-MBR-NETWORTH     PIC S9(15)V99 COMP-3.
               10  WS-MBR-NETWORTH-MKTVAL
                                       PIC S9(15)V99 COMP-3.
               10  WS-MBR-FEDCALL-SMA  PIC S9(15)V99 COMP-3.
               10  WS-MBR-HOUSECALL-SURP
                                       PIC S9(15)V99 COMP-3.
               10  WS-MBR-NYSECALL-SURP
                                       PIC S9(15)V99 COMP-3.

       01  WS-REPORT-TITLE.
           05  FILLER                  PIC X(40)
               VALUE 'HOUSEHOLD EXPOSURE SUMMARY'.
           05  FILLER                  PIC X(06) VALUE 'DATE '.
           05  WS-TITLE-DATE           PIC 9(08).
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'PAGE '.
           05  WS-TITLE-PAGE           PIC ZZZZ9.

       01  WS-EXC-TITLE.
           05  FILLER                  PIC X(40)
               VALUE 'HOUSEHOLD EXPOSURE EXCEPTIONS'.
           05  FILLER                  PIC X(06) VALUE 'DATE '.
           05  WS-EXC-TITLE-DATE       PIC 9(08).
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'PAGE '.
           05  WS-EXC-TITLE-PAGE       PIC ZZZZ9.

       01  WS-SUMMARY-HEADING.
           05  FILLER          PIC X(12) VALUE 'RELATIONSHIP'.
           05  FILLER          PIC X(06) VALUE ' MBRS'.
           05  FILLER          PIC X(06) VALUE ' CALL'.
           05  FILLER          PIC X(17) VALUE '       NETWORTH'.
           05  FILLER          PIC X(17) VALUE ' NETWORTH-MKTVAL'.
           05  FILLER          PIC X(17) VALUE '  FED SURP/DEF'.
           05  FILLER          PIC X(17) VALUE 'HOUSE SURP/DEF'.
           05  FILLER          PIC X(17) VALUE ' NYSE SURP/DEF'.
           05  FILLER          PIC X(22) VALUE 'FLAG'.

       01  WS-SUMMARY-LINE.
           05  WS-S-REL        PIC X(12).
           05  WS-S-MEMBERS    PIC ZZZ9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  WS-S-IN-CALL    PIC ZZZ9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  WS-S-NETWORTH   PIC -(12)9.99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  WS-S-NWMV       PIC -(12)9.99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  WS-S-FED        PIC -(12)9.99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  WS-S-HOUSE      PIC -(12)9.99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  WS-S-NYSE       PIC -(12)9.99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  WS-S-FLAG       PIC X(22).

       01  WS-EXC-HEADING.
           05  FILLER          PIC X(04) VALUE SPACES.
           05  FILLER          PIC X(11) VALUE 'ACCOUNT'.
           05  FILLER          PIC X(04) VALUE 'ROLE'.
           05  FILLER          PIC X(05) VALUE 'BRH'.
           05  FILLER          PIC X(08) VALUE 'STATUS'.
           05  FILLER          PIC X(17) VALUE '       NETWORTH'.
           05  FILLER          PIC X(17) VALUE ' NETWORTH-MKTVAL'.
           05  FILLER          PIC X(17) VALUE '  FED SURP/DEF'.
           05  FILLER          PIC X(17) VALUE 'HOUSE SURP/DEF'.
           05  FILLER          PIC X(17) VALUE ' NYSE SURP/DEF'.

       01  WS-EXC-HH-LINE.
           05  FILLER          PIC X(10) VALUE 'HOUSEHOLD '.
           05  WS-E-REL        PIC X(12).
           05  FILLER          PIC X(08) VALUE 'REASON: '.
           05  WS-E-REASON     PIC X(24).
           05  FILLER          PIC X(09) VALUE 'MEMBERS: '.
           05  WS-E-MEMBERS    PIC ZZZ9.

       01  WS-EXC-MBR-LINE.
           05  FILLER          PIC X(04) VALUE SPACES.
           05  WS-M-ACCT       PIC X(11).
           05  WS-M-ROLE       PIC X(04).
           05  WS-M-BRH        PIC X(05).
           05  WS-M-STATUS     PIC X(08).
           05  WS-M-NETWORTH   PIC -(12)9.99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  WS-M-NWMV       PIC -(12)9.99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  WS-M-FED        PIC -(12)9.99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  WS-M-HOUSE      PIC -(12)9.99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  WS-M-NYSE       PIC -(12)9.99.

       01  WS-EXC-TOTAL-LINE.
           05  FILLER          PIC X(04) VALUE SPACES.
           05  FILLER          PIC X(28) VALUE 'HOUSEHOLD COMBINED'.
           05  WS-C-NETWORTH   PIC -(12)9.99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  WS-C-NWMV       PIC -(12)9.99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  WS-C-FED        PIC -(12)9.99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  WS-C-HOUSE      PIC -(12)9.99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  WS-C-NYSE       PIC -(12)9.99.

       01  WS-EXC-OVERFLOW-LINE.
           05  FILLER          PIC X(04) VALUE SPACES.
           05  FILLER          PIC X(40)
               VALUE 'MEMBERS NOT LISTED - OVER TABLE LIMIT :'.
           05  WS-O-COUNT      PIC ZZZ9.

       01  WS-NONE-LINE.
           05  FILLER          PIC X(04) VALUE SPACES.
           05  FILLER          PIC X(10) VALUE '(NONE)'.

       01  WS-TOTAL-LINE-1.
           05  FILLER          PIC X(30)
               VALUE 'HOUSEHOLD LINKS READ        :'.
           05  WS-T-LINKS      PIC Z,ZZZ,ZZ9.

       01  WS-TOTAL-LINE-2.
           05  FILLER          PIC X(30)
               VALUE 'ACCTBALX RECORDS READ       :'.
           05  WS-T-BALS       PIC Z,ZZZ,ZZ9.

       01  WS-TOTAL-LINE-3.
           05  FILLER          PIC X(30)
               VALUE 'LINKS NOT ON ACCTBALX       :'.
           05  WS-T-NO-BAL     PIC Z,ZZZ,ZZ9.

       01  WS-TOTAL-LINE-4.
           05  FILLER          PIC X(30)
               VALUE 'DUPLICATE LINKS IGNORED     :'.
           05  WS-T-DUP        PIC Z,ZZZ,ZZ9.

       01  WS-TOTAL-LINE-5.
           05  FILLER          PIC X(30)
               VALUE 'HOUSEHOLDS REPORTED         :'.
           05  WS-T-HOUSEHOLDS PIC Z,ZZZ,ZZ9.

       01  WS-TOTAL-LINE-6.
           05  FILLER          PIC X(30)
               VALUE 'HOUSEHOLDS WITH MEMBER CALL :'.
           05  WS-T-HH-CALL    PIC Z,ZZZ,ZZ9.

       01  WS-TOTAL-LINE-7.
           05  FILLER          PIC X(30)
               VALUE 'HOUSEHOLDS COMBINED DEFICIT :'.
           05  WS-T-HH-DEF     PIC Z,ZZZ,ZZ9.

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
               SORT HHX-SORT-FILE
                   ON ASCENDING KEY HHS-ACCOUNT-NUMBER
                                    HHS-REC-TYPE
                   INPUT PROCEDURE  2000-RELEASE-INPUT
                                THRU 2000-RELEASE-INPUT-EXIT
                   OUTPUT PROCEDURE 2500-JOIN-MEMBERS
                                THRU 2500-JOIN-MEMBERS-EXIT
               IF NOT WS-LOAD-ERROR
                   SORT HHX-SORT-FILE
                       ON ASCENDING KEY HHG-RELATIONSHIP-ID
                                        HHG-ACCOUNT-NUMBER
                       USING HHWORK-FILE
                       OUTPUT PROCEDURE 3000-REPORT-HOUSEHOLDS
                                    THRU 3000-REPORT-HOUSEHOLDS-EXIT
               END-IF
           END-IF.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           MOVE 'E' TO WS-STS-EVENT.
           PERFORM 9200-STAMP-STREAM-STATUS
               THRU 9200-STAMP-STREAM-STATUS-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      *  1000-INITIALIZE                                          *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN OUTPUT HHXRPT-FILE.
           IF WS-HHXRPT-STATUS NOT = '00'
               DISPLAY 'ACBLHHX1 - OPEN FAILED - HHXRPT '
                       WS-HHXRPT-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT HHCRPT-FILE.
           IF WS-HHCRPT-STATUS NOT = '00'
               DISPLAY 'ACBLHHX1 - OPEN FAILED - HHCRPT '
                       WS-HHCRPT-STATUS
               CLOSE HHXRPT-FILE
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           MOVE 'Y' TO WS-INIT-OK-SW.
           MOVE WS-RUN-DATE TO WS-TITLE-DATE.
           MOVE WS-RUN-DATE TO WS-EXC-TITLE-DATE.
           PERFORM 4900-NEW-PAGE
               THRU 4900-NEW-PAGE-EXIT.
           PERFORM 4950-NEW-EXC-PAGE
               THRU 4950-NEW-EXC-PAGE-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-RELEASE-INPUT                                       *
      *     RELEASES EVERY HOUSEHOLD LINK AS TYPE 1 AND EVERY     *
      *     ACCTBALX BALANCE AS TYPE 2 SO EACH LINK SORTS AHEAD   *
      *     OF ITS ACCOUNT'S BALANCE.                             *
      *-----------------------------------------------------------*
       2000-RELEASE-INPUT.
           OPEN INPUT HHXREF-FILE.
           IF WS-HHXREF-STATUS NOT = '00'
               DISPLAY 'ACBLHHX1 - OPEN FAILED - HHXREF '
                       WS-HHXREF-STATUS
               MOVE 'Y' TO WS-LOAD-ERROR-SW
               GO TO 2000-RELEASE-INPUT-EXIT
           END-IF.

           OPEN INPUT ACCTBALX-FILE.
           IF WS-ACCTBALX-STATUS NOT = '00'
               DISPLAY 'ACBLHHX1 - OPEN FAILED - ACCTBALX '
                       WS-ACCTBALX-STATUS
               CLOSE HHXREF-FILE
               MOVE 'Y' TO WS-LOAD-ERROR-SW
               GO TO 2000-RELEASE-INPUT-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           PERFORM 2100-RELEASE-ONE-LINK
               THRU 2100-RELEASE-ONE-LINK-EXIT
               UNTIL WS-EOF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 2200-RELEASE-ONE-BALANCE
               THRU 2200-RELEASE-ONE-BALANCE-EXIT
               UNTIL WS-EOF.

           CLOSE HHXREF-FILE.
           CLOSE ACCTBALX-FILE.
       2000-RELEASE-INPUT-EXIT.
           EXIT.

       2100-RELEASE-ONE-LINK.
           READ HHXREF-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2100-RELEASE-ONE-LINK-EXIT
           END-READ.
           ADD 1 TO WS-LINK-READS.

           MOVE SPACES              TO HHS-RECORD.
           MOVE HHX-ACCOUNT-NUMBER  TO HHS-ACCOUNT-NUMBER.
           MOVE '1'                 TO HHS-REC-TYPE.
           MOVE HHX-RELATIONSHIP-ID TO HHS-RELATIONSHIP-ID.
           MOVE HHX-ROLE            TO HHS-ROLE.
           MOVE 'N'                 TO HHS-IN-CALL-SW.
           MOVE ZERO TO HHS-NETWORTH.
           MOVE ZERO TO HHS-NETWORTH-MKTVAL.
           MOVE ZERO TO HHS-FEDCALL-SMA.
           MOVE ZERO TO HHS-HOUSECALL-SURP.
           MOVE ZERO TO HHS-NYSECALL-SURP.
           RELEASE HHS-RECORD.
       2100-RELEASE-ONE-LINK-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2200-RELEASE-ONE-BALANCE                                 *
      *     AN ACCOUNT IS IN CALL WHEN ITS FED, HOUSE, NYSE OR    *
      *     MINIMUM-EQUITY CALL FIELD CARRIES A DEFICIT.          *
      *-----------------------------------------------------------*
       2200-RELEASE-ONE-BALANCE.
           READ ACCTBALX-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2200-RELEASE-ONE-BALANCE-EXIT
           END-READ.
           ADD 1 TO WS-BAL-READS.

           MOVE SPACES               TO HHS-RECORD.
           MOVE TX22N-ACCOUNT-NUMBER TO HHS-ACCOUNT-NUMBER.
           MOVE '2'                  TO HHS-REC-TYPE.
           MOVE TX22N-SUPER-BRH      TO HHS-SUPER-BRH.

           IF TX22N-FEDCALL-SMA-SGN     = '-'
           OR TX22N-HOUSECALL-SURP-SGN  = '-'
           OR TX22N-NYSECALL-SURP-SGN   = '-'
           OR TX22N-MIN-EQUITY-CALL-SGN = '-'
               MOVE 'Y' TO HHS-IN-CALL-SW
           ELSE
               MOVE 'N' TO HHS-IN-CALL-SW
           END-IF.

           IF TX22N-NETWORTH-SGN = '-'
               COMPUTE HHS-NETWORTH = 0 - TX22N-NETWORTH
           ELSE
               COMPUTE HHS-NETWORTH = TX22N-NETWORTH
           END-IF.
           IF TX22N-NETWORTH-MKTVAL-SGN = '-'
               COMPUTE HHS-NETWORTH-MKTVAL =
                   0 - TX22N-NETWORTH-MKTVAL
           ELSE
               COMPUTE HHS-NETWORTH-MKTVAL = TX22N-NETWORTH-MKTVAL
           END-IF.
           IF TX22N-FEDCALL-SMA-SGN = '-'
               COMPUTE HHS-FEDCALL-SMA = 0 - TX22N-FEDCALL-SMA
           ELSE
               COMPUTE HHS-FEDCALL-SMA = TX22N-FEDCALL-SMA
           END-IF.
           IF TX22N-HOUSECALL-SURP-SGN = '-'
               COMPUTE HHS-HOUSECALL-SURP = 0 - TX22N-HOUSECALL-SURP
           ELSE
               COMPUTE HHS-HOUSECALL-SURP = TX22N-HOUSECALL-SURP
           END-IF.
           IF TX22N-NYSECALL-SURP-SGN = '-'
               COMPUTE HHS-NYSECALL-SURP = 0 - TX22N-NYSECALL-SURP
           ELSE
               COMPUTE HHS-NYSECALL-SURP = TX22N-NYSECALL-SURP
           END-IF.
           RELEASE HHS-RECORD.
       2200-RELEASE-ONE-BALANCE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2500-JOIN-MEMBERS                                        *
      *     HOLDS EACH LINK UNTIL ITS BALANCE ARRIVES AND WRITES  *
      *     THE JOINED MEMBER TO HHWORK.  A LINK WITH NO BALANCE  *
      *     TONIGHT IS STILL WRITTEN, WITH ZERO AMOUNTS, SO THE   *
      *     HOUSEHOLD SHOWS IT.  BALANCES WITH NO LINK ARE NOT    *
      *     IN A HOUSEHOLD AND ARE DROPPED.                       *
      *-----------------------------------------------------------*
       2500-JOIN-MEMBERS.
           IF WS-LOAD-ERROR
               GO TO 2500-JOIN-MEMBERS-EXIT
           END-IF.

           OPEN OUTPUT HHWORK-FILE.
           IF WS-HHWORK-STATUS NOT = '00'
               DISPLAY 'ACBLHHX1 - OPEN FAILED - HHWORK '
                       WS-HHWORK-STATUS
               MOVE 'Y' TO WS-LOAD-ERROR-SW
               GO TO 2500-JOIN-MEMBERS-EXIT
           END-IF.

           MOVE 'N' TO WS-HOLD-SW.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 2600-JOIN-ONE
               THRU 2600-JOIN-ONE-EXIT
               UNTIL WS-EOF.
           IF WS-HOLD-PRESENT
               PERFORM 2700-WRITE-NO-BALANCE
                   THRU 2700-WRITE-NO-BALANCE-EXIT
           END-IF.

           CLOSE HHWORK-FILE.
       2500-JOIN-MEMBERS-EXIT.
           EXIT.

       2600-JOIN-ONE.
           RETURN HHX-SORT-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2600-JOIN-ONE-EXIT
           END-RETURN.

           IF HHS-LINK-REC
               IF WS-HOLD-PRESENT
                   IF HHS-ACCOUNT-NUMBER = HHW-ACCOUNT-NUMBER
                       ADD 1 TO WS-LINKS-DUP
                       MOVE 'Y' TO WS-WARNING-SW
                       GO TO 2600-JOIN-ONE-EXIT
                   END-IF
                   PERFORM 2700-WRITE-NO-BALANCE
                       THRU 2700-WRITE-NO-BALANCE-EXIT
               END-IF
               MOVE SPACES              TO HHW-RECORD
               MOVE HHS-RELATIONSHIP-ID TO HHW-RELATIONSHIP-ID
               MOVE HHS-ACCOUNT-NUMBER  TO HHW-ACCOUNT-NUMBER
               MOVE HHS-ROLE            TO HHW-ROLE
               MOVE 'N'                 TO HHW-BAL-FOUND-SW
               MOVE 'N'                 TO HHW-IN-CALL-SW
               MOVE ZERO TO HHW-NETWORTH
               MOVE ZERO TO HHW-NETWORTH-MKTVAL
               MOVE ZERO TO HHW-FEDCALL-SMA
               MOVE ZERO TO HHW-HOUSECALL-SURP
               MOVE ZERO TO HHW-NYSECALL-SURP
               MOVE 'Y' TO WS-HOLD-SW
               GO TO 2600-JOIN-ONE-EXIT
           END-IF.

           IF NOT WS-HOLD-PRESENT
           OR HHS-ACCOUNT-NUMBER NOT = HHW-ACCOUNT-NUMBER
               GO TO 2600-JOIN-ONE-EXIT
           END-IF.

           MOVE HHS-SUPER-BRH       TO HHW-SUPER-BRH.
           MOVE 'Y'                 TO HHW-BAL-FOUND-SW.
           MOVE HHS-IN-CALL-SW      TO HHW-IN-CALL-SW.
           MOVE HHS-NETWORTH        TO HHW-NETWORTH.
           MOVE HHS-NETWORTH-MKTVAL TO HHW-NETWORTH-MKTVAL.
           MOVE HHS-FEDCALL-SMA     TO HHW-FEDCALL-SMA.
           MOVE HHS-HOUSECALL-SURP  TO HHW-HOUSECALL-SURP.
           MOVE HHS-NYSECALL-SURP   TO HHW-NYSECALL-SURP.
           WRITE HHW-RECORD.
           ADD 1 TO WS-LINKS-JOINED.
           MOVE 'N' TO WS-HOLD-SW.
       2600-JOIN-ONE-EXIT.
           EXIT.

       2700-WRITE-NO-BALANCE.
           WRITE HHW-RECORD.
           ADD 1 TO WS-LINKS-NO-BAL.
           MOVE 'Y' TO WS-WARNING-SW.
           MOVE 'N' TO WS-HOLD-SW.
       2700-WRITE-NO-BALANCE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3000-REPORT-HOUSEHOLDS                                   *
      *     ONE CONTROL BREAK PER RELATIONSHIP ID.                *
      *-----------------------------------------------------------*
       3000-REPORT-HOUSEHOLDS.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 3900-GET-MEMBER
               THRU 3900-GET-MEMBER-EXIT.

           PERFORM 3100-PROCESS-HOUSEHOLD
               THRU 3100-PROCESS-HOUSEHOLD-EXIT
               UNTIL WS-EOF.

           IF WS-HOUSEHOLDS = ZERO
               WRITE HHXRPT-LINE FROM WS-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF WS-HH-CALL-COUNT = ZERO AND WS-HH-DEFICIT-COUNT = ZERO
               WRITE HHCRPT-LINE FROM WS-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
       3000-REPORT-HOUSEHOLDS-EXIT.
           EXIT.

       3100-PROCESS-HOUSEHOLD.
           MOVE HHG-RELATIONSHIP-ID TO WS-CUR-REL.
           MOVE ZERO TO WS-HH-MEMBERS.
           MOVE ZERO TO WS-HH-IN-CALL.
           MOVE ZERO TO WS-HH-NO-BAL.
           MOVE ZERO TO WS-MBR-COUNT.
           MOVE ZERO TO WS-HH-NETWORTH.
           MOVE ZERO TO WS-HH-NETWORTH-MKTVAL.
           MOVE ZERO TO WS-HH-FEDCALL-SMA.
           MOVE ZERO TO WS-HH-HOUSECALL-SURP.
           MOVE ZERO TO WS-HH-NYSECALL-SURP.

           PERFORM 3200-ADD-MEMBER
               THRU 3200-ADD-MEMBER-EXIT
               UNTIL WS-EOF
                  OR HHG-RELATIONSHIP-ID NOT = WS-CUR-REL.

           PERFORM 3300-CLOSE-HOUSEHOLD
               THRU 3300-CLOSE-HOUSEHOLD-EXIT.
       3100-PROCESS-HOUSEHOLD-EXIT.
           EXIT.

       3200-ADD-MEMBER.
           ADD 1 TO WS-HH-MEMBERS.
           IF HHG-IN-CALL
               ADD 1 TO WS-HH-IN-CALL
           END-IF.
           IF NOT HHG-BAL-FOUND
               ADD 1 TO WS-HH-NO-BAL
           END-IF.
           ADD HHG-NETWORTH        TO WS-HH-NETWORTH.
           ADD HHG-NETWORTH-MKTVAL TO WS-HH-NETWORTH-MKTVAL.
           ADD HHG-FEDCALL-SMA     TO WS-HH-FEDCALL-SMA.
           ADD HHG-HOUSECALL-SURP  TO WS-HH-HOUSECALL-SURP.
           ADD HHG-NYSECALL-SURP   TO WS-HH-NYSECALL-SURP.

           IF WS-MBR-COUNT < WS-MBR-MAX
               ADD 1 TO WS-MBR-COUNT
               MOVE HHG-ACCOUNT-NUMBER
                   TO WS-MBR-ACCOUNT(WS-MBR-COUNT)
               MOVE HHG-ROLE         TO WS-MBR-ROLE(WS-MBR-COUNT)
               MOVE HHG-SUPER-BRH    TO WS-MBR-SUPER-BRH(WS-MBR-COUNT)
               MOVE HHG-BAL-FOUND-SW
                   TO WS-MBR-BAL-FOUND-SW(WS-MBR-COUNT)
               MOVE HHG-IN-CALL-SW
                   TO WS-MBR-IN-CALL-SW(WS-MBR-COUNT)
               MOVE HHG-NETWORTH     TO WS-MBR-NETWORTH(WS-MBR-COUNT)
               MOVE HHG-NETWORTH-MKTVAL
                   TO WS-MBR-NETWORTH-MKTVAL(WS-MBR-COUNT)
               MOVE HHG-FEDCALL-SMA
                   TO WS-MBR-FEDCALL-SMA(WS-MBR-COUNT)
               MOVE HHG-HOUSECALL-SURP
                   TO WS-MBR-HOUSECALL-SURP(WS-MBR-COUNT)
               MOVE HHG-NYSECALL-SURP
                   TO WS-MBR-NYSECALL-SURP(WS-MBR-COUNT)
           END-IF.

           PERFORM 3900-GET-MEMBER
               THRU 3900-GET-MEMBER-EXIT.
       3200-ADD-MEMBER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3300-CLOSE-HOUSEHOLD                                     *
      *     A HOUSEHOLD WITH ANY MEMBER IN CALL IS AN EXCEPTION.  *
      *     ONE WITH NO MEMBER IN CALL IS STILL AN EXCEPTION WHEN *
      *     ANY OF ITS COMBINED AMOUNTS IS IN DEFICIT.            *
      *-----------------------------------------------------------*
       3300-CLOSE-HOUSEHOLD.
           ADD 1 TO WS-HOUSEHOLDS.
           MOVE SPACES TO WS-HH-FLAG.

           IF WS-HH-IN-CALL > ZERO
               MOVE 'MEMBER IN CALL' TO WS-HH-FLAG
               ADD 1 TO WS-HH-CALL-COUNT
           ELSE
               IF WS-HH-NETWORTH        < ZERO
               OR WS-HH-NETWORTH-MKTVAL < ZERO
               OR WS-HH-FEDCALL-SMA     < ZERO
               OR WS-HH-HOUSECALL-SURP  < ZERO
               OR WS-HH-NYSECALL-SURP   < ZERO
                   MOVE 'COMBINED DEFICIT ONLY' TO WS-HH-FLAG
                   ADD 1 TO WS-HH-DEFICIT-COUNT
               END-IF
           END-IF.

           PERFORM 4000-WRITE-SUMMARY-LINE
               THRU 4000-WRITE-SUMMARY-LINE-EXIT.
           IF WS-HH-FLAG NOT = SPACES
               PERFORM 4100-WRITE-EXCEPTION
                   THRU 4100-WRITE-EXCEPTION-EXIT
           END-IF.
       3300-CLOSE-HOUSEHOLD-EXIT.
           EXIT.

       3900-GET-MEMBER.
           RETURN HHX-SORT-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-RETURN.
       3900-GET-MEMBER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4000-WRITE-SUMMARY-LINE                                  *
      *-----------------------------------------------------------*
       4000-WRITE-SUMMARY-LINE.
           IF WS-LINE-COUNT >= 55
               PERFORM 4900-NEW-PAGE
                   THRU 4900-NEW-PAGE-EXIT
           END-IF.

           MOVE WS-CUR-REL            TO WS-S-REL.
           MOVE WS-HH-MEMBERS         TO WS-S-MEMBERS.
           MOVE WS-HH-IN-CALL         TO WS-S-IN-CALL.
           MOVE WS-HH-NETWORTH        TO WS-S-NETWORTH.
           MOVE WS-HH-NETWORTH-MKTVAL TO WS-S-NWMV.
           MOVE WS-HH-FEDCALL-SMA     TO WS-S-FED.
           MOVE WS-HH-HOUSECALL-SURP  TO WS-S-HOUSE.
           MOVE WS-HH-NYSECALL-SURP   TO WS-S-NYSE.
           MOVE WS-HH-FLAG            TO WS-S-FLAG.
           WRITE HHXRPT-LINE FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
       4000-WRITE-SUMMARY-LINE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4100-WRITE-EXCEPTION                                     *
      *     HOUSEHOLD LINE, ONE LINE PER MEMBER, COMBINED TOTAL.  *
      *-----------------------------------------------------------*
       4100-WRITE-EXCEPTION.
           IF WS-EXC-LINE-COUNT >= 50
               PERFORM 4950-NEW-EXC-PAGE
                   THRU 4950-NEW-EXC-PAGE-EXIT
           END-IF.

           MOVE WS-CUR-REL    TO WS-E-REL.
           MOVE WS-HH-FLAG    TO WS-E-REASON.
           MOVE WS-HH-MEMBERS TO WS-E-MEMBERS.
           WRITE HHCRPT-LINE FROM WS-EXC-HH-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO WS-EXC-LINE-COUNT.

           PERFORM 4110-WRITE-EXC-MEMBER
               THRU 4110-WRITE-EXC-MEMBER-EXIT
               VARYING WS-MBR-IDX FROM 1 BY 1
               UNTIL WS-MBR-IDX > WS-MBR-COUNT.

           IF WS-HH-MEMBERS > WS-MBR-COUNT
               COMPUTE WS-O-COUNT = WS-HH-MEMBERS - WS-MBR-COUNT
               WRITE HHCRPT-LINE FROM WS-EXC-OVERFLOW-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-EXC-LINE-COUNT
           END-IF.

           MOVE WS-HH-NETWORTH        TO WS-C-NETWORTH.
           MOVE WS-HH-NETWORTH-MKTVAL TO WS-C-NWMV.
           MOVE WS-HH-FEDCALL-SMA     TO WS-C-FED.
           MOVE WS-HH-HOUSECALL-SURP  TO WS-C-HOUSE.
           MOVE WS-HH-NYSECALL-SURP   TO WS-C-NYSE.
           WRITE HHCRPT-LINE FROM WS-EXC-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-EXC-LINE-COUNT.
       4100-WRITE-EXCEPTION-EXIT.
           EXIT.

       4110-WRITE-EXC-MEMBER.
           IF WS-EXC-LINE-COUNT >= 55
               PERFORM 4950-NEW-EXC-PAGE
                   THRU 4950-NEW-EXC-PAGE-EXIT
           END-IF.

           MOVE WS-MBR-ACCOUNT(WS-MBR-IDX)   TO WS-M-ACCT.
           MOVE WS-MBR-ROLE(WS-MBR-IDX)      TO WS-M-ROLE.
           MOVE WS-MBR-SUPER-BRH(WS-MBR-IDX) TO WS-M-BRH.
           EVALUATE TRUE
               WHEN WS-MBR-BAL-FOUND-SW(WS-MBR-IDX) NOT = 'Y'
                   MOVE 'NO BAL'  TO WS-M-STATUS
               WHEN WS-MBR-IN-CALL-SW(WS-MBR-IDX) = 'Y'
                   MOVE 'IN CALL' TO WS-M-STATUS
               WHEN OTHER
                   MOVE SPACES    TO WS-M-STATUS
           END-EVALUATE.
           MOVE WS-MBR-NETWORTH(WS-MBR-IDX)        TO WS-M-NETWORTH.
           MOVE WS-MBR-NETWORTH-MKTVAL(WS-MBR-IDX) TO WS-M-NWMV.
           MOVE WS-MBR-FEDCALL-SMA(WS-MBR-IDX)     TO WS-M-FED.
           MOVE WS-MBR-HOUSECALL-SURP(WS-MBR-IDX)  TO WS-M-HOUSE.
           MOVE WS-MBR-NYSECALL-SURP(WS-MBR-IDX)   TO WS-M-NYSE.
           WRITE HHCRPT-LINE FROM WS-EXC-MBR-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-EXC-LINE-COUNT.
       4110-WRITE-EXC-MEMBER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4500-WRITE-TOTALS                                        *
      *-----------------------------------------------------------*
       4500-WRITE-TOTALS.
           MOVE SPACES TO HHXRPT-LINE.
           WRITE HHXRPT-LINE AFTER ADVANCING 2 LINES.
           MOVE WS-LINK-READS TO WS-T-LINKS.
           WRITE HHXRPT-LINE FROM WS-TOTAL-LINE-1
               AFTER ADVANCING 1 LINE.
           MOVE WS-BAL-READS TO WS-T-BALS.
           WRITE HHXRPT-LINE FROM WS-TOTAL-LINE-2
               AFTER ADVANCING 1 LINE.
           MOVE WS-LINKS-NO-BAL TO WS-T-NO-BAL.
           WRITE HHXRPT-LINE FROM WS-TOTAL-LINE-3
               AFTER ADVANCING 1 LINE.
           MOVE WS-LINKS-DUP TO WS-T-DUP.
           WRITE HHXRPT-LINE FROM WS-TOTAL-LINE-4
               AFTER ADVANCING 1 LINE.
           MOVE WS-HOUSEHOLDS TO WS-T-HOUSEHOLDS.
           WRITE HHXRPT-LINE FROM WS-TOTAL-LINE-5
               AFTER ADVANCING 1 LINE.
           MOVE WS-HH-CALL-COUNT TO WS-T-HH-CALL.
           WRITE HHXRPT-LINE FROM WS-TOTAL-LINE-6
               AFTER ADVANCING 1 LINE.
           MOVE WS-HH-DEFICIT-COUNT TO WS-T-HH-DEF.
           WRITE HHXRPT-LINE FROM WS-TOTAL-LINE-7
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO HHCRPT-LINE.
           WRITE HHCRPT-LINE AFTER ADVANCING 2 LINES.
           WRITE HHCRPT-LINE FROM WS-TOTAL-LINE-6
               AFTER ADVANCING 1 LINE.
           WRITE HHCRPT-LINE FROM WS-TOTAL-LINE-7
               AFTER ADVANCING 1 LINE.
       4500-WRITE-TOTALS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4900-NEW-PAGE                                            *
      *-----------------------------------------------------------*
       4900-NEW-PAGE.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO WS-TITLE-PAGE.
           IF WS-PAGE-COUNT > 1
               WRITE HHXRPT-LINE FROM WS-REPORT-TITLE
                   AFTER ADVANCING PAGE
           ELSE
               WRITE HHXRPT-LINE FROM WS-REPORT-TITLE
           END-IF.
           WRITE HHXRPT-LINE FROM WS-SUMMARY-HEADING
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO HHXRPT-LINE.
           WRITE HHXRPT-LINE AFTER ADVANCING 1 LINE.
           MOVE ZERO TO WS-LINE-COUNT.
       4900-NEW-PAGE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4950-NEW-EXC-PAGE                                        *
      *-----------------------------------------------------------*
       4950-NEW-EXC-PAGE.
           ADD 1 TO WS-EXC-PAGE-COUNT.
           MOVE WS-EXC-PAGE-COUNT TO WS-EXC-TITLE-PAGE.
           IF WS-EXC-PAGE-COUNT > 1
               WRITE HHCRPT-LINE FROM WS-EXC-TITLE
                   AFTER ADVANCING PAGE
           ELSE
               WRITE HHCRPT-LINE FROM WS-EXC-TITLE
           END-IF.
           WRITE HHCRPT-LINE FROM WS-EXC-HEADING
               AFTER ADVANCING 2 LINES.
           MOVE ZERO TO WS-EXC-LINE-COUNT.
       4950-NEW-EXC-PAGE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  9000-TERMINATE                                           *
      *     RETURN CODE 8 - A REQUIRED FILE FAILED; 4 - A LINK    *
      *     HAD NO BALANCE TONIGHT OR WAS DUPLICATED.             *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-INIT-OK
               IF NOT WS-LOAD-ERROR
                   PERFORM 4500-WRITE-TOTALS
                       THRU 4500-WRITE-TOTALS-EXIT
               END-IF
               CLOSE HHXRPT-FILE
               CLOSE HHCRPT-FILE
           END-IF.

           IF WS-LOAD-ERROR
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-WARNING AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           DISPLAY 'ACBLHHX1 - HOUSEHOLD LINKS READ   : '
                   WS-LINK-READS.
           DISPLAY 'ACBLHHX1 - ACCTBALX RECORDS READ  : '
                   WS-BAL-READS.
           DISPLAY 'ACBLHHX1 - LINKS NOT ON ACCTBALX  : '
                   WS-LINKS-NO-BAL.
           DISPLAY 'ACBLHHX1 - HOUSEHOLDS REPORTED    : '
                   WS-HOUSEHOLDS.

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
               DISPLAY 'ACBLHHX1 - OPEN FAILED - RUNCTL '
                       WS-RUNCTL-STATUS
               GO TO 9100-WRITE-RUN-CONTROL-EXIT
           END-IF.

           MOVE WS-RUN-DATE        TO RUNCT-RUN-DATE.
           MOVE 'ACBLHHX1'         TO RUNCT-PROGRAM-ID.
           MOVE 'HOUSEHOLDS'       TO RUNCT-COUNTER-NAME.
           MOVE WS-HOUSEHOLDS      TO RUNCT-COUNT.
           WRITE RUNCT-RECORD.
           MOVE 'HH-MEMBER-IN-CALL' TO RUNCT-COUNTER-NAME.
           MOVE WS-HH-CALL-COUNT   TO RUNCT-COUNT.
           WRITE RUNCT-RECORD.
           MOVE 'HH-COMBINED-DEF'  TO RUNCT-COUNTER-NAME.
           MOVE WS-HH-DEFICIT-COUNT TO RUNCT-COUNT.
           WRITE RUNCT-RECORD.
           MOVE 'LINKS-NO-BALANCE' TO RUNCT-COUNTER-NAME.
           MOVE WS-LINKS-NO-BAL    TO RUNCT-COUNT.
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
               DISPLAY 'ACBLHHX1 - OPEN FAILED - STRMSTAT '
                       WS-STRMSTAT-STATUS
               GO TO 9200-STAMP-STREAM-STATUS-EXIT
           END-IF.

           MOVE SPACES        TO STS-RECORD.
           MOVE WS-STS-DATE   TO STS-RUN-DATE.
           MOVE 'ACBLHHX1'    TO STS-PROGRAM-ID.
           MOVE WS-STS-EVENT  TO STS-EVENT.
           MOVE WS-STS-HHMMSS TO STS-TIME.
           IF WS-STS-EVENT = 'E'
               MOVE RETURN-CODE TO STS-RETURN-CODE
           END-IF.
           WRITE STS-RECORD.

           CLOSE STRMSTAT-FILE.
       9200-STAMP-STREAM-STATUS-EXIT.
           EXIT.
