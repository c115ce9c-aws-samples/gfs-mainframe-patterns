      ******************************************************************
      *                                                                *
      *  PROGRAM-ID : ACBLICL1                                         *
      *                                                                *
      *  INTRADAY NEW-CALL / CURED-CALL REPORT FROM THE ACBLDLT1       *
      *  BEFORE/AFTER JOURNAL                                          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ACBLICL1.
       AUTHOR.        D MORENO.
       INSTALLATION.  FBSIT DATA CENTER.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
      *===============================================================*
      *                        @REVISIONS@                            *
      *-----------------------------------------------------------*
      * MM/DD/YY   PROGRAMMER NAME                                     *
      * --------   ---------------                                     *
      * 10/15/26   D MORENO          DM0058                            *
      *            INITIAL INSTALLATION - SORTS THE DLTJRNL JOURNAL    *
      *            OF DELTAS APPLIED SINCE THE OVERNIGHT LOAD BY       *
      *            REGION, BRANCH, ACCOUNT AND APPLY ORDER.  EACH      *
      *            ACCOUNT'S FIRST BEFORE IMAGE IS ITS OVERNIGHT       *
      *            POSITION AND ITS LAST AFTER IMAGE ITS POSITION      *
      *            NOW.  AN ACCOUNT IS IN CALL WHEN ITS FED, HOUSE,    *
      *            NYSE OR MIN-EQUITY CALL FIELD IS NEGATIVE (AS       *
      *            ACBLDRV1 SELECTS FOR MGCALL00); ITS DEFICIT IS THE  *
      *            SUM OF THE NEGATIVE ONES.  ICLRPT LISTS, BY         *
      *            BRANCH WITH BRHMST NAMES, EVERY ACCOUNT THAT WENT   *
      *            INTO CALL, MOVED FURTHER INTO CALL (A LARGER        *
      *            DEFICIT) OR WAS CURED, WITH OVERNIGHT AND CURRENT   *
      *            NET WORTH, EQUITY PERCENT AND DEFICIT, THEN         *
      *            BRANCH AND REGION COUNTS AND A FIRM TOTAL.          *
      *            RUNS ON DEMAND THROUGH THE DAY.                     *
      * 10/15/26   D MORENO          DM0061                            *
      *            A DLTJRNL OPEN FAILURE NO LONGER PRINTS THE NO CALL *
      *            MOVEMENT LINE - THE REPORT SAYS THE JOURNAL WAS NOT *
      *            AVAILABLE AND THE RUN ENDS RC 8.  UNUSED C01        *
      *            MNEMONIC REMOVED.                                   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-3090.
       OBJECT-COMPUTER.   IBM-3090.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DLTJRNL-FILE     ASSIGN TO DLTJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DLTJRNL-STATUS.

           SELECT JOURNAL-SORT-FILE ASSIGN TO SORTWK01
               ORGANIZATION IS SEQUENTIAL.

           SELECT ICLRPT-FILE      ASSIGN TO ICLRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ICLRPT-STATUS.

           SELECT BRHMST-FILE      ASSIGN TO BRHMST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BRHMST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DLTJRNL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY "DLTJREC.cpy".

       SD  JOURNAL-SORT-FILE.
       01  SORT-RECORD.
           05  SRT-REGION-CODE         PIC X(03).
           05  SRT-SUPER-BRH           PIC X(03).
           05  SRT-ACCOUNT-NUMBER      PIC X(09).
           05  SRT-ASOF-DATE           PIC 9(08).
           05  SRT-ASOF-TIME           PIC 9(06).
           05  SRT-DELTA-SEQ           PIC 9(07).
           05  SRT-JOURNAL             PIC X(250).

       FD  ICLRPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  ICLRPT-LINE                 PIC X(132).

       FD  BRHMST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY "BRHMREC.cpy".

       WORKING-STORAGE SECTION.
       77  WS-DLTJRNL-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-ICLRPT-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-BRHMST-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-EOF-SW                   PIC X(01)  VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       77  WS-RPT-OPEN-SW              PIC X(01)  VALUE 'N'.
           88  WS-RPT-OPEN             VALUE 'Y'.
       77  WS-LOAD-ERROR-SW            PIC X(01)  VALUE 'N'.
           88  WS-LOAD-ERROR           VALUE 'Y'.
       77  WS-BRH-HEAD-SW              PIC X(01)  VALUE 'N'.
           88  WS-BRH-HEAD-DONE        VALUE 'Y'.
       77  WS-OVN-CALL-SW              PIC X(01)  VALUE 'N'.
           88  WS-OVN-IN-CALL          VALUE 'Y'.
       77  WS-NOW-CALL-SW              PIC X(01)  VALUE 'N'.
           88  WS-NOW-IN-CALL          VALUE 'Y'.
       77  WS-MOVEMENT                 PIC X(01)  VALUE SPACE.
           88  WS-MOVE-NEW-CALL        VALUE 'N'.
           88  WS-MOVE-FURTHER         VALUE 'F'.
           88  WS-MOVE-CURED           VALUE 'C'.
           88  WS-MOVE-NONE            VALUE ' '.
       77  WS-RUN-DATE                 PIC 9(08)  VALUE ZERO.
       77  WS-READS                    PIC 9(07)  VALUE ZERO COMP.
       77  WS-ACCOUNTS                 PIC 9(07)  VALUE ZERO COMP.
       77  WS-ACCT-DELTAS              PIC 9(05)  VALUE ZERO COMP.
       77  WS-LINE-COUNT               PIC 9(03)  VALUE ZERO COMP.
       77  WS-PAGE-COUNT               PIC 9(05)  VALUE ZERO COMP.
       77  WS-LAST-REGION              PIC X(03)  VALUE SPACES.
       77  WS-LAST-BRH                 PIC X(03)  VALUE SPACES.
       77  WS-LAST-ACCT                PIC X(09)  VALUE SPACES.
       77  WS-LAST-TIME                PIC 9(06)  VALUE ZERO.
       77  WS-BRH-COUNT                PIC 9(04)  VALUE ZERO COMP.
       77  WS-BRH-IDX                  PIC 9(04)  VALUE ZERO COMP.
       77  WS-LOOK-BRH                 PIC X(03)  VALUE SPACES.
       77  WS-FOUND-NAME               PIC X(20)  VALUE SPACES.
       77  WS-FOUND-REGION             PIC X(03)  VALUE SPACES.

      *---------------------------------------------------------------*
      *  THE BRANCH MASTER, LOADED AT START-UP.  A BRANCH CODE NOT    *
      *  ON FILE REPORTS AS UNKNOWN IN REGION '???'.                  *
      *---------------------------------------------------------------*
       01  WS-BRANCH-TABLE.
           05  WS-BRH-ENTRY            OCCURS 500 TIMES.
               10  WS-BRH-CODE         PIC X(03).
               10  WS-BRH-NAME         PIC X(20).
               10  WS-BRH-REGION       PIC X(03).

      *---------------------------------------------------------------*
      *  THE ACCOUNT IN HAND: THE BEFORE IMAGE OF ITS FIRST JOURNAL   *
      *  RECORD (OVERNIGHT) AND THE AFTER IMAGE OF ITS LAST (NOW).    *
      *---------------------------------------------------------------*
       01  WS-OVERNIGHT-IMAGE.
           05  WS-O-NETWORTH-SGN       PIC X(01).
           05  WS-O-NETWORTH           PIC 9(15)V99.
           05  WS-O-MGN-EQUITY-PCT     PIC 9(03)V99.
           05  WS-O-FEDCALL-SGN        PIC X(01).
           05  WS-O-FEDCALL            PIC 9(15)V99.
           05  WS-O-HOUSECALL-SGN      PIC X(01).
           05  WS-O-HOUSECALL          PIC 9(15)V99.
           05  WS-O-NYSECALL-SGN       PIC X(01).
           05  WS-O-NYSECALL           PIC 9(15)V99.
           05  WS-O-MINEQCALL-SGN      PIC X(01).
           05  WS-O-MINEQCALL          PIC 9(15)V99.
       01  WS-CURRENT-IMAGE.
           05  WS-C-NETWORTH-SGN       PIC X(01).
           05  WS-C-NETWORTH           PIC 9(15)V99.
           05  WS-C-MGN-EQUITY-PCT     PIC 9(03)V99.
           05  WS-C-FEDCALL-SGN        PIC X(01).
           05  WS-C-FEDCALL            PIC 9(15)V99.
           05  WS-C-HOUSECALL-SGN      PIC X(01).
           05  WS-C-HOUSECALL          PIC 9(15)V99.
           05  WS-C-NYSECALL-SGN       PIC X(01).
           05  WS-C-NYSECALL           PIC 9(15)V99.
           05  WS-C-MINEQCALL-SGN      PIC X(01).
           05  WS-C-MINEQCALL          PIC 9(15)V99.

       01  WS-OVN-DEFICIT              PIC S9(17)V99 COMP-3.
       01  WS-NOW-DEFICIT              PIC S9(17)V99 COMP-3.
       01  WS-AMT-SIGNED               PIC S9(17)V99 COMP-3.

      *---------------------------------------------------------------*
      *  MOVEMENT COUNTS: BRANCH, REGION AND FIRM.                    *
      *---------------------------------------------------------------*
       01  WS-BRH-COUNTS.
           05  WS-BRC-NEW              PIC 9(07)  COMP.
           05  WS-BRC-FURTHER          PIC 9(07)  COMP.
           05  WS-BRC-CURED            PIC 9(07)  COMP.
       01  WS-REG-COUNTS.
           05  WS-RGC-NEW              PIC 9(07)  COMP.
           05  WS-RGC-FURTHER          PIC 9(07)  COMP.
           05  WS-RGC-CURED            PIC 9(07)  COMP.
       01  WS-FIRM-COUNTS.
           05  WS-FMC-NEW              PIC 9(07)  COMP VALUE ZERO.
           05  WS-FMC-FURTHER          PIC 9(07)  COMP VALUE ZERO.
           05  WS-FMC-CURED            PIC 9(07)  COMP VALUE ZERO.

       01  WS-TIME-RAW.
           05  WS-TIME-HHMMSS          PIC 9(06).
           05  FILLER                  PIC 9(02).

       01  WS-REPORT-TITLE.
           05  FILLER                  PIC X(46)
               VALUE 'INTRADAY MARGIN-CALL MOVEMENT SINCE OVERNIGHT'.
           05  FILLER                  PIC X(04) VALUE 'RUN '.
           05  WS-TITLE-DATE           PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-TITLE-TIME           PIC 9(06).
           05  FILLER                  PIC X(08) VALUE '   PAGE '.
           05  WS-TITLE-PAGE           PIC ZZZZ9.

       01  WS-COLUMN-HEADING-1.
           05  FILLER                  PIC X(10) VALUE 'ACCOUNT'.
           05  FILLER                  PIC X(18) VALUE 'MOVEMENT'.
           05  FILLER                  PIC X(17)
               VALUE '   OVERNIGHT NW'.
           05  FILLER                  PIC X(17)
               VALUE '     CURRENT NW'.
           05  FILLER                  PIC X(14) VALUE ' OVN EQ% NOW'.
           05  FILLER                  PIC X(17)
               VALUE '  OVN DEFICIT'.
           05  FILLER                  PIC X(18)
               VALUE '   CUR DEFICIT'.
           05  FILLER                  PIC X(12) VALUE 'LAST  DELTAS'.

       01  WS-DETAIL-LINE.
           05  WS-D-ACCT               PIC X(10).
           05  WS-D-MOVEMENT           PIC X(18).
           05  WS-D-OVN-NETWORTH       PIC -(12)9.99.
           05  FILLER                  PIC X(01).
           05  WS-D-NOW-NETWORTH       PIC -(12)9.99.
           05  FILLER                  PIC X(01).
           05  WS-D-OVN-EQ-PCT         PIC ZZ9.99.
           05  FILLER                  PIC X(01).
           05  WS-D-NOW-EQ-PCT         PIC ZZ9.99.
           05  FILLER                  PIC X(01).
           05  WS-D-OVN-DEFICIT        PIC -(12)9.99.
           05  FILLER                  PIC X(01).
           05  WS-D-NOW-DEFICIT        PIC -(12)9.99.
           05  FILLER                  PIC X(02).
           05  WS-D-LAST-TIME          PIC 9(06).
           05  FILLER                  PIC X(01).
           05  WS-D-DELTAS             PIC ZZZ9.

       01  WS-BRANCH-HEAD-LINE.
           05  FILLER                  PIC X(07) VALUE 'BRANCH '.
           05  WS-BH-CODE              PIC X(04).
           05  WS-BH-NAME              PIC X(21).
           05  FILLER                  PIC X(07) VALUE 'REGION '.
           05  WS-BH-REGION            PIC X(03).

       01  WS-COUNT-LINE.
           05  WS-CL-LABEL             PIC X(20).
           05  WS-CL-KEY               PIC X(05).
           05  FILLER                  PIC X(14) VALUE 'INTO CALL '.
           05  WS-CL-NEW               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(16)
               VALUE '   FURTHER INTO '.
           05  WS-CL-FURTHER           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE '   CURED '.
           05  WS-CL-CURED             PIC ZZZ,ZZ9.

       01  WS-NONE-LINE.
           05  FILLER                  PIC X(60)
               VALUE 'NO CALL MOVEMENT SINCE THE OVERNIGHT LOAD'.

       01  WS-NO-JOURNAL-LINE.
           05  FILLER                  PIC X(60)
               VALUE 'DLTJRNL NOT AVAILABLE - REPORT NOT PRODUCED'.

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(30)
               VALUE 'JOURNAL RECORDS READ'.
           05  WS-T-READS              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(25)
               VALUE '   ACCOUNTS REFRESHED'.
           05  WS-T-ACCOUNTS           PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------*
      *  0000-MAINLINE                                            *
      *-----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           IF WS-RPT-OPEN
               PERFORM 2000-SORT-JOURNAL
                   THRU 2000-SORT-JOURNAL-EXIT
           END-IF.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      *  1000-INITIALIZE                                          *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           PERFORM 1100-LOAD-BRANCH-MASTER
               THRU 1100-LOAD-BRANCH-MASTER-EXIT.

           OPEN OUTPUT ICLRPT-FILE.
           IF WS-ICLRPT-STATUS NOT = '00'
               DISPLAY 'ACBLICL1 - OPEN FAILED - ICLRPT '
                       WS-ICLRPT-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           MOVE 'Y' TO WS-RPT-OPEN-SW.
           MOVE WS-RUN-DATE    TO WS-TITLE-DATE.
           MOVE WS-TIME-HHMMSS TO WS-TITLE-TIME.
           PERFORM 4100-NEW-PAGE
               THRU 4100-NEW-PAGE-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1100-LOAD-BRANCH-MASTER                                  *
      *     LOADS THE BRANCH MASTER REFERENCE FILE.  A MISSING    *
      *     FILE RUNS ON WITH UNKNOWN NAMES AND REGION '???'.     *
      *-----------------------------------------------------------*
       1100-LOAD-BRANCH-MASTER.
           OPEN INPUT BRHMST-FILE.
           IF WS-BRHMST-STATUS NOT = '00'
               DISPLAY 'ACBLICL1 - OPEN FAILED - BRHMST '
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
               DISPLAY 'ACBLICL1 - BRANCH TABLE FULL, '
                       'RECORD DROPPED FOR ' BRH-BRANCH-CODE
               GO TO 1200-LOAD-ONE-BRANCH-EXIT
           END-IF.

           ADD 1 TO WS-BRH-COUNT.
           MOVE BRH-BRANCH-CODE TO WS-BRH-CODE(WS-BRH-COUNT).
           MOVE BRH-BRANCH-NAME TO WS-BRH-NAME(WS-BRH-COUNT).
           MOVE BRH-REGION-CODE TO WS-BRH-REGION(WS-BRH-COUNT).
       1200-LOAD-ONE-BRANCH-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-SORT-JOURNAL                                        *
      *     SORTS THE JOURNAL INTO REGION / BRANCH / ACCOUNT AND  *
      *     THE ORDER THE DELTAS WERE APPLIED, AND WRITES THE     *
      *     REPORT FROM THE SORTED RECORDS.                       *
      *-----------------------------------------------------------*
       2000-SORT-JOURNAL.
           SORT JOURNAL-SORT-FILE
               ON ASCENDING KEY SRT-REGION-CODE
                                SRT-SUPER-BRH
                                SRT-ACCOUNT-NUMBER
                                SRT-ASOF-DATE
                                SRT-ASOF-TIME
                                SRT-DELTA-SEQ
               INPUT PROCEDURE  3000-RELEASE-JOURNAL
                            THRU 3000-RELEASE-JOURNAL-EXIT
               OUTPUT PROCEDURE 4000-WRITE-REPORT
                            THRU 4000-WRITE-REPORT-EXIT.
       2000-SORT-JOURNAL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3000-RELEASE-JOURNAL                                     *
      *-----------------------------------------------------------*
       3000-RELEASE-JOURNAL.
           OPEN INPUT DLTJRNL-FILE.
           IF WS-DLTJRNL-STATUS NOT = '00'
               DISPLAY 'ACBLICL1 - OPEN FAILED - DLTJRNL '
                       WS-DLTJRNL-STATUS
               MOVE 'Y' TO WS-LOAD-ERROR-SW
               MOVE 8 TO RETURN-CODE
               GO TO 3000-RELEASE-JOURNAL-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           PERFORM 3100-RELEASE-ONE-RECORD
               THRU 3100-RELEASE-ONE-RECORD-EXIT
               UNTIL WS-EOF.
           CLOSE DLTJRNL-FILE.
       3000-RELEASE-JOURNAL-EXIT.
           EXIT.

       3100-RELEASE-ONE-RECORD.
           READ DLTJRNL-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3100-RELEASE-ONE-RECORD-EXIT
           END-READ.
           ADD 1 TO WS-READS.

           MOVE DLTJ-SUPER-BRH      TO WS-LOOK-BRH.
           PERFORM 5000-FIND-BRANCH
               THRU 5000-FIND-BRANCH-EXIT.
           MOVE WS-FOUND-REGION     TO SRT-REGION-CODE.
           MOVE DLTJ-SUPER-BRH      TO SRT-SUPER-BRH.
           MOVE DLTJ-ACCOUNT-NUMBER TO SRT-ACCOUNT-NUMBER.
           MOVE DLTJ-ASOF-DATE      TO SRT-ASOF-DATE.
           MOVE DLTJ-ASOF-TIME      TO SRT-ASOF-TIME.
           MOVE DLTJ-DELTA-SEQ      TO SRT-DELTA-SEQ.
           MOVE DLTJ-RECORD         TO SRT-JOURNAL.
           RELEASE SORT-RECORD.
       3100-RELEASE-ONE-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4000-WRITE-REPORT                                        *
      *     ACCOUNT BREAK FIRST, THEN BRANCH, THEN REGION.  WHEN  *
      *     DLTJRNL COULD NOT BE OPENED THE REPORT SAYS SO, SO A  *
      *     MISSING JOURNAL IS NEVER READ AS A QUIET DAY.         *
      *-----------------------------------------------------------*
       4000-WRITE-REPORT.
           IF WS-LOAD-ERROR
               MOVE SPACES TO ICLRPT-LINE
               WRITE ICLRPT-LINE AFTER ADVANCING 2 LINES
               WRITE ICLRPT-LINE FROM WS-NO-JOURNAL-LINE
                   AFTER ADVANCING 1 LINE
               GO TO 4000-WRITE-REPORT-EXIT
           END-IF.

           MOVE 'N'    TO WS-EOF-SW.
           MOVE SPACES TO WS-LAST-REGION.
           MOVE SPACES TO WS-LAST-BRH.
           MOVE SPACES TO WS-LAST-ACCT.
           INITIALIZE WS-BRH-COUNTS.
           INITIALIZE WS-REG-COUNTS.
           PERFORM 4200-RETURN-SORTED
               THRU 4200-RETURN-SORTED-EXIT
               UNTIL WS-EOF.

           IF WS-LAST-ACCT NOT = SPACES
               PERFORM 4300-FINISH-ACCOUNT
                   THRU 4300-FINISH-ACCOUNT-EXIT
               PERFORM 4500-FINISH-BRANCH
                   THRU 4500-FINISH-BRANCH-EXIT
               PERFORM 4600-FINISH-REGION
                   THRU 4600-FINISH-REGION-EXIT
           END-IF.

           PERFORM 4900-WRITE-TOTALS
               THRU 4900-WRITE-TOTALS-EXIT.
       4000-WRITE-REPORT-EXIT.
           EXIT.

       4100-NEW-PAGE.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO WS-TITLE-PAGE.
           IF WS-PAGE-COUNT > 1
               WRITE ICLRPT-LINE FROM WS-REPORT-TITLE
                   AFTER ADVANCING PAGE
           ELSE
               WRITE ICLRPT-LINE FROM WS-REPORT-TITLE
           END-IF.
           MOVE SPACES TO ICLRPT-LINE.
           WRITE ICLRPT-LINE AFTER ADVANCING 1 LINE.
           WRITE ICLRPT-LINE FROM WS-COLUMN-HEADING-1
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO ICLRPT-LINE.
           WRITE ICLRPT-LINE AFTER ADVANCING 1 LINE.
           MOVE ZERO TO WS-LINE-COUNT.
       4100-NEW-PAGE-EXIT.
           EXIT.

       4200-RETURN-SORTED.
           RETURN JOURNAL-SORT-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 4200-RETURN-SORTED-EXIT
           END-RETURN.
           MOVE SRT-JOURNAL TO DLTJ-RECORD.

           IF  SRT-REGION-CODE    = WS-LAST-REGION
           AND SRT-SUPER-BRH      = WS-LAST-BRH
           AND SRT-ACCOUNT-NUMBER = WS-LAST-ACCT
               GO TO 4200-SAME-ACCOUNT
           END-IF.

           IF WS-LAST-ACCT NOT = SPACES
               PERFORM 4300-FINISH-ACCOUNT
                   THRU 4300-FINISH-ACCOUNT-EXIT
           END-IF.
           IF WS-LAST-BRH NOT = SPACES
           AND (SRT-SUPER-BRH NOT = WS-LAST-BRH
             OR SRT-REGION-CODE NOT = WS-LAST-REGION)
               PERFORM 4500-FINISH-BRANCH
                   THRU 4500-FINISH-BRANCH-EXIT
           END-IF.
           IF WS-LAST-REGION NOT = SPACES
           AND SRT-REGION-CODE NOT = WS-LAST-REGION
               PERFORM 4600-FINISH-REGION
                   THRU 4600-FINISH-REGION-EXIT
           END-IF.

           MOVE SRT-REGION-CODE    TO WS-LAST-REGION.
           MOVE SRT-SUPER-BRH      TO WS-LAST-BRH.
           MOVE SRT-ACCOUNT-NUMBER TO WS-LAST-ACCT.
           ADD 1 TO WS-ACCOUNTS.
           MOVE ZERO TO WS-ACCT-DELTAS.
           MOVE DLTJ-BEFORE-IMAGE  TO WS-OVERNIGHT-IMAGE.

       4200-SAME-ACCOUNT.
           ADD 1 TO WS-ACCT-DELTAS.
           MOVE DLTJ-AFTER-IMAGE   TO WS-CURRENT-IMAGE.
           MOVE DLTJ-ASOF-TIME     TO WS-LAST-TIME.
       4200-RETURN-SORTED-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4300-FINISH-ACCOUNT                                      *
      *     COMPARES THE OVERNIGHT AND CURRENT IMAGES AND LISTS   *
      *     THE ACCOUNT WHEN IT WENT INTO CALL, MOVED FURTHER     *
      *     INTO CALL OR WAS CURED.                               *
      *-----------------------------------------------------------*
       4300-FINISH-ACCOUNT.
           PERFORM 4310-MEASURE-OVERNIGHT
               THRU 4310-MEASURE-OVERNIGHT-EXIT.
           PERFORM 4320-MEASURE-CURRENT
               THRU 4320-MEASURE-CURRENT-EXIT.

           MOVE SPACE TO WS-MOVEMENT.
           IF WS-NOW-IN-CALL AND NOT WS-OVN-IN-CALL
               SET WS-MOVE-NEW-CALL TO TRUE
           END-IF.
           IF WS-OVN-IN-CALL AND NOT WS-NOW-IN-CALL
               SET WS-MOVE-CURED TO TRUE
           END-IF.
           IF WS-OVN-IN-CALL AND WS-NOW-IN-CALL
           AND WS-NOW-DEFICIT < WS-OVN-DEFICIT
               SET WS-MOVE-FURTHER TO TRUE
           END-IF.
           IF WS-MOVE-NONE
               GO TO 4300-FINISH-ACCOUNT-EXIT
           END-IF.

           IF NOT WS-BRH-HEAD-DONE
               PERFORM 4400-WRITE-BRANCH-HEADING
                   THRU 4400-WRITE-BRANCH-HEADING-EXIT
           END-IF.
           IF WS-LINE-COUNT >= 55
               PERFORM 4100-NEW-PAGE
                   THRU 4100-NEW-PAGE-EXIT
           END-IF.

           MOVE SPACES       TO WS-DETAIL-LINE.
           MOVE WS-LAST-ACCT TO WS-D-ACCT.
           EVALUATE TRUE
               WHEN WS-MOVE-NEW-CALL
                   MOVE 'WENT INTO CALL'    TO WS-D-MOVEMENT
                   ADD 1 TO WS-BRC-NEW
               WHEN WS-MOVE-FURTHER
                   MOVE 'FURTHER INTO CALL' TO WS-D-MOVEMENT
                   ADD 1 TO WS-BRC-FURTHER
               WHEN OTHER
                   MOVE 'CURED'             TO WS-D-MOVEMENT
                   ADD 1 TO WS-BRC-CURED
           END-EVALUATE.
           IF WS-O-NETWORTH-SGN = '-'
               COMPUTE WS-AMT-SIGNED = 0 - WS-O-NETWORTH
           ELSE
               COMPUTE WS-AMT-SIGNED = WS-O-NETWORTH
           END-IF.
           MOVE WS-AMT-SIGNED       TO WS-D-OVN-NETWORTH.
           IF WS-C-NETWORTH-SGN = '-'
               COMPUTE WS-AMT-SIGNED = 0 - WS-C-NETWORTH
           ELSE
               COMPUTE WS-AMT-SIGNED = WS-C-NETWORTH
           END-IF.
           MOVE WS-AMT-SIGNED       TO WS-D-NOW-NETWORTH.
           MOVE WS-O-MGN-EQUITY-PCT TO WS-D-OVN-EQ-PCT.
           MOVE WS-C-MGN-EQUITY-PCT TO WS-D-NOW-EQ-PCT.
           MOVE WS-OVN-DEFICIT      TO WS-D-OVN-DEFICIT.
           MOVE WS-NOW-DEFICIT      TO WS-D-NOW-DEFICIT.
           MOVE WS-LAST-TIME        TO WS-D-LAST-TIME.
           MOVE WS-ACCT-DELTAS      TO WS-D-DELTAS.
           WRITE ICLRPT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
       4300-FINISH-ACCOUNT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4310/4320 - IN CALL WHEN ANY OF THE FOUR CALL FIELDS IS  *
      *     NEGATIVE; THE DEFICIT IS THE SUM OF THE NEGATIVE      *
      *     ONES, CARRIED NEGATIVE.                               *
      *-----------------------------------------------------------*
       4310-MEASURE-OVERNIGHT.
           MOVE 'N'  TO WS-OVN-CALL-SW.
           MOVE ZERO TO WS-OVN-DEFICIT.
           IF WS-O-FEDCALL-SGN = '-'
               MOVE 'Y' TO WS-OVN-CALL-SW
               SUBTRACT WS-O-FEDCALL FROM WS-OVN-DEFICIT
           END-IF.
           IF WS-O-HOUSECALL-SGN = '-'
               MOVE 'Y' TO WS-OVN-CALL-SW
               SUBTRACT WS-O-HOUSECALL FROM WS-OVN-DEFICIT
           END-IF.
           IF WS-O-NYSECALL-SGN = '-'
               MOVE 'Y' TO WS-OVN-CALL-SW
               SUBTRACT WS-O-NYSECALL FROM WS-OVN-DEFICIT
           END-IF.
           IF WS-O-MINEQCALL-SGN = '-'
               MOVE 'Y' TO WS-OVN-CALL-SW
               SUBTRACT WS-O-MINEQCALL FROM WS-OVN-DEFICIT
           END-IF.
       4310-MEASURE-OVERNIGHT-EXIT.
           EXIT.

       4320-MEASURE-CURRENT.
           MOVE 'N'  TO WS-NOW-CALL-SW.
           MOVE ZERO TO WS-NOW-DEFICIT.
           IF WS-C-FEDCALL-SGN = '-'
               MOVE 'Y' TO WS-NOW-CALL-SW
               SUBTRACT WS-C-FEDCALL FROM WS-NOW-DEFICIT
           END-IF.
           IF WS-C-HOUSECALL-SGN = '-'
               MOVE 'Y' TO WS-NOW-CALL-SW
               SUBTRACT WS-C-HOUSECALL FROM WS-NOW-DEFICIT
           END-IF.
           IF WS-C-NYSECALL-SGN = '-'
               MOVE 'Y' TO WS-NOW-CALL-SW
               SUBTRACT WS-C-NYSECALL FROM WS-NOW-DEFICIT
           END-IF.
           IF WS-C-MINEQCALL-SGN = '-'
               MOVE 'Y' TO WS-NOW-CALL-SW
               SUBTRACT WS-C-MINEQCALL FROM WS-NOW-DEFICIT
           END-IF.
       4320-MEASURE-CURRENT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4400-WRITE-BRANCH-HEADING                                *
      *     WRITTEN AHEAD OF A BRANCH'S FIRST LISTED ACCOUNT, SO  *
      *     A BRANCH WITH NO MOVEMENT TAKES NO SPACE.             *
      *-----------------------------------------------------------*
       4400-WRITE-BRANCH-HEADING.
           MOVE WS-LAST-BRH TO WS-LOOK-BRH.
           PERFORM 5000-FIND-BRANCH
               THRU 5000-FIND-BRANCH-EXIT.
           MOVE WS-LAST-BRH    TO WS-BH-CODE.
           MOVE WS-FOUND-NAME  TO WS-BH-NAME.
           MOVE WS-LAST-REGION TO WS-BH-REGION.

           IF WS-LINE-COUNT >= 53
               PERFORM 4100-NEW-PAGE
                   THRU 4100-NEW-PAGE-EXIT
           END-IF.
           MOVE SPACES TO ICLRPT-LINE.
           WRITE ICLRPT-LINE AFTER ADVANCING 1 LINE.
           WRITE ICLRPT-LINE FROM WS-BRANCH-HEAD-LINE
               AFTER ADVANCING 1 LINE.
           ADD 2 TO WS-LINE-COUNT.
           MOVE 'Y' TO WS-BRH-HEAD-SW.
       4400-WRITE-BRANCH-HEADING-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4500-FINISH-BRANCH                                       *
      *-----------------------------------------------------------*
       4500-FINISH-BRANCH.
           IF WS-BRH-HEAD-DONE
               MOVE 'BRANCH TOTAL'  TO WS-CL-LABEL
               MOVE WS-LAST-BRH     TO WS-CL-KEY
               MOVE WS-BRC-NEW      TO WS-CL-NEW
               MOVE WS-BRC-FURTHER  TO WS-CL-FURTHER
               MOVE WS-BRC-CURED    TO WS-CL-CURED
               WRITE ICLRPT-LINE FROM WS-COUNT-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.
           ADD WS-BRC-NEW     TO WS-RGC-NEW.
           ADD WS-BRC-FURTHER TO WS-RGC-FURTHER.
           ADD WS-BRC-CURED   TO WS-RGC-CURED.
           INITIALIZE WS-BRH-COUNTS.
           MOVE 'N' TO WS-BRH-HEAD-SW.
       4500-FINISH-BRANCH-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4600-FINISH-REGION                                       *
      *-----------------------------------------------------------*
       4600-FINISH-REGION.
           IF WS-RGC-NEW > ZERO OR WS-RGC-FURTHER > ZERO
           OR WS-RGC-CURED > ZERO
               IF WS-LINE-COUNT >= 53
                   PERFORM 4100-NEW-PAGE
                       THRU 4100-NEW-PAGE-EXIT
               END-IF
               MOVE 'REGION TOTAL'  TO WS-CL-LABEL
               MOVE WS-LAST-REGION  TO WS-CL-KEY
               MOVE WS-RGC-NEW      TO WS-CL-NEW
               MOVE WS-RGC-FURTHER  TO WS-CL-FURTHER
               MOVE WS-RGC-CURED    TO WS-CL-CURED
               MOVE SPACES TO ICLRPT-LINE
               WRITE ICLRPT-LINE AFTER ADVANCING 1 LINE
               WRITE ICLRPT-LINE FROM WS-COUNT-LINE
                   AFTER ADVANCING 1 LINE
               ADD 2 TO WS-LINE-COUNT
           END-IF.
           ADD WS-RGC-NEW     TO WS-FMC-NEW.
           ADD WS-RGC-FURTHER TO WS-FMC-FURTHER.
           ADD WS-RGC-CURED   TO WS-FMC-CURED.
           INITIALIZE WS-REG-COUNTS.
       4600-FINISH-REGION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4900-WRITE-TOTALS                                        *
      *-----------------------------------------------------------*
       4900-WRITE-TOTALS.
           MOVE SPACES TO ICLRPT-LINE.
           WRITE ICLRPT-LINE AFTER ADVANCING 2 LINES.
           IF WS-FMC-NEW = ZERO AND WS-FMC-FURTHER = ZERO
           AND WS-FMC-CURED = ZERO
               WRITE ICLRPT-LINE FROM WS-NONE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE 'FIRM TOTAL'    TO WS-CL-LABEL
               MOVE SPACES          TO WS-CL-KEY
               MOVE WS-FMC-NEW      TO WS-CL-NEW
               MOVE WS-FMC-FURTHER  TO WS-CL-FURTHER
               MOVE WS-FMC-CURED    TO WS-CL-CURED
               WRITE ICLRPT-LINE FROM WS-COUNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE WS-READS    TO WS-T-READS.
           MOVE WS-ACCOUNTS TO WS-T-ACCOUNTS.
           WRITE ICLRPT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
       4900-WRITE-TOTALS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5000-FIND-BRANCH                                         *
      *     SCANS THE BRANCH MASTER TABLE FOR THE BRANCH IN HAND. *
      *     A MISS REPORTS UNKNOWN IN REGION '???'.               *
      *-----------------------------------------------------------*
       5000-FIND-BRANCH.
           MOVE 'UNKNOWN'  TO WS-FOUND-NAME.
           MOVE '???'      TO WS-FOUND-REGION.
           PERFORM 5010-SCAN-ONE-BRANCH
               THRU 5010-SCAN-ONE-BRANCH-EXIT
               VARYING WS-BRH-IDX FROM 1 BY 1
               UNTIL WS-BRH-IDX > WS-BRH-COUNT.
       5000-FIND-BRANCH-EXIT.
           EXIT.

       5010-SCAN-ONE-BRANCH.
           IF WS-BRH-CODE(WS-BRH-IDX) = WS-LOOK-BRH
               MOVE WS-BRH-NAME(WS-BRH-IDX)   TO WS-FOUND-NAME
               MOVE WS-BRH-REGION(WS-BRH-IDX) TO WS-FOUND-REGION
           END-IF.
       5010-SCAN-ONE-BRANCH-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  9000-TERMINATE                                           *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-RPT-OPEN
               CLOSE ICLRPT-FILE
           END-IF.
           IF WS-LOAD-ERROR
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY 'ACBLICL1 - JOURNAL RECORDS READ  : ' WS-READS.
           DISPLAY 'ACBLICL1 - ACCOUNTS REFRESHED    : ' WS-ACCOUNTS.
           DISPLAY 'ACBLICL1 - WENT INTO CALL        : ' WS-FMC-NEW.
           DISPLAY 'ACBLICL1 - FURTHER INTO CALL     : '
                   WS-FMC-FURTHER.
           DISPLAY 'ACBLICL1 - CURED                 : ' WS-FMC-CURED.
       9000-TERMINATE-EXIT.
           EXIT.
