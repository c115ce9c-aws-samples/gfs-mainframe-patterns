      ******************************************************************
      *                                                                *
      *  PROGRAM-ID : ACBLXFE1                                         *
      *                                                                *
      *  CROSS-FIELD BUSINESS-RULE EDIT OF THE SIGN-EDITED ACCTBAL     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ACBLXFE1.
       AUTHOR.        D MORENO.
       INSTALLATION.  FBSIT DATA CENTER.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
      *===============================================================*
      *                        @REVISIONS@                            *
      *-----------------------------------------------------------*
      * MM/DD/YY   PROGRAMMER NAME                                     *
      * --------   ---------------                                     *
      * 10/15/26   D MORENO          DM0055                            *
      *            INITIAL INSTALLATION - RUNS BEHIND ACBLEDIT AND     *
      *            APPLIES THE CROSS-FIELD RULES CARRIED ON XFEPARM    *
      *            TO EVERY RECORD THAT PASSED THE SIGN EDIT.  EACH    *
      *            RULE CARD NAMES A RULE ID, THE CHECK IT RUNS AND    *
      *            ITS SEVERITY - W (WARN, THE RECORD PASSES) OR Q     *
      *            (THE RECORD IS ROUTED TO ACCTBALQ).  THE CHECKS:    *
      *              EQPC - MGN-EQUITY-PERCENT DISAGREES WITH          *
      *                     MGN-EQUITY / NETWORTH-MKTVAL BY MORE       *
      *                     THAN THE CARD'S TOLERANCE IN POINTS        *
      *              LIQN - POSSIBLE-LIQ-SW ON WITH NO CALL AMOUNT     *
      *              SHRT - SHORT-POSITION-SW ON WITH NO SHORT         *
      *                     ACCOUNT-TYPE SUB-RECORD                    *
      *              UPDT - LAST-UPDATE-DATE-8 LATER THAN THE          *
      *                     BUSINESS DATE                              *
      *            XFERPT LISTS THE RULES IN EFFECT, EVERY VIOLATION,  *
      *            AND VIOLATION COUNTS PER RULE AND PER BRANCH; THE   *
      *            PER-RULE COUNTS ALSO GO TO RUNCTL SO THEY CAN BE    *
      *            TRACKED NIGHT OVER NIGHT.                           *
      * 10/15/26   D MORENO          DM0057                            *
      *            THE STRMSTAT END STAMP NOW CARRIES THE STEP'S       *
      *            RETURN CODE SO THE ACBLGTE1 STREAM GATE CAN TELL    *
      *            A CLEAN END FROM A FAILED ONE.                      *
      * 10/15/26   D MORENO          DM0060                            *
      *            ALSO RUNS AS STEP020 OF THE ACBLRPR1 REPAIR JOB SO  *
      *            A REPAIRED OR RELEASED RECORD GETS THE SAME         *
      *            CROSS-FIELD EDIT BEFORE IT REACHES RESUBMIT.  AN    *
      *            OPTIONAL EXEC PARM NAMES THE ID THE STEP STAMPS TO  *
      *            STRMSTAT AND COUNTS UNDER ON RUNCTL (DEFAULT        *
      *            ACBLXFE1), SO THE TWO RUNS IN A NIGHT ARE GATED     *
      *            AND FOOTED SEPARATELY.  A FAILED OPEN IN            *
      *            INITIALIZATION NOW CLOSES THE FILES ALREADY         *
      *            OPENED BEFORE IT ENDS THE STEP.                     *
      * 10/15/26   D MORENO          DM0061                            *
      *            RULE REJECT REASONS KEPT TO 19 CHARACTERS SO NONE   *
      *            IS CUT OFF AFTER THE 'REJECTED - ' PREFIX ON THE    *
      *            RULE LISTING.                                       *
      * 10/15/26   D MORENO          DM0062                            *
      *            THE RUN ID IS NOW READ FROM AN OPTIONAL XFERUNID    *
      *            CONTROL CARD (COLUMNS 1-8) IN PLACE OF THE EXEC     *
      *            PARM.  NO XFERUNID DD, OR A BLANK CARD, STILL RUNS  *
      *            AS ACBLXFE1.                                        *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-3090.
       OBJECT-COMPUTER.   IBM-3090.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTBAL-FILE     ASSIGN TO ACCTBAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCTBAL-STATUS.

           SELECT XFEPARM-FILE     ASSIGN TO XFEPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XFEPARM-STATUS.

           SELECT XFERUNID-FILE    ASSIGN TO XFERUNID
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XFERUNID-STATUS.

           SELECT ACCTBALG-FILE    ASSIGN TO ACCTBALG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCTBALG-STATUS.

           SELECT ACCTBALQ-FILE    ASSIGN TO ACCTBALQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCTBALQ-STATUS.

           SELECT XFERPT-FILE      ASSIGN TO XFERPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XFERPT-STATUS.

           SELECT RUNCTL-FILE      ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT STRMSTAT-FILE    ASSIGN TO STRMSTAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STRMSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCTBAL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY "Mockedcopy.cpy".

      *---------------------------------------------------------------*
      *  ONE CARD PER RULE.  AN ASTERISK IN COLUMN 1 IS A COMMENT.    *
      *  TOLERANCE (EQPC ONLY) IS IN PERCENTAGE POINTS, 999V99, AND   *
      *  DEFAULTS TO 1.00.  TYPE CODE (SHRT ONLY) IS THE SHORT        *
      *  ACCOUNT-TYPE CODE AND DEFAULTS TO '3'.                       *
      *---------------------------------------------------------------*
       FD  XFEPARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  XFEPARM-RECORD.
           05  PARM-RULE-ID            PIC X(08).
               88  PARM-COMMENT-CARD   VALUE '*'.
           05  FILLER                  PIC X(01).
           05  PARM-CHECK-CODE         PIC X(04).
           05  FILLER                  PIC X(01).
           05  PARM-SEVERITY           PIC X(01).
           05  FILLER                  PIC X(01).
           05  PARM-TOLERANCE-X        PIC X(05).
           05  PARM-TOLERANCE REDEFINES PARM-TOLERANCE-X
                                       PIC 9(03)V99.
           05  FILLER                  PIC X(01).
           05  PARM-TYPE-CODE          PIC X(01).
           05  FILLER                  PIC X(01).
           05  PARM-DESCRIPTION        PIC X(40).
           05  FILLER                  PIC X(16).

      *---------------------------------------------------------------*
      *  RUN ID CARD - THE ID FOR STRMSTAT AND RUNCTL, UP TO EIGHT    *
      *  CHARACTERS.  NO CARD RUNS AS ACBLXFE1.                       *
      *---------------------------------------------------------------*
       FD  XFERUNID-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  XFERUNID-RECORD.
           05  UNID-RUN-ID             PIC X(08).
           05  FILLER                  PIC X(72).

       FD  ACCTBALG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  ACCTBALG-RECORD             PIC X(1500).

       FD  ACCTBALQ-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  ACCTBALQ-RECORD             PIC X(1500).

       FD  XFERPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  XFERPT-LINE                 PIC X(132).

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
       77  WS-RUNCTL-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-STRMSTAT-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-STS-EVENT                PIC X(01)  VALUE SPACE.
       77  WS-STS-DATE                 PIC 9(08)  VALUE ZERO.
       77  WS-RUN-DATE                 PIC 9(08)  VALUE ZERO.
       77  WS-RUN-ID                   PIC X(08)  VALUE 'ACBLXFE1'.
       77  WS-ACCTBAL-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-XFEPARM-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-XFERUNID-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-ACCTBALG-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-ACCTBALQ-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-XFERPT-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-EOF-SW                   PIC X(01)  VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       77  WS-PARM-EOF-SW              PIC X(01)  VALUE 'N'.
           88  WS-PARM-EOF             VALUE 'Y'.
       77  WS-INIT-OK-SW               PIC X(01)  VALUE 'N'.
           88  WS-INIT-OK              VALUE 'Y'.
       77  WS-WARNING-SW               PIC X(01)  VALUE 'N'.
           88  WS-WARNING              VALUE 'Y'.
       77  WS-ROUTE-SW                 PIC X(01)  VALUE 'N'.
           88  WS-ROUTE-RECORD         VALUE 'Y'.
       77  WS-RULE-HIT-SW              PIC X(01)  VALUE 'N'.
           88  WS-RULE-HIT             VALUE 'Y'.
       77  WS-CALL-SW                  PIC X(01)  VALUE 'N'.
           88  WS-HAS-CALL             VALUE 'Y'.
       77  WS-SHORT-SUB-SW             PIC X(01)  VALUE 'N'.
           88  WS-HAS-SHORT-SUB        VALUE 'Y'.
       77  WS-SECTION-SW               PIC X(01)  VALUE 'P'.
           88  WS-SECTION-PARM         VALUE 'P'.
           88  WS-SECTION-DETAIL       VALUE 'D'.
           88  WS-SECTION-RULE         VALUE 'R'.
           88  WS-SECTION-BRANCH       VALUE 'B'.
           88  WS-SECTION-TOTAL        VALUE 'T'.
       77  WS-READS                    PIC 9(07)  VALUE ZERO COMP.
       77  WS-GOOD-COUNT               PIC 9(07)  VALUE ZERO COMP.
       77  WS-QUAR-COUNT               PIC 9(07)  VALUE ZERO COMP.
       77  WS-FLAGGED-COUNT            PIC 9(07)  VALUE ZERO COMP.
       77  WS-VIOLATIONS               PIC 9(07)  VALUE ZERO COMP.
       77  WS-REC-VIOLATIONS           PIC 9(03)  VALUE ZERO COMP.
       77  WS-PARM-READS               PIC 9(05)  VALUE ZERO COMP.
       77  WS-PARM-REJECTED            PIC 9(05)  VALUE ZERO COMP.
       77  WS-LINE-COUNT               PIC 9(03)  VALUE ZERO COMP.
       77  WS-PAGE-COUNT               PIC 9(05)  VALUE ZERO COMP.
       77  WS-RULE-IDX                 PIC 9(04)  VALUE ZERO COMP.
       77  WS-BRH-IDX                  PIC 9(04)  VALUE ZERO COMP.
       77  WS-CUR-BRH-IDX              PIC 9(04)  VALUE ZERO COMP.
       77  WS-FOUND-IDX                PIC 9(04)  VALUE ZERO COMP.
       77  WS-INSERT-IDX               PIC 9(04)  VALUE ZERO COMP.
       77  WS-SHIFT-IDX                PIC 9(04)  VALUE ZERO COMP.
       77  WS-SHIFT-TO                 PIC 9(04)  VALUE ZERO COMP.
       77  WS-TYPE-IDX                 PIC 9(04)  VALUE ZERO COMP.
       77  WS-PARM-REASON              PIC X(19)  VALUE SPACES.
       77  WS-HOLD-LINE                PIC X(132) VALUE SPACES.

       01  WS-STS-TIME-RAW.
           05  WS-STS-HHMMSS           PIC 9(06).
           05  FILLER                  PIC 9(02).

      *---------------------------------------------------------------*
      *  RULES IN EFFECT, FROM XFEPARM OR THE DEFAULT SET WHEN THE    *
      *  PARAMETER FILE IS MISSING OR HOLDS NO VALID CARD.            *
      *---------------------------------------------------------------*
       01  WS-RULE-MAX                 PIC 9(04)  VALUE 50 COMP.
       01  WS-RULE-COUNT               PIC 9(04)  VALUE ZERO COMP.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 50 TIMES.
               10  WS-RULE-ID          PIC X(08).
               10  WS-RULE-CHECK       PIC X(04).
                   88  WS-CHK-EQUITY-PCT     VALUE 'EQPC'.
                   88  WS-CHK-LIQ-NO-CALL    VALUE 'LIQN'.
                   88  WS-CHK-SHORT-NO-SUB   VALUE 'SHRT'.
                   88  WS-CHK-FUTURE-UPDATE  VALUE 'UPDT'.
               10  WS-RULE-SEVERITY    PIC X(01).
                   88  WS-RULE-WARN          VALUE 'W'.
                   88  WS-RULE-QUARANTINE    VALUE 'Q'.
               10  WS-RULE-TOLERANCE   PIC 9(03)V99.
               10  WS-RULE-TYPE-CODE   PIC X(01).
               10  WS-RULE-DESC        PIC X(40).
               10  WS-RULE-HITS        PIC 9(07) COMP.

       01  WS-CHECK-CODE               PIC X(04)  VALUE SPACES.
           88  WS-VALID-CHECK          VALUE 'EQPC' 'LIQN' 'SHRT'
                                             'UPDT'.

      *---------------------------------------------------------------*
      *  PER-BRANCH COUNTS, HELD IN BRANCH ORDER.                     *
      *---------------------------------------------------------------*
       01  WS-LOOK-BRH                 PIC X(03)  VALUE SPACES.
       01  WS-BRH-MAX                  PIC 9(04)  VALUE 500 COMP.
       01  WS-BRH-COUNT                PIC 9(04)  VALUE ZERO COMP.
       01  WS-BRH-FULL-SW              PIC X(01)  VALUE 'N'.
           88  WS-BRH-FULL             VALUE 'Y'.
       01  WS-BRH-TABLE.
           05  WS-BRH-ENTRY OCCURS 500 TIMES.
               10  WS-BRH-CODE         PIC X(03).
               10  WS-BRH-CHECKED      PIC 9(07) COMP.
               10  WS-BRH-FLAGGED      PIC 9(07) COMP.
               10  WS-BRH-VIOLATIONS   PIC 9(07) COMP.
               10  WS-BRH-ROUTED       PIC 9(07) COMP.

      *---------------------------------------------------------------*
      *  THE RECORD'S TEN ACCOUNT-TYPE SUB-RECORD CODES.              *
      *---------------------------------------------------------------*
       01  WS-ACCT-TYPE-TABLE.
           05  WS-ACCT-TYPE            PIC X(01) OCCURS 10 TIMES.

       01  WS-EXPECTED-PCT             PIC S9(07)V99 COMP-3.
       01  WS-PCT-DIFF                 PIC S9(07)V99 COMP-3.
       01  WS-EDIT-PCT                 PIC ZZ9.99.
       01  WS-EDIT-TOL                 PIC ZZ9.99.
       01  WS-EDIT-DATE                PIC 9(08).

       01  WS-REPORT-TITLE.
           05  FILLER                  PIC X(40)
               VALUE 'ACCTBAL CROSS-FIELD RULE EDIT'.
           05  FILLER                  PIC X(06) VALUE 'DATE '.
           05  WS-TITLE-DATE           PIC 9(08).
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'PAGE '.
           05  WS-TITLE-PAGE           PIC ZZZZ9.

       01  WS-PARM-HEAD-LINE.
           05  FILLER          PIC X(40) VALUE 'RULES IN EFFECT'.
       01  WS-PARM-HEADING.
           05  FILLER          PIC X(10) VALUE 'RULE ID'.
           05  FILLER          PIC X(07) VALUE 'CHECK'.
           05  FILLER          PIC X(05) VALUE 'SEV'.
           05  FILLER          PIC X(08) VALUE '   TOL'.
           05  FILLER          PIC X(06) VALUE 'TYPE'.
           05  FILLER          PIC X(42) VALUE 'DESCRIPTION'.
           05  FILLER          PIC X(30) VALUE 'STATUS'.
       01  WS-PARM-LINE.
           05  WS-P-RULE-ID    PIC X(10).
           05  WS-P-CHECK      PIC X(07).
           05  WS-P-SEVERITY   PIC X(05).
           05  WS-P-TOLERANCE  PIC X(08).
           05  WS-P-TYPE-CODE  PIC X(06).
           05  WS-P-DESC       PIC X(42).
           05  WS-P-STATUS     PIC X(30).
       01  WS-DEFAULT-LINE.
           05  FILLER          PIC X(50)
               VALUE 'XFEPARM MISSING OR EMPTY - DEFAULT RULES APPLY'.

       01  WS-DETAIL-HEAD-LINE.
           05  FILLER          PIC X(40) VALUE 'RULE VIOLATIONS'.
       01  WS-DETAIL-HEADING.
           05  FILLER          PIC X(12) VALUE 'ACCOUNT-NUM'.
           05  FILLER          PIC X(05) VALUE 'BRH'.
           05  FILLER          PIC X(10) VALUE 'RULE ID'.
           05  FILLER          PIC X(07) VALUE 'CHECK'.
           05  FILLER          PIC X(12) VALUE 'ACTION'.
           05  FILLER          PIC X(32) VALUE 'ON RECORD'.
           05  FILLER          PIC X(32) VALUE 'EXPECTED'.
       01  WS-DETAIL-LINE.
           05  WS-D-ACCT       PIC X(12).
           05  WS-D-BRH        PIC X(05).
           05  WS-D-RULE-ID    PIC X(10).
           05  WS-D-CHECK      PIC X(07).
           05  WS-D-ACTION     PIC X(12).
           05  WS-D-ON-RECORD  PIC X(32).
           05  WS-D-EXPECTED   PIC X(32).

       01  WS-RULE-HEAD-LINE.
           05  FILLER          PIC X(40) VALUE 'VIOLATIONS BY RULE'.
       01  WS-RULE-HEADING.
           05  FILLER          PIC X(10) VALUE 'RULE ID'.
           05  FILLER          PIC X(07) VALUE 'CHECK'.
           05  FILLER          PIC X(05) VALUE 'SEV'.
           05  FILLER          PIC X(12) VALUE '  VIOLATIONS'.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  FILLER          PIC X(40) VALUE 'DESCRIPTION'.
       01  WS-RULE-LINE.
           05  WS-R-RULE-ID    PIC X(10).
           05  WS-R-CHECK      PIC X(07).
           05  WS-R-SEVERITY   PIC X(05).
           05  FILLER          PIC X(03) VALUE SPACES.
           05  WS-R-HITS       PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  WS-R-DESC       PIC X(40).

       01  WS-BRH-HEAD-LINE.
           05  FILLER          PIC X(40) VALUE 'VIOLATIONS BY BRANCH'.
       01  WS-BRH-HEADING.
           05  FILLER          PIC X(06) VALUE 'BRH'.
           05  FILLER          PIC X(12) VALUE '     CHECKED'.
           05  FILLER          PIC X(12) VALUE '     FLAGGED'.
           05  FILLER          PIC X(12) VALUE '  VIOLATIONS'.
           05  FILLER          PIC X(12) VALUE '      ROUTED'.
       01  WS-BRH-LINE.
           05  WS-B-BRH        PIC X(06).
           05  FILLER          PIC X(03) VALUE SPACES.
           05  WS-B-CHECKED    PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(03) VALUE SPACES.
           05  WS-B-FLAGGED    PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(03) VALUE SPACES.
           05  WS-B-VIOLATIONS PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(03) VALUE SPACES.
           05  WS-B-ROUTED     PIC Z,ZZZ,ZZ9.

       01  WS-NONE-LINE.
           05  FILLER          PIC X(10) VALUE '(NONE)'.

       01  WS-TOTAL-LINE-1.
           05  FILLER          PIC X(30)
               VALUE 'RECORDS READ                :'.
           05  WS-T-READS      PIC Z,ZZZ,ZZ9.

       01  WS-TOTAL-LINE-2.
           05  FILLER          PIC X(30)
               VALUE 'RECORDS PASSED              :'.
           05  WS-T-GOOD       PIC Z,ZZZ,ZZ9.

       01  WS-TOTAL-LINE-3.
           05  FILLER          PIC X(30)
               VALUE 'RECORDS ROUTED TO ACCTBALQ  :'.
           05  WS-T-QUAR       PIC Z,ZZZ,ZZ9.

       01  WS-TOTAL-LINE-4.
           05  FILLER          PIC X(30)
               VALUE 'RECORDS WITH A VIOLATION    :'.
           05  WS-T-FLAGGED    PIC Z,ZZZ,ZZ9.

       01  WS-TOTAL-LINE-5.
           05  FILLER          PIC X(30)
               VALUE 'RULE VIOLATIONS             :'.
           05  WS-T-VIOLATIONS PIC Z,ZZZ,ZZ9.

       01  WS-TOTAL-LINE-6.
           05  FILLER          PIC X(30)
               VALUE 'RULE CARDS REJECTED         :'.
           05  WS-T-PARM-REJ   PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------*
      *  0000-MAINLINE                                            *
      *-----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 0100-READ-RUN-ID
               THRU 0100-READ-RUN-ID-EXIT.

           MOVE 'S' TO WS-STS-EVENT.
           PERFORM 9200-STAMP-STREAM-STATUS
               THRU 9200-STAMP-STREAM-STATUS-EXIT.

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-EDIT-RECORD
               THRU 2000-EDIT-RECORD-EXIT
               UNTIL WS-EOF.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           MOVE 'E' TO WS-STS-EVENT.
           PERFORM 9200-STAMP-STREAM-STATUS
               THRU 9200-STAMP-STREAM-STATUS-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      *  0100-READ-RUN-ID                                         *
      *     THE XFERUNID CARD IS OPTIONAL - WITHOUT ONE THE STEP  *
      *     STAMPS AND COUNTS AS ACBLXFE1.                        *
      *-----------------------------------------------------------*
       0100-READ-RUN-ID.
           OPEN INPUT XFERUNID-FILE.
           IF WS-XFERUNID-STATUS NOT = '00'
               GO TO 0100-READ-RUN-ID-EXIT
           END-IF.
           READ XFERUNID-FILE
               AT END
                   MOVE SPACES TO XFERUNID-RECORD
           END-READ.
           CLOSE XFERUNID-FILE.
           IF UNID-RUN-ID NOT = SPACES
               MOVE UNID-RUN-ID TO WS-RUN-ID
           END-IF.
       0100-READ-RUN-ID-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1000-INITIALIZE                                          *
      *     THE RUN DATE IS THE BUSINESS DATE - ACBLVAL1 HAS      *
      *     ALREADY HELD THE STREAM UNLESS THE TRANSMISSION       *
      *     HEADER CARRIED TODAY'S DATE.                          *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT  ACCTBAL-FILE.
           IF WS-ACCTBAL-STATUS NOT = '00'
               DISPLAY 'ACBLXFE1 - OPEN FAILED - ACCTBAL '
                       WS-ACCTBAL-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT ACCTBALG-FILE.
           IF WS-ACCTBALG-STATUS NOT = '00'
               DISPLAY 'ACBLXFE1 - OPEN FAILED - ACCTBALG '
                       WS-ACCTBALG-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 8 TO RETURN-CODE
               CLOSE ACCTBAL-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

      *    ACBLEDIT HAS ALREADY WRITTEN TONIGHT'S SIGN FAILURES TO
      *    ACCTBALQ - THE ROUTED RECORDS ARE ADDED BEHIND THEM.
           OPEN EXTEND ACCTBALQ-FILE.
           IF WS-ACCTBALQ-STATUS = '35'
               OPEN OUTPUT ACCTBALQ-FILE
           END-IF.
           IF WS-ACCTBALQ-STATUS NOT = '00'
               DISPLAY 'ACBLXFE1 - OPEN FAILED - ACCTBALQ '
                       WS-ACCTBALQ-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 8 TO RETURN-CODE
               CLOSE ACCTBAL-FILE
               CLOSE ACCTBALG-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT XFERPT-FILE.
           IF WS-XFERPT-STATUS NOT = '00'
               DISPLAY 'ACBLXFE1 - OPEN FAILED - XFERPT '
                       WS-XFERPT-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 8 TO RETURN-CODE
               CLOSE ACCTBAL-FILE
               CLOSE ACCTBALG-FILE
               CLOSE ACCTBALQ-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           MOVE 'Y' TO WS-INIT-OK-SW.
           MOVE WS-RUN-DATE TO WS-TITLE-DATE.
           MOVE 'P' TO WS-SECTION-SW.
           PERFORM 4900-NEW-PAGE
               THRU 4900-NEW-PAGE-EXIT.

           PERFORM 1100-LOAD-RULES
               THRU 1100-LOAD-RULES-EXIT.
           IF WS-RULE-COUNT = ZERO
               PERFORM 1300-DEFAULT-RULES
                   THRU 1300-DEFAULT-RULES-EXIT
           END-IF.

           MOVE 'D' TO WS-SECTION-SW.
           PERFORM 4900-NEW-PAGE
               THRU 4900-NEW-PAGE-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1100-LOAD-RULES                                          *
      *-----------------------------------------------------------*
       1100-LOAD-RULES.
           OPEN INPUT XFEPARM-FILE.
           IF WS-XFEPARM-STATUS NOT = '00'
               DISPLAY 'ACBLXFE1 - OPEN FAILED - XFEPARM '
                       WS-XFEPARM-STATUS
               GO TO 1100-LOAD-RULES-EXIT
           END-IF.

           PERFORM 1200-LOAD-ONE-RULE
               THRU 1200-LOAD-ONE-RULE-EXIT
               UNTIL WS-PARM-EOF.
           CLOSE XFEPARM-FILE.
       1100-LOAD-RULES-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1200-LOAD-ONE-RULE                                       *
      *     EDITS ONE RULE CARD AND LISTS IT, ACCEPTED OR WITH    *
      *     ITS REJECT REASON.                                    *
      *-----------------------------------------------------------*
       1200-LOAD-ONE-RULE.
           READ XFEPARM-FILE
               AT END
                   SET WS-PARM-EOF TO TRUE
                   GO TO 1200-LOAD-ONE-RULE-EXIT
           END-READ.
           IF XFEPARM-RECORD = SPACES
           OR XFEPARM-RECORD(1:1) = '*'
               GO TO 1200-LOAD-ONE-RULE-EXIT
           END-IF.
           ADD 1 TO WS-PARM-READS.

           MOVE SPACES          TO WS-PARM-REASON.
           MOVE PARM-CHECK-CODE TO WS-CHECK-CODE.
           IF PARM-RULE-ID = SPACES
               MOVE 'RULE ID MISSING' TO WS-PARM-REASON
           ELSE
               IF NOT WS-VALID-CHECK
                   MOVE 'UNKNOWN CHECK CODE' TO WS-PARM-REASON
               ELSE
                   IF PARM-SEVERITY NOT = 'W'
                   AND PARM-SEVERITY NOT = 'Q'
                       MOVE 'SEVERITY NOT W OR Q' TO WS-PARM-REASON
                   ELSE
                       IF  PARM-TOLERANCE-X NOT = SPACES
                       AND PARM-TOLERANCE-X NOT NUMERIC
                           MOVE 'TOLERANCE NOT NUM' TO WS-PARM-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

           IF WS-PARM-REASON = SPACES
               PERFORM 1210-FIND-RULE-ID
                   THRU 1210-FIND-RULE-ID-EXIT
               IF WS-FOUND-IDX > ZERO
                   MOVE 'DUPLICATE RULE ID' TO WS-PARM-REASON
               END-IF
           END-IF.
           IF WS-PARM-REASON = SPACES
           AND WS-RULE-COUNT >= WS-RULE-MAX
               MOVE 'RULE TABLE FULL' TO WS-PARM-REASON
           END-IF.

           IF WS-PARM-REASON NOT = SPACES
               ADD 1 TO WS-PARM-REJECTED
               MOVE 'Y' TO WS-WARNING-SW
               MOVE SPACES           TO WS-PARM-LINE
               MOVE PARM-RULE-ID     TO WS-P-RULE-ID
               MOVE PARM-CHECK-CODE  TO WS-P-CHECK
               MOVE PARM-SEVERITY    TO WS-P-SEVERITY
               MOVE PARM-TOLERANCE-X TO WS-P-TOLERANCE
               MOVE PARM-TYPE-CODE   TO WS-P-TYPE-CODE
               MOVE PARM-DESCRIPTION TO WS-P-DESC
               MOVE 'REJECTED - '    TO WS-P-STATUS
               MOVE WS-PARM-REASON   TO WS-P-STATUS(12:19)
               PERFORM 4000-WRITE-REPORT-LINE
                   THRU 4000-WRITE-REPORT-LINE-EXIT
               GO TO 1200-LOAD-ONE-RULE-EXIT
           END-IF.

           ADD 1 TO WS-RULE-COUNT.
           MOVE PARM-RULE-ID     TO WS-RULE-ID(WS-RULE-COUNT).
           MOVE PARM-CHECK-CODE  TO WS-RULE-CHECK(WS-RULE-COUNT).
           MOVE PARM-SEVERITY    TO WS-RULE-SEVERITY(WS-RULE-COUNT).
           IF PARM-TOLERANCE-X = SPACES
               MOVE 1.00 TO WS-RULE-TOLERANCE(WS-RULE-COUNT)
           ELSE
               MOVE PARM-TOLERANCE
                   TO WS-RULE-TOLERANCE(WS-RULE-COUNT)
           END-IF.
           IF PARM-TYPE-CODE = SPACE
               MOVE '3' TO WS-RULE-TYPE-CODE(WS-RULE-COUNT)
           ELSE
               MOVE PARM-TYPE-CODE
                   TO WS-RULE-TYPE-CODE(WS-RULE-COUNT)
           END-IF.
           MOVE PARM-DESCRIPTION TO WS-RULE-DESC(WS-RULE-COUNT).
           MOVE ZERO             TO WS-RULE-HITS(WS-RULE-COUNT).

           MOVE WS-RULE-COUNT TO WS-RULE-IDX.
           PERFORM 1400-LIST-RULE
               THRU 1400-LIST-RULE-EXIT.
       1200-LOAD-ONE-RULE-EXIT.
           EXIT.

       1210-FIND-RULE-ID.
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM 1220-SCAN-ONE-RULE-ID
               THRU 1220-SCAN-ONE-RULE-ID-EXIT
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT
                  OR WS-FOUND-IDX > ZERO.
       1210-FIND-RULE-ID-EXIT.
           EXIT.

       1220-SCAN-ONE-RULE-ID.
           IF WS-RULE-ID(WS-RULE-IDX) = PARM-RULE-ID
               MOVE WS-RULE-IDX TO WS-FOUND-IDX
           END-IF.
       1220-SCAN-ONE-RULE-ID-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1300-DEFAULT-RULES                                       *
      *     WITHOUT A USABLE XFEPARM EVERY CHECK STILL RUNS, AS   *
      *     A WARNING, SO NOTHING IS ROUTED ON A MISSING CARD     *
      *     DECK.  THE RUN ENDS RC 4 SO THE DECK GETS FIXED.      *
      *-----------------------------------------------------------*
       1300-DEFAULT-RULES.
           MOVE 'Y' TO WS-WARNING-SW.
           WRITE XFERPT-LINE FROM WS-DEFAULT-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

           MOVE 4 TO WS-RULE-COUNT.
           MOVE 'XFEQPC01' TO WS-RULE-ID(1).
           MOVE 'EQPC'     TO WS-RULE-CHECK(1).
           MOVE 'XFLIQN01' TO WS-RULE-ID(2).
           MOVE 'LIQN'     TO WS-RULE-CHECK(2).
           MOVE 'XFSHRT01' TO WS-RULE-ID(3).
           MOVE 'SHRT'     TO WS-RULE-CHECK(3).
           MOVE 'XFUPDT01' TO WS-RULE-ID(4).
           MOVE 'UPDT'     TO WS-RULE-CHECK(4).
           MOVE 'EQUITY PERCENT VS EQUITY / MKTVAL'
               TO WS-RULE-DESC(1).
           MOVE 'POSSIBLE LIQUIDATION WITH NO CALL'
               TO WS-RULE-DESC(2).
           MOVE 'SHORT POSITION WITH NO SHORT SUB-RECORD'
               TO WS-RULE-DESC(3).
           MOVE 'LAST UPDATE AFTER BUSINESS DATE'
               TO WS-RULE-DESC(4).

           PERFORM 1310-DEFAULT-ONE-RULE
               THRU 1310-DEFAULT-ONE-RULE-EXIT
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT.
       1300-DEFAULT-RULES-EXIT.
           EXIT.

       1310-DEFAULT-ONE-RULE.
           MOVE 'W'  TO WS-RULE-SEVERITY(WS-RULE-IDX).
           MOVE 1.00 TO WS-RULE-TOLERANCE(WS-RULE-IDX).
           MOVE '3'  TO WS-RULE-TYPE-CODE(WS-RULE-IDX).
           MOVE ZERO TO WS-RULE-HITS(WS-RULE-IDX).
           PERFORM 1400-LIST-RULE
               THRU 1400-LIST-RULE-EXIT.
       1310-DEFAULT-ONE-RULE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1400-LIST-RULE                                           *
      *     LISTS TABLE ENTRY WS-RULE-IDX AS A RULE IN EFFECT.    *
      *-----------------------------------------------------------*
       1400-LIST-RULE.
           MOVE SPACES TO WS-PARM-LINE.
           MOVE WS-RULE-ID(WS-RULE-IDX)       TO WS-P-RULE-ID.
           MOVE WS-RULE-CHECK(WS-RULE-IDX)    TO WS-P-CHECK.
           MOVE WS-RULE-SEVERITY(WS-RULE-IDX) TO WS-P-SEVERITY.
           IF WS-CHK-EQUITY-PCT(WS-RULE-IDX)
               MOVE WS-RULE-TOLERANCE(WS-RULE-IDX) TO WS-EDIT-TOL
               MOVE WS-EDIT-TOL TO WS-P-TOLERANCE
           END-IF.
           IF WS-CHK-SHORT-NO-SUB(WS-RULE-IDX)
               MOVE WS-RULE-TYPE-CODE(WS-RULE-IDX) TO WS-P-TYPE-CODE
           END-IF.
           MOVE WS-RULE-DESC(WS-RULE-IDX)     TO WS-P-DESC.
           IF WS-RULE-QUARANTINE(WS-RULE-IDX)
               MOVE 'ACCEPTED - ROUTES TO ACCTBALQ' TO WS-P-STATUS
           ELSE
               MOVE 'ACCEPTED - WARNING ONLY'       TO WS-P-STATUS
           END-IF.
           PERFORM 4000-WRITE-REPORT-LINE
               THRU 4000-WRITE-REPORT-LINE-EXIT.
       1400-LIST-RULE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-EDIT-RECORD                                         *
      *     APPLIES EVERY RULE TO ONE RECORD.  ANY VIOLATED Q     *
      *     RULE ROUTES THE RECORD TO ACCTBALQ; OTHERWISE IT      *
      *     PASSES TO ACCTBALG, WARNINGS AND ALL.                 *
      *-----------------------------------------------------------*
       2000-EDIT-RECORD.
           READ ACCTBAL-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 2000-EDIT-RECORD-EXIT
           END-READ.
           ADD 1 TO WS-READS.

           PERFORM 2050-LOCATE-BRANCH
               THRU 2050-LOCATE-BRANCH-EXIT.
           PERFORM 2060-LOAD-ACCT-TYPES
               THRU 2060-LOAD-ACCT-TYPES-EXIT.

           MOVE 'N'  TO WS-ROUTE-SW.
           MOVE ZERO TO WS-REC-VIOLATIONS.
           PERFORM 2100-APPLY-ONE-RULE
               THRU 2100-APPLY-ONE-RULE-EXIT
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT.

           IF WS-REC-VIOLATIONS > ZERO
               ADD 1 TO WS-FLAGGED-COUNT
               IF WS-CUR-BRH-IDX > ZERO
                   ADD 1 TO WS-BRH-FLAGGED(WS-CUR-BRH-IDX)
               END-IF
           END-IF.

           IF WS-ROUTE-RECORD
               ADD 1 TO WS-QUAR-COUNT
               IF WS-CUR-BRH-IDX > ZERO
                   ADD 1 TO WS-BRH-ROUTED(WS-CUR-BRH-IDX)
               END-IF
               MOVE TX22N-BALANCE-RCD OF ACCTBAL-FILE
                   TO ACCTBALQ-RECORD
               WRITE ACCTBALQ-RECORD
           ELSE
               ADD 1 TO WS-GOOD-COUNT
               MOVE TX22N-BALANCE-RCD OF ACCTBAL-FILE
                   TO ACCTBALG-RECORD
               WRITE ACCTBALG-RECORD
           END-IF.
       2000-EDIT-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2050-LOCATE-BRANCH                                       *
      *     FINDS OR ADDS THE RECORD'S SUPER BRANCH IN THE COUNT  *
      *     TABLE.  PAST THE TABLE LIMIT THE BRANCH IS NOT        *
      *     COUNTED SEPARATELY (WS-CUR-BRH-IDX ZERO).             *
      *-----------------------------------------------------------*
       2050-LOCATE-BRANCH.
           MOVE TX22N-SUPER-BRH TO WS-LOOK-BRH.
           PERFORM 5000-FIND-BRANCH
               THRU 5000-FIND-BRANCH-EXIT.
           IF WS-FOUND-IDX = ZERO
               IF WS-BRH-COUNT >= WS-BRH-MAX
                   IF NOT WS-BRH-FULL
                       DISPLAY 'ACBLXFE1 - BRANCH TABLE FULL AT '
                               WS-LOOK-BRH
                       MOVE 'Y' TO WS-BRH-FULL-SW
                       MOVE 'Y' TO WS-WARNING-SW
                   END-IF
                   MOVE ZERO TO WS-CUR-BRH-IDX
                   GO TO 2050-LOCATE-BRANCH-EXIT
               END-IF
               PERFORM 5100-INSERT-BRANCH
                   THRU 5100-INSERT-BRANCH-EXIT
               MOVE WS-INSERT-IDX TO WS-FOUND-IDX
           END-IF.
           MOVE WS-FOUND-IDX TO WS-CUR-BRH-IDX.
           ADD 1 TO WS-BRH-CHECKED(WS-CUR-BRH-IDX).
       2050-LOCATE-BRANCH-EXIT.
           EXIT.

       2060-LOAD-ACCT-TYPES.
           MOVE TX22N-ACCT-TYPE-1  TO WS-ACCT-TYPE(1).
           MOVE TX22N-ACCT-TYPE-2  TO WS-ACCT-TYPE(2).
           MOVE TX22N-ACCT-TYPE-3  TO WS-ACCT-TYPE(3).
           MOVE TX22N-ACCT-TYPE-4  TO WS-ACCT-TYPE(4).
           MOVE TX22N-ACCT-TYPE-5  TO WS-ACCT-TYPE(5).
           MOVE TX22N-ACCT-TYPE-6  TO WS-ACCT-TYPE(6).
           MOVE TX22N-ACCT-TYPE-7  TO WS-ACCT-TYPE(7).
           MOVE TX22N-ACCT-TYPE-8  TO WS-ACCT-TYPE(8).
           MOVE TX22N-ACCT-TYPE-9  TO WS-ACCT-TYPE(9).
           MOVE TX22N-ACCT-TYPE-10 TO WS-ACCT-TYPE(10).
       2060-LOAD-ACCT-TYPES-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2100-APPLY-ONE-RULE                                      *
      *-----------------------------------------------------------*
       2100-APPLY-ONE-RULE.
           MOVE 'N'    TO WS-RULE-HIT-SW.
           MOVE SPACES TO WS-D-ON-RECORD.
           MOVE SPACES TO WS-D-EXPECTED.

           EVALUATE TRUE
               WHEN WS-CHK-EQUITY-PCT(WS-RULE-IDX)
                   PERFORM 2200-CHECK-EQUITY-PCT
                       THRU 2200-CHECK-EQUITY-PCT-EXIT
               WHEN WS-CHK-LIQ-NO-CALL(WS-RULE-IDX)
                   PERFORM 2300-CHECK-LIQ-NO-CALL
                       THRU 2300-CHECK-LIQ-NO-CALL-EXIT
               WHEN WS-CHK-SHORT-NO-SUB(WS-RULE-IDX)
                   PERFORM 2400-CHECK-SHORT-NO-SUB
                       THRU 2400-CHECK-SHORT-NO-SUB-EXIT
               WHEN WS-CHK-FUTURE-UPDATE(WS-RULE-IDX)
                   PERFORM 2500-CHECK-FUTURE-UPDATE
                       THRU 2500-CHECK-FUTURE-UPDATE-EXIT
           END-EVALUATE.

           IF NOT WS-RULE-HIT
               GO TO 2100-APPLY-ONE-RULE-EXIT
           END-IF.

           ADD 1 TO WS-RULE-HITS(WS-RULE-IDX).
           ADD 1 TO WS-VIOLATIONS.
           ADD 1 TO WS-REC-VIOLATIONS.
           IF WS-CUR-BRH-IDX > ZERO
               ADD 1 TO WS-BRH-VIOLATIONS(WS-CUR-BRH-IDX)
           END-IF.
           IF WS-RULE-QUARANTINE(WS-RULE-IDX)
               MOVE 'Y' TO WS-ROUTE-SW
           END-IF.

           PERFORM 2900-WRITE-VIOLATION
               THRU 2900-WRITE-VIOLATION-EXIT.
       2100-APPLY-ONE-RULE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2200-CHECK-EQUITY-PCT                                    *
      *     EXPECTED PERCENT IS MGN-EQUITY * 100 / NETWORTH-      *
      *     MKTVAL, FLOORED AT ZERO FOR A NEGATIVE EQUITY AND     *
      *     CAPPED AT 999.99 LIKE THE FIELD ITSELF.  NOT TESTED   *
      *     WITHOUT A POSITIVE NETWORTH-MKTVAL TO DIVIDE BY.      *
      *-----------------------------------------------------------*
       2200-CHECK-EQUITY-PCT.
           IF TX22N-NETWORTH-MKTVAL = ZERO
           OR TX22N-NETWORTH-MKTVAL-SGN = '-'
               GO TO 2200-CHECK-EQUITY-PCT-EXIT
           END-IF.

           IF TX22N-MGN-EQUITY-SGN = '-'
               MOVE ZERO TO WS-EXPECTED-PCT
           ELSE
               COMPUTE WS-EXPECTED-PCT ROUNDED =
                   TX22N-MGN-EQUITY * 100 / TX22N-NETWORTH-MKTVAL
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-EXPECTED-PCT
               END-COMPUTE
           END-IF.
           IF WS-EXPECTED-PCT > 999.99
               MOVE 999.99 TO WS-EXPECTED-PCT
           END-IF.

           COMPUTE WS-PCT-DIFF =
               TX22N-MGN-EQUITY-PERCENT - WS-EXPECTED-PCT.
           IF WS-PCT-DIFF < ZERO
               COMPUTE WS-PCT-DIFF = 0 - WS-PCT-DIFF
           END-IF.
           IF WS-PCT-DIFF NOT > WS-RULE-TOLERANCE(WS-RULE-IDX)
               GO TO 2200-CHECK-EQUITY-PCT-EXIT
           END-IF.

           MOVE 'Y' TO WS-RULE-HIT-SW.
           MOVE TX22N-MGN-EQUITY-PERCENT TO WS-EDIT-PCT.
           STRING 'MGN-EQUITY-PERCENT ' DELIMITED BY SIZE
                  WS-EDIT-PCT           DELIMITED BY SIZE
               INTO WS-D-ON-RECORD.
           MOVE WS-EXPECTED-PCT TO WS-EDIT-PCT.
           MOVE WS-RULE-TOLERANCE(WS-RULE-IDX) TO WS-EDIT-TOL.
           STRING WS-EDIT-PCT           DELIMITED BY SIZE
                  ' +/- '               DELIMITED BY SIZE
                  WS-EDIT-TOL           DELIMITED BY SIZE
               INTO WS-D-EXPECTED.
       2200-CHECK-EQUITY-PCT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2300-CHECK-LIQ-NO-CALL                                   *
      *     A CALL IS A DEFICIT ON THE FED, HOUSE, NYSE OR        *
      *     MINIMUM-EQUITY CALL FIELD.                            *
      *-----------------------------------------------------------*
       2300-CHECK-LIQ-NO-CALL.
           IF TX22N-POSSIBLE-LIQ-SW NOT = 'Y'
               GO TO 2300-CHECK-LIQ-NO-CALL-EXIT
           END-IF.

           MOVE 'N' TO WS-CALL-SW.
           IF TX22N-FEDCALL-SMA-SGN = '-'
           AND TX22N-FEDCALL-SMA > ZERO
               MOVE 'Y' TO WS-CALL-SW
           END-IF.
           IF TX22N-HOUSECALL-SURP-SGN = '-'
           AND TX22N-HOUSECALL-SURP > ZERO
               MOVE 'Y' TO WS-CALL-SW
           END-IF.
           IF TX22N-NYSECALL-SURP-SGN = '-'
           AND TX22N-NYSECALL-SURP > ZERO
               MOVE 'Y' TO WS-CALL-SW
           END-IF.
           IF TX22N-MIN-EQUITY-CALL-SGN = '-'
           AND TX22N-MIN-EQUITY-CALL > ZERO
               MOVE 'Y' TO WS-CALL-SW
           END-IF.
           IF WS-HAS-CALL
               GO TO 2300-CHECK-LIQ-NO-CALL-EXIT
           END-IF.

           MOVE 'Y' TO WS-RULE-HIT-SW.
           MOVE 'POSSIBLE-LIQ-SW Y'     TO WS-D-ON-RECORD.
           MOVE 'A FED/HOUSE/NYSE/MIN-EQ CALL' TO WS-D-EXPECTED.
       2300-CHECK-LIQ-NO-CALL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2400-CHECK-SHORT-NO-SUB                                  *
      *-----------------------------------------------------------*
       2400-CHECK-SHORT-NO-SUB.
           IF TX22N-SHORT-POSITION-SW NOT = 'Y'
               GO TO 2400-CHECK-SHORT-NO-SUB-EXIT
           END-IF.

           MOVE 'N' TO WS-SHORT-SUB-SW.
           PERFORM 2410-SCAN-ONE-ACCT-TYPE
               THRU 2410-SCAN-ONE-ACCT-TYPE-EXIT
               VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > 10
                  OR WS-HAS-SHORT-SUB.
           IF WS-HAS-SHORT-SUB
               GO TO 2400-CHECK-SHORT-NO-SUB-EXIT
           END-IF.

           MOVE 'Y' TO WS-RULE-HIT-SW.
           MOVE 'SHORT-POSITION-SW Y'   TO WS-D-ON-RECORD.
           STRING 'ACCT-TYPE '          DELIMITED BY SIZE
                  WS-RULE-TYPE-CODE(WS-RULE-IDX)
                                        DELIMITED BY SIZE
                  ' SUB-RECORD'         DELIMITED BY SIZE
               INTO WS-D-EXPECTED.
       2400-CHECK-SHORT-NO-SUB-EXIT.
           EXIT.

       2410-SCAN-ONE-ACCT-TYPE.
           IF WS-ACCT-TYPE(WS-TYPE-IDX) =
                   WS-RULE-TYPE-CODE(WS-RULE-IDX)
               MOVE 'Y' TO WS-SHORT-SUB-SW
           END-IF.
       2410-SCAN-ONE-ACCT-TYPE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2500-CHECK-FUTURE-UPDATE                                 *
      *     A NON-NUMERIC DATE CANNOT BE TRUSTED EITHER.          *
      *-----------------------------------------------------------*
       2500-CHECK-FUTURE-UPDATE.
           IF TX22N-LAST-UPDATE-DATE-8 NOT NUMERIC
               MOVE 'Y' TO WS-RULE-HIT-SW
               MOVE 'LAST-UPDATE-DATE-8 NOT NUMERIC'
                   TO WS-D-ON-RECORD
           ELSE
               IF TX22N-LAST-UPDATE-DATE-8 > WS-RUN-DATE
                   MOVE 'Y' TO WS-RULE-HIT-SW
                   MOVE TX22N-LAST-UPDATE-DATE-8 TO WS-EDIT-DATE
                   STRING 'LAST-UPDATE-DATE-8 ' DELIMITED BY SIZE
                          WS-EDIT-DATE          DELIMITED BY SIZE
                       INTO WS-D-ON-RECORD
               END-IF
           END-IF.
           IF WS-RULE-HIT
               MOVE WS-RUN-DATE TO WS-EDIT-DATE
               STRING 'NOT AFTER '          DELIMITED BY SIZE
                      WS-EDIT-DATE          DELIMITED BY SIZE
                   INTO WS-D-EXPECTED
           END-IF.
       2500-CHECK-FUTURE-UPDATE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2900-WRITE-VIOLATION                                     *
      *     THE CHECK PARAGRAPH HAS FILLED THE ON-RECORD AND      *
      *     EXPECTED COLUMNS.                                     *
      *-----------------------------------------------------------*
       2900-WRITE-VIOLATION.
           MOVE TX22N-ACCOUNT-NUMBER OF ACCTBAL-FILE TO WS-D-ACCT.
           MOVE TX22N-SUPER-BRH                 TO WS-D-BRH.
           MOVE WS-RULE-ID(WS-RULE-IDX)         TO WS-D-RULE-ID.
           MOVE WS-RULE-CHECK(WS-RULE-IDX)      TO WS-D-CHECK.
           IF WS-RULE-QUARANTINE(WS-RULE-IDX)
               MOVE 'ACCTBALQ' TO WS-D-ACTION
           ELSE
               MOVE 'WARNING'  TO WS-D-ACTION
           END-IF.
           MOVE WS-DETAIL-LINE TO XFERPT-LINE.
           PERFORM 4010-WRITE-BUILT-LINE
               THRU 4010-WRITE-BUILT-LINE-EXIT.
       2900-WRITE-VIOLATION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3000-WRITE-SUMMARIES                                     *
      *     COUNTS BY RULE, THEN BY BRANCH, THEN THE TOTALS.      *
      *-----------------------------------------------------------*
       3000-WRITE-SUMMARIES.
           IF WS-VIOLATIONS = ZERO
               WRITE XFERPT-LINE FROM WS-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

           MOVE 'R' TO WS-SECTION-SW.
           PERFORM 4900-NEW-PAGE
               THRU 4900-NEW-PAGE-EXIT.
           PERFORM 3100-WRITE-ONE-RULE
               THRU 3100-WRITE-ONE-RULE-EXIT
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT.

           MOVE 'B' TO WS-SECTION-SW.
           PERFORM 4900-NEW-PAGE
               THRU 4900-NEW-PAGE-EXIT.
           PERFORM 3200-WRITE-ONE-BRANCH
               THRU 3200-WRITE-ONE-BRANCH-EXIT
               VARYING WS-BRH-IDX FROM 1 BY 1
               UNTIL WS-BRH-IDX > WS-BRH-COUNT.
           IF WS-BRH-COUNT = ZERO
               WRITE XFERPT-LINE FROM WS-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

           MOVE 'T' TO WS-SECTION-SW.
           MOVE SPACES TO XFERPT-LINE.
           WRITE XFERPT-LINE AFTER ADVANCING 2 LINES.
           MOVE WS-READS TO WS-T-READS.
           WRITE XFERPT-LINE FROM WS-TOTAL-LINE-1
               AFTER ADVANCING 1 LINE.
           MOVE WS-GOOD-COUNT TO WS-T-GOOD.
           WRITE XFERPT-LINE FROM WS-TOTAL-LINE-2
               AFTER ADVANCING 1 LINE.
           MOVE WS-QUAR-COUNT TO WS-T-QUAR.
           WRITE XFERPT-LINE FROM WS-TOTAL-LINE-3
               AFTER ADVANCING 1 LINE.
           MOVE WS-FLAGGED-COUNT TO WS-T-FLAGGED.
           WRITE XFERPT-LINE FROM WS-TOTAL-LINE-4
               AFTER ADVANCING 1 LINE.
           MOVE WS-VIOLATIONS TO WS-T-VIOLATIONS.
           WRITE XFERPT-LINE FROM WS-TOTAL-LINE-5
               AFTER ADVANCING 1 LINE.
           MOVE WS-PARM-REJECTED TO WS-T-PARM-REJ.
           WRITE XFERPT-LINE FROM WS-TOTAL-LINE-6
               AFTER ADVANCING 1 LINE.
       3000-WRITE-SUMMARIES-EXIT.
           EXIT.

       3100-WRITE-ONE-RULE.
           MOVE WS-RULE-ID(WS-RULE-IDX)       TO WS-R-RULE-ID.
           MOVE WS-RULE-CHECK(WS-RULE-IDX)    TO WS-R-CHECK.
           MOVE WS-RULE-SEVERITY(WS-RULE-IDX) TO WS-R-SEVERITY.
           MOVE WS-RULE-HITS(WS-RULE-IDX)     TO WS-R-HITS.
           MOVE WS-RULE-DESC(WS-RULE-IDX)     TO WS-R-DESC.
           MOVE WS-RULE-LINE TO XFERPT-LINE.
           PERFORM 4010-WRITE-BUILT-LINE
               THRU 4010-WRITE-BUILT-LINE-EXIT.
       3100-WRITE-ONE-RULE-EXIT.
           EXIT.

       3200-WRITE-ONE-BRANCH.
           MOVE WS-BRH-CODE(WS-BRH-IDX)       TO WS-B-BRH.
           MOVE WS-BRH-CHECKED(WS-BRH-IDX)    TO WS-B-CHECKED.
           MOVE WS-BRH-FLAGGED(WS-BRH-IDX)    TO WS-B-FLAGGED.
           MOVE WS-BRH-VIOLATIONS(WS-BRH-IDX) TO WS-B-VIOLATIONS.
           MOVE WS-BRH-ROUTED(WS-BRH-IDX)     TO WS-B-ROUTED.
           MOVE WS-BRH-LINE TO XFERPT-LINE.
           PERFORM 4010-WRITE-BUILT-LINE
               THRU 4010-WRITE-BUILT-LINE-EXIT.
       3200-WRITE-ONE-BRANCH-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4000-WRITE-REPORT-LINE / 4010-WRITE-BUILT-LINE           *
      *     4000 PRINTS THE RULE-LISTING LINE; 4010 PRINTS WHAT   *
      *     IS ALREADY IN XFERPT-LINE.  BOTH BREAK THE PAGE AT    *
      *     55 LINES UNDER THE CURRENT SECTION'S HEADING.         *
      *-----------------------------------------------------------*
       4000-WRITE-REPORT-LINE.
           MOVE WS-PARM-LINE TO XFERPT-LINE.
           PERFORM 4010-WRITE-BUILT-LINE
               THRU 4010-WRITE-BUILT-LINE-EXIT.
       4000-WRITE-REPORT-LINE-EXIT.
           EXIT.

       4010-WRITE-BUILT-LINE.
           IF WS-LINE-COUNT >= 55
               MOVE XFERPT-LINE TO WS-HOLD-LINE
               PERFORM 4900-NEW-PAGE
                   THRU 4900-NEW-PAGE-EXIT
               MOVE WS-HOLD-LINE TO XFERPT-LINE
           END-IF.
           WRITE XFERPT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
       4010-WRITE-BUILT-LINE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4900-NEW-PAGE                                            *
      *     TITLE, THEN THE HEADING OF THE SECTION IN HAND.       *
      *-----------------------------------------------------------*
       4900-NEW-PAGE.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO WS-TITLE-PAGE.
           IF WS-PAGE-COUNT > 1
               WRITE XFERPT-LINE FROM WS-REPORT-TITLE
                   AFTER ADVANCING PAGE
           ELSE
               WRITE XFERPT-LINE FROM WS-REPORT-TITLE
           END-IF.
           MOVE SPACES TO XFERPT-LINE.
           WRITE XFERPT-LINE AFTER ADVANCING 1 LINE.

           IF WS-SECTION-PARM
               WRITE XFERPT-LINE FROM WS-PARM-HEAD-LINE
                   AFTER ADVANCING 1 LINE
               WRITE XFERPT-LINE FROM WS-PARM-HEADING
                   AFTER ADVANCING 2 LINES
           END-IF.
           IF WS-SECTION-DETAIL
               WRITE XFERPT-LINE FROM WS-DETAIL-HEAD-LINE
                   AFTER ADVANCING 1 LINE
               WRITE XFERPT-LINE FROM WS-DETAIL-HEADING
                   AFTER ADVANCING 2 LINES
           END-IF.
           IF WS-SECTION-RULE
               WRITE XFERPT-LINE FROM WS-RULE-HEAD-LINE
                   AFTER ADVANCING 1 LINE
               WRITE XFERPT-LINE FROM WS-RULE-HEADING
                   AFTER ADVANCING 2 LINES
           END-IF.
           IF WS-SECTION-BRANCH
               WRITE XFERPT-LINE FROM WS-BRH-HEAD-LINE
                   AFTER ADVANCING 1 LINE
               WRITE XFERPT-LINE FROM WS-BRH-HEADING
                   AFTER ADVANCING 2 LINES
           END-IF.

           MOVE SPACES TO XFERPT-LINE.
           WRITE XFERPT-LINE AFTER ADVANCING 1 LINE.
           MOVE ZERO TO WS-LINE-COUNT.
       4900-NEW-PAGE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5000-FIND-BRANCH                                         *
      *     LOOKS UP WS-LOOK-BRH.  WS-FOUND-IDX IS ITS SLOT, OR   *
      *     ZERO WITH WS-INSERT-IDX THE SLOT IT BELONGS IN.       *
      *-----------------------------------------------------------*
       5000-FIND-BRANCH.
           MOVE ZERO TO WS-FOUND-IDX.
           MOVE ZERO TO WS-INSERT-IDX.
           PERFORM 5010-SCAN-ONE-BRANCH
               THRU 5010-SCAN-ONE-BRANCH-EXIT
               VARYING WS-BRH-IDX FROM 1 BY 1
               UNTIL WS-BRH-IDX > WS-BRH-COUNT
                  OR WS-INSERT-IDX > ZERO.
           IF WS-INSERT-IDX = ZERO
               COMPUTE WS-INSERT-IDX = WS-BRH-COUNT + 1
           END-IF.
       5000-FIND-BRANCH-EXIT.
           EXIT.

       5010-SCAN-ONE-BRANCH.
           IF WS-BRH-CODE(WS-BRH-IDX) = WS-LOOK-BRH
               MOVE WS-BRH-IDX TO WS-FOUND-IDX
               MOVE WS-BRH-IDX TO WS-INSERT-IDX
           END-IF.
           IF WS-BRH-CODE(WS-BRH-IDX) > WS-LOOK-BRH
               MOVE WS-BRH-IDX TO WS-INSERT-IDX
           END-IF.
       5010-SCAN-ONE-BRANCH-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5100-INSERT-BRANCH                                       *
      *     OPENS A SLOT FOR WS-LOOK-BRH AT WS-INSERT-IDX.        *
      *-----------------------------------------------------------*
       5100-INSERT-BRANCH.
           PERFORM 5110-SHIFT-ONE-BRANCH
               THRU 5110-SHIFT-ONE-BRANCH-EXIT
               VARYING WS-SHIFT-IDX FROM WS-BRH-COUNT BY -1
               UNTIL WS-SHIFT-IDX < WS-INSERT-IDX.
           ADD 1 TO WS-BRH-COUNT.
           MOVE WS-LOOK-BRH TO WS-BRH-CODE(WS-INSERT-IDX).
           MOVE ZERO        TO WS-BRH-CHECKED(WS-INSERT-IDX).
           MOVE ZERO        TO WS-BRH-FLAGGED(WS-INSERT-IDX).
           MOVE ZERO        TO WS-BRH-VIOLATIONS(WS-INSERT-IDX).
           MOVE ZERO        TO WS-BRH-ROUTED(WS-INSERT-IDX).
       5100-INSERT-BRANCH-EXIT.
           EXIT.

       5110-SHIFT-ONE-BRANCH.
           COMPUTE WS-SHIFT-TO = WS-SHIFT-IDX + 1.
           MOVE WS-BRH-ENTRY(WS-SHIFT-IDX)
               TO WS-BRH-ENTRY(WS-SHIFT-TO).
       5110-SHIFT-ONE-BRANCH-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  9000-TERMINATE                                           *
      *     RETURN CODE 8 - A REQUIRED FILE FAILED TO OPEN;       *
      *     4 - A RULE CARD WAS REJECTED, THE DEFAULT RULES WERE  *
      *     USED, OR THE BRANCH TABLE FILLED.  VIOLATIONS ARE     *
      *     DATA FINDINGS, NOT A STEP FAILURE.                    *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-INIT-OK
               PERFORM 3000-WRITE-SUMMARIES
                   THRU 3000-WRITE-SUMMARIES-EXIT
               CLOSE ACCTBAL-FILE
               CLOSE ACCTBALG-FILE
               CLOSE ACCTBALQ-FILE
               CLOSE XFERPT-FILE
               IF WS-WARNING AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           DISPLAY 'ACBLXFE1 - RECORDS READ         : ' WS-READS.
           DISPLAY 'ACBLXFE1 - RECORDS PASSED       : ' WS-GOOD-COUNT.
           DISPLAY 'ACBLXFE1 - RECORDS ROUTED       : ' WS-QUAR-COUNT.
           DISPLAY 'ACBLXFE1 - RULE VIOLATIONS      : ' WS-VIOLATIONS.

           PERFORM 9100-WRITE-RUN-CONTROL
               THRU 9100-WRITE-RUN-CONTROL-EXIT.
       9000-TERMINATE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  9100-WRITE-RUN-CONTROL                                   *
      *     APPENDS THIS RUN'S COUNTS TO THE SHARED RUN-CONTROL   *
      *     FILE - THE RECORD COUNTS FOR THE END-OF-STREAM        *
      *     VERIFIER, AND ONE RULE-<ID> COUNT PER RULE SO EACH    *
      *     RULE'S VIOLATIONS CAN BE FOLLOWED NIGHT OVER NIGHT.   *
      *-----------------------------------------------------------*
       9100-WRITE-RUN-CONTROL.
           OPEN EXTEND RUNCTL-FILE.
           IF WS-RUNCTL-STATUS = '35'
               OPEN OUTPUT RUNCTL-FILE
           END-IF.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'ACBLXFE1 - OPEN FAILED - RUNCTL '
                       WS-RUNCTL-STATUS
               GO TO 9100-WRITE-RUN-CONTROL-EXIT
           END-IF.

           MOVE WS-RUN-DATE        TO RUNCT-RUN-DATE.
           MOVE WS-RUN-ID          TO RUNCT-PROGRAM-ID.
           MOVE 'RECORDS-READ'     TO RUNCT-COUNTER-NAME.
           MOVE WS-READS           TO RUNCT-COUNT.
           WRITE RUNCT-RECORD.
           MOVE 'RECORDS-PASSED'   TO RUNCT-COUNTER-NAME.
           MOVE WS-GOOD-COUNT      TO RUNCT-COUNT.
           WRITE RUNCT-RECORD.
           MOVE 'RECORDS-QUARANTINED' TO RUNCT-COUNTER-NAME.
           MOVE WS-QUAR-COUNT      TO RUNCT-COUNT.
           WRITE RUNCT-RECORD.

           PERFORM 9110-WRITE-RULE-COUNT
               THRU 9110-WRITE-RULE-COUNT-EXIT
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT.

           CLOSE RUNCTL-FILE.
       9100-WRITE-RUN-CONTROL-EXIT.
           EXIT.

       9110-WRITE-RULE-COUNT.
           MOVE SPACES TO RUNCT-COUNTER-NAME.
           STRING 'RULE-'                 DELIMITED BY SIZE
                  WS-RULE-ID(WS-RULE-IDX) DELIMITED BY SPACE
               INTO RUNCT-COUNTER-NAME.
           MOVE WS-RULE-HITS(WS-RULE-IDX) TO RUNCT-COUNT.
           WRITE RUNCT-RECORD.
       9110-WRITE-RULE-COUNT-EXIT.
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
               DISPLAY 'ACBLXFE1 - OPEN FAILED - STRMSTAT '
                       WS-STRMSTAT-STATUS
               GO TO 9200-STAMP-STREAM-STATUS-EXIT
           END-IF.

           MOVE SPACES        TO STS-RECORD.
           MOVE WS-STS-DATE   TO STS-RUN-DATE.
           MOVE WS-RUN-ID     TO STS-PROGRAM-ID.
           MOVE WS-STS-EVENT  TO STS-EVENT.
           MOVE WS-STS-HHMMSS TO STS-TIME.
           IF WS-STS-EVENT = 'E'
               MOVE RETURN-CODE TO STS-RETURN-CODE
           END-IF.
           WRITE STS-RECORD.

           CLOSE STRMSTAT-FILE.
       9200-STAMP-STREAM-STATUS-EXIT.
           EXIT.
