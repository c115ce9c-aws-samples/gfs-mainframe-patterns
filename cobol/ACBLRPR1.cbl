      *            STRMSTAT STREAM-STATUS FILE SO THE OVERNIGHT        *
      *            OPERATOR AND THE ACBLSLA1 SLA REPORTER CAN SEE      *
      *            WHERE THE STREAM IS WHILE IT IS STILL RUNNING.      *
      * 10/15/26   D MORENO          DM0055                            *
      *            ACCTBALQ NOW ALSO HOLDS RECORDS THE ACBLXFE1        *
      *            CROSS-FIELD EDIT ROUTED THERE.  THOSE PASS THE      *
      *            SIGN EDIT AS THEY STAND, SO A RECORD IS NOW         *
      *            RESUBMITTED ONLY WHEN AN ANALYST CORRECTION WAS     *
      *            APPLIED TO IT.  A CLEAN RECORD WITH NO CORRECTION   *
      *            KEYED STAYS QUARANTINED AND IS LISTED ON THE        *
      *            REJECT REPORT AS HELD.                              *
      * 10/15/26   D MORENO          DM0057                            *
      *            THE STRMSTAT END STAMP NOW CARRIES THE STEP'S       *
      *            RETURN CODE SO THE ACBLGTE1 STREAM GATE CAN TELL    *
      *            A CLEAN END FROM A FAILED ONE.                      *
      * 10/15/26   D MORENO          DM0060                            *
      *            A REPAIRED RECORD NO LONGER GOES STRAIGHT TO        *
      *            RESUBMIT.  IT IS WRITTEN TO RPRGOOD AND STEP020     *
      *            RUNS THE SAME ACBLXFE1 CROSS-FIELD EDIT OVER IT     *
      *            BEFORE IT REACHES RESUBMIT.  CORRTXN NOW CARRIES    *
      *            AN ACTION CODE: R RELEASES A CROSS-FIELD HOLD,      *
      *            WRITING THE RECORD TO RESUBMIT WITHOUT RE-EDIT ONCE *
      *            IT PASSES THE SIGN EDIT, AND D DROPS THE ACCOUNT    *
      *            FROM QUARANTINE.  BOTH ARE LISTED ON THE AUDIT      *
      *            REPORT AND COUNTED ON RUNCTL.  A FAILED OPEN IN     *
      *            1000-INITIALIZE NOW CLOSES THE FILES ALREADY        *
      *            OPENED.                                             *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESUBMIT-STATUS.

           SELECT RPRGOOD-FILE     ASSIGN TO RPRGOOD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPRGOOD-STATUS.

           SELECT AUDITRPT-FILE    ASSIGN TO AUDITRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITRPT-STATUS.
           BLOCK CONTAINS 0 RECORDS.
       01  RESUBMIT-RECORD             PIC X(1500).

       FD  RPRGOOD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  RPRGOOD-RECORD              PIC X(1500).

       FD  AUDITRPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
       77  WS-ACCTBALQ-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-CORRTXN-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-RESUBMIT-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-RPRGOOD-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-AUDITRPT-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-REJRPT-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-EOF-SW                   PIC X(01)  VALUE 'N'.
           88  WS-INIT-OK              VALUE 'Y'.
       77  WS-RECORD-CORRECTED-SW      PIC X(01)  VALUE 'N'.
           88  WS-RECORD-CORRECTED     VALUE 'Y'.
       77  WS-RECORD-RELEASED-SW       PIC X(01)  VALUE 'N'.
           88  WS-RECORD-RELEASED      VALUE 'Y'.
       77  WS-RECORD-DROPPED-SW        PIC X(01)  VALUE 'N'.
           88  WS-RECORD-DROPPED       VALUE 'Y'.
       77  WS-ACTION-USER              PIC X(08)  VALUE SPACES.
       77  WS-QUAR-READS               PIC 9(07)  VALUE ZERO COMP.
       77  WS-CORR-READS               PIC 9(07)  VALUE ZERO COMP.
       77  WS-CORR-APPLIED             PIC 9(07)  VALUE ZERO COMP.
       77  WS-CORR-REJECTED            PIC 9(07)  VALUE ZERO COMP.
       77  WS-REPAIRED                 PIC 9(07)  VALUE ZERO COMP.
       77  WS-STILL-BAD                PIC 9(07)  VALUE ZERO COMP.
       77  WS-HELD                     PIC 9(07)  VALUE ZERO COMP.
       77  WS-RELEASED                 PIC 9(07)  VALUE ZERO COMP.
       77  WS-DROPPED                  PIC 9(07)  VALUE ZERO COMP.
       77  WS-SGN-IDX                  PIC 9(03)  VALUE ZERO COMP.
       77  WS-NAME-IDX                 PIC 9(03)  VALUE ZERO COMP.
       77  WS-CORR-IDX                 PIC 9(03)  VALUE ZERO COMP.
      *  ANALYST CORRECTION TABLE - LOADED FROM CORRTXN AT START-UP.  *
      *  THE STATUS BYTE TRACKS EACH CORRECTION THROUGH THE RUN SO    *
      *  ONES THAT NEVER MATCH A QUARANTINED RECORD CAN BE REJECTED.  *
      *  THE ACTION BYTE SEPARATES SIGN CORRECTIONS FROM RELEASE AND  *
      *  DROP TRANSACTIONS, WHICH NAME NO FIELD.                      *
      *---------------------------------------------------------------*
       01  WS-CORR-TABLE.
           05  WS-CORR-ENTRY           OCCURS 500 TIMES.
               10  WS-CORR-FIELD       PIC X(32).
               10  WS-CORR-VALUE       PIC X(01).
               10  WS-CORR-USER        PIC X(08).
               10  WS-CORR-ACTION      PIC X(01).
                   88  WS-CORR-FIX     VALUE ' ' 'C'.
                   88  WS-CORR-RELEASE VALUE 'R'.
                   88  WS-CORR-DROP    VALUE 'D'.
               10  WS-CORR-STATUS      PIC X(01).
                   88  WS-CORR-PENDING VALUE ' '.
                   88  WS-CORR-DONE    VALUE 'A'.

       01  WS-AUDIT-TITLE.
           05  FILLER          PIC X(40)
               VALUE 'ACCTBALQ REPAIR AUDIT TRAIL'.
           05  FILLER          PIC X(06) VALUE 'PAGE '.
           05  WS-AUDIT-TITLE-PAGE  PIC ZZZZ9.

       01  WS-AUDIT-HEADING-1.
           05  FILLER          PIC X(14) VALUE 'ACCOUNT-NUM'.
           05  FILLER          PIC X(34)
               VALUE 'CORRECTED FIELD / ACTION'.
           05  FILLER          PIC X(05) VALUE 'OLD'.
           05  FILLER          PIC X(05) VALUE 'NEW'.
           05  FILLER          PIC X(10) VALUE 'KEYED BY'.
           IF WS-CORRTXN-STATUS NOT = '00'
               DISPLAY 'ACBLRPR1 - OPEN FAILED - CORRTXN '
                       WS-CORRTXN-STATUS
               CLOSE ACCTBALQ-FILE
               MOVE 'Y' TO WS-EOF-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           IF WS-RESUBMIT-STATUS NOT = '00'
               DISPLAY 'ACBLRPR1 - OPEN FAILED - RESUBMIT '
                       WS-RESUBMIT-STATUS
               CLOSE ACCTBALQ-FILE
               CLOSE CORRTXN-FILE
               MOVE 'Y' TO WS-EOF-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT RPRGOOD-FILE.
           IF WS-RPRGOOD-STATUS NOT = '00'
               DISPLAY 'ACBLRPR1 - OPEN FAILED - RPRGOOD '
                       WS-RPRGOOD-STATUS
               CLOSE ACCTBALQ-FILE
               CLOSE CORRTXN-FILE
               CLOSE RESUBMIT-FILE
               MOVE 'Y' TO WS-EOF-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           IF WS-AUDITRPT-STATUS NOT = '00'
               DISPLAY 'ACBLRPR1 - OPEN FAILED - AUDITRPT '
                       WS-AUDITRPT-STATUS
               CLOSE ACCTBALQ-FILE
               CLOSE CORRTXN-FILE
               CLOSE RESUBMIT-FILE
               CLOSE RPRGOOD-FILE
               MOVE 'Y' TO WS-EOF-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           IF WS-REJRPT-STATUS NOT = '00'
               DISPLAY 'ACBLRPR1 - OPEN FAILED - REJRPT '
                       WS-REJRPT-STATUS
               CLOSE ACCTBALQ-FILE
               CLOSE CORRTXN-FILE
               CLOSE RESUBMIT-FILE
               CLOSE RPRGOOD-FILE
               CLOSE AUDITRPT-FILE
               MOVE 'Y' TO WS-EOF-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           MOVE CORR-FIELD-NAME  TO WS-CORR-FIELD(WS-CORR-COUNT).
           MOVE CORR-NEW-VALUE   TO WS-CORR-VALUE(WS-CORR-COUNT).
           MOVE CORR-USER-ID     TO WS-CORR-USER(WS-CORR-COUNT).
           MOVE CORR-ACTION      TO WS-CORR-ACTION(WS-CORR-COUNT).
           MOVE SPACE            TO WS-CORR-STATUS(WS-CORR-COUNT).
       1100-LOAD-CORRECTION-EXIT.
           EXIT.
      *  2000-REPAIR-RECORD                                       *
      *     APPLIES ANY MATCHING CORRECTIONS TO ONE QUARANTINED   *
      *     RECORD, RE-RUNS THE 67-FIELD SIGN EDIT AND ROUTES THE *
      *     RECORD TO RPRGOOD FOR THE CROSS-FIELD RE-EDIT, TO     *
      *     RESUBMIT WHEN AN ANALYST RELEASED IT, OR BACK TO      *
      *     QUARANTINE.  A DROP TRANSACTION OVERRIDES EVERYTHING  *
      *     ELSE KEYED FOR THE ACCOUNT.                           *
      *-----------------------------------------------------------*
       2000-REPAIR-RECORD.
           PERFORM 2100-LOAD-SGN-TABLE
               THRU 2100-LOAD-SGN-TABLE-EXIT.

           MOVE 'N' TO WS-RECORD-CORRECTED-SW.
           MOVE 'N' TO WS-RECORD-RELEASED-SW.
           MOVE 'N' TO WS-RECORD-DROPPED-SW.
           PERFORM 2300-MATCH-ACTION
               THRU 2300-MATCH-ACTION-EXIT
               VARYING WS-CORR-IDX FROM 1 BY 1
               UNTIL WS-CORR-IDX > WS-CORR-COUNT.

           IF WS-RECORD-DROPPED
               ADD 1 TO WS-DROPPED
               MOVE TX22N-ACCOUNT-NUMBER OF ACCTBALQ-FILE
                   TO WS-A-ACCT
               MOVE 'DROPPED FROM QUARANTINE' TO WS-A-FIELD
               MOVE SPACES         TO WS-A-OLD
               MOVE SPACES         TO WS-A-NEW
               MOVE WS-ACTION-USER TO WS-A-USER
               PERFORM 2900-WRITE-AUDIT
                   THRU 2900-WRITE-AUDIT-EXIT
               PERFORM 2350-CANCEL-CORRECTION
                   THRU 2350-CANCEL-CORRECTION-EXIT
                   VARYING WS-CORR-IDX FROM 1 BY 1
                   UNTIL WS-CORR-IDX > WS-CORR-COUNT
               GO TO 2000-REPAIR-NEXT
           END-IF.

           PERFORM 2200-APPLY-ONE-CORRECTION
               THRU 2200-APPLY-ONE-CORRECTION-EXIT
               VARYING WS-CORR-IDX FROM 1 BY 1
               VARYING WS-SGN-IDX FROM 1 BY 1
               UNTIL WS-SGN-IDX > 67.

      *    A RECORD THAT PASSES THE SIGN EDIT UNTOUCHED WAS ROUTED
      *    BY THE CROSS-FIELD EDIT AND WAITS FOR AN ANALYST TO
      *    CORRECT, RELEASE OR DROP IT.
           IF WS-INVALID-FIELDS = ZERO
           AND NOT WS-RECORD-CORRECTED
           AND NOT WS-RECORD-RELEASED
               ADD 1 TO WS-HELD
               MOVE TX22N-ACCOUNT-NUMBER OF ACCTBALQ-FILE
                   TO WS-R-ACCT
               MOVE SPACES TO WS-R-FIELD
               MOVE 'HELD - NO CORRECTION KEYED'
                   TO WS-R-REASON
               PERFORM 2950-WRITE-REJECT
                   THRU 2950-WRITE-REJECT-EXIT
               GO TO 2000-REPAIR-NEXT
           END-IF.

      *    A RELEASED RECORD HAS BEEN REVIEWED BY THE ANALYST AND
      *    SKIPS THE CROSS-FIELD RE-EDIT THAT WOULD ONLY HOLD IT
      *    AGAIN.
           IF WS-INVALID-FIELDS = ZERO
               PERFORM 2500-STORE-SGN-TABLE
                   THRU 2500-STORE-SGN-TABLE-EXIT
               IF WS-RECORD-RELEASED
                   ADD 1 TO WS-RELEASED
                   MOVE TX22N-ACCOUNT-NUMBER OF ACCTBALQ-FILE
                       TO WS-A-ACCT
                   MOVE 'RELEASED - CROSS-FIELD HOLD'
                       TO WS-A-FIELD
                   MOVE SPACES         TO WS-A-OLD
                   MOVE SPACES         TO WS-A-NEW
                   MOVE WS-ACTION-USER TO WS-A-USER
                   PERFORM 2900-WRITE-AUDIT
                       THRU 2900-WRITE-AUDIT-EXIT
                   MOVE TX22N-BALANCE-RCD OF ACCTBALQ-FILE
                       TO RESUBMIT-RECORD
                   WRITE RESUBMIT-RECORD
               ELSE
                   ADD 1 TO WS-REPAIRED
                   MOVE TX22N-BALANCE-RCD OF ACCTBALQ-FILE
                       TO RPRGOOD-RECORD
                   WRITE RPRGOOD-RECORD
               END-IF
           ELSE
               ADD 1 TO WS-STILL-BAD
               IF WS-RECORD-CORRECTED
               OR WS-RECORD-RELEASED
                   MOVE TX22N-ACCOUNT-NUMBER OF ACCTBALQ-FILE
                       TO WS-R-ACCT
                   MOVE SPACES TO WS-R-FIELD
               END-IF
           END-IF.

       2000-REPAIR-NEXT.
           PERFORM 2010-READ-ACCTBALQ
               THRU 2010-READ-ACCTBALQ-EXIT.
       2000-REPAIR-RECORD-EXIT.
               GO TO 2200-APPLY-ONE-CORRECTION-EXIT
           END-IF.
           IF WS-CORR-BAD(WS-CORR-IDX)
           OR NOT WS-CORR-FIX(WS-CORR-IDX)
               GO TO 2200-APPLY-ONE-CORRECTION-EXIT
           END-IF.

       2210-MATCH-FIELD-NAME-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2300-MATCH-ACTION                                        *
      *     PICKS UP A RELEASE OR DROP KEYED FOR THE RECORD IN    *
      *     HAND.  THE KEYING ANALYST IS KEPT FOR THE AUDIT LINE. *
      *-----------------------------------------------------------*
       2300-MATCH-ACTION.
           IF WS-CORR-ACCOUNT(WS-CORR-IDX) NOT =
                   TX22N-ACCOUNT-NUMBER OF ACCTBALQ-FILE
               GO TO 2300-MATCH-ACTION-EXIT
           END-IF.
           IF WS-CORR-FIX(WS-CORR-IDX)
               GO TO 2300-MATCH-ACTION-EXIT
           END-IF.

           IF WS-CORR-DROP(WS-CORR-IDX)
               MOVE 'A' TO WS-CORR-STATUS(WS-CORR-IDX)
               MOVE 'Y' TO WS-RECORD-DROPPED-SW
               MOVE WS-CORR-USER(WS-CORR-IDX) TO WS-ACTION-USER
               GO TO 2300-MATCH-ACTION-EXIT
           END-IF.

           IF WS-CORR-RELEASE(WS-CORR-IDX)
               MOVE 'A' TO WS-CORR-STATUS(WS-CORR-IDX)
               MOVE 'Y' TO WS-RECORD-RELEASED-SW
               IF NOT WS-RECORD-DROPPED
                   MOVE WS-CORR-USER(WS-CORR-IDX) TO WS-ACTION-USER
               END-IF
               GO TO 2300-MATCH-ACTION-EXIT
           END-IF.

           ADD 1 TO WS-CORR-REJECTED.
           MOVE 'R' TO WS-CORR-STATUS(WS-CORR-IDX).
           MOVE WS-CORR-ACCOUNT(WS-CORR-IDX) TO WS-R-ACCT.
           MOVE WS-CORR-FIELD(WS-CORR-IDX)   TO WS-R-FIELD.
           MOVE 'UNKNOWN ACTION CODE'        TO WS-R-REASON.
           PERFORM 2950-WRITE-REJECT
               THRU 2950-WRITE-REJECT-EXIT.
       2300-MATCH-ACTION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2350-CANCEL-CORRECTION                                   *
      *     REJECTS ANY SIGN CORRECTION KEYED FOR AN ACCOUNT THAT *
      *     WAS DROPPED, SO IT IS NOT REPORTED AS UNMATCHED.      *
      *-----------------------------------------------------------*
       2350-CANCEL-CORRECTION.
           IF WS-CORR-ACCOUNT(WS-CORR-IDX) =
                   TX22N-ACCOUNT-NUMBER OF ACCTBALQ-FILE
           AND WS-CORR-PENDING(WS-CORR-IDX)
           AND WS-CORR-FIX(WS-CORR-IDX)
               ADD 1 TO WS-CORR-REJECTED
               MOVE 'R' TO WS-CORR-STATUS(WS-CORR-IDX)
               MOVE WS-CORR-ACCOUNT(WS-CORR-IDX) TO WS-R-ACCT
               MOVE WS-CORR-FIELD(WS-CORR-IDX)   TO WS-R-FIELD
               MOVE 'ACCOUNT DROPPED - NOT APPLIED'
                   TO WS-R-REASON
               PERFORM 2950-WRITE-REJECT
                   THRU 2950-WRITE-REJECT-EXIT
           END-IF.
       2350-CANCEL-CORRECTION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2100-LOAD-SGN-TABLE                                      *
      *     COPIES EVERY -SGN FIELD ON THE RECORD INTO A TABLE,   *

               CLOSE ACCTBALQ-FILE
               CLOSE RESUBMIT-FILE
               CLOSE RPRGOOD-FILE
               CLOSE AUDITRPT-FILE
               CLOSE REJRPT-FILE
           END-IF.
                   WS-REPAIRED.
           DISPLAY 'ACBLRPR1 - RECORDS STILL QUARANTINED: '
                   WS-STILL-BAD.
           DISPLAY 'ACBLRPR1 - RECORDS HELD, NO CORRECTION: '
                   WS-HELD.
           DISPLAY 'ACBLRPR1 - RECORDS RELEASED        : '
                   WS-RELEASED.
           DISPLAY 'ACBLRPR1 - RECORDS DROPPED         : '
                   WS-DROPPED.

           PERFORM 9100-WRITE-RUN-CONTROL
               THRU 9100-WRITE-RUN-CONTROL-EXIT.
           MOVE 'RECORDS-REPAIRED' TO RUNCT-COUNTER-NAME.
           MOVE WS-REPAIRED        TO RUNCT-COUNT.
           WRITE RUNCT-RECORD.
           MOVE 'RECORDS-RELEASED' TO RUNCT-COUNTER-NAME.
           MOVE WS-RELEASED        TO RUNCT-COUNT.
           WRITE RUNCT-RECORD.
           MOVE 'RECORDS-DROPPED'  TO RUNCT-COUNTER-NAME.
           MOVE WS-DROPPED         TO RUNCT-COUNT.
           WRITE RUNCT-RECORD.

           CLOSE RUNCTL-FILE.
       9100-WRITE-RUN-CONTROL-EXIT.
           MOVE 'ACBLRPR1'    TO STS-PROGRAM-ID.
           MOVE WS-STS-EVENT  TO STS-EVENT.
           MOVE WS-STS-HHMMSS TO STS-TIME.
           IF WS-STS-EVENT = 'E'
               MOVE RETURN-CODE TO STS-RETURN-CODE
           END-IF.
           WRITE STS-RECORD.

           CLOSE STRMSTAT-FILE.
