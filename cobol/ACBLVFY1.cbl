      *            NIGHT FOOTS EXTRACTED + SUPPRESSED TO THE GOOD-     *
      *            FILE COUNT.  THE STANDALONE MARGEXT1 DOES NOT       *
      *            SUPPRESS, SO THE FALLBACK RULE IS UNCHANGED.        *
      * 10/15/26   D MORENO          DM0055                            *
      *            ACBLXFE1 NOW SITS BETWEEN THE SIGN EDIT AND THE     *
      *            GOOD FILE.  NEW RULE 1A FOOTS ITS PASSED + ROUTED   *
      *            COUNTS TO THE EDIT PASSED COUNT, AND THE FALLBACK   *
      *            BASE NOW TAKES THE GOOD-FILE COUNT FROM ACBLXFE1.   *
      *            ITS PER-RULE RULE-XXXX COUNTERS ARE NOT LOADED.     *
      * 10/15/26   D MORENO          DM0060                            *
      *            STAMPS A START AND END TIME RECORD TO THE SHARED    *
      *            STRMSTAT STREAM-STATUS FILE, THE END STAMP          *
      *            CARRYING THE STEP'S RETURN CODE.  THE JOB IS NOW    *
      *            GATED BY ACBLGTE1 AND ON THE STRMDEP TABLE, AND     *
      *            WITHOUT STAMPS THE ACBLRRP1 RERUN PLANNER WOULD     *
      *            LIST IT AS NOT RUN EVERY NIGHT.  THE REPAIR JOB     *
      *            NOW RUNS ITS REPAIRS THROUGH THE ACBLXFE1           *
      *            CROSS-FIELD EDIT UNDER RUN ID ACBLXFER, OR RELEASES *
      *            THEM STRAIGHT TO RESUBMIT.  THE FALLBACK GOOD +     *
      *            RESUBMIT BASE NOW TAKES ACBLXFER RECORDS-PASSED     *
      *            PLUS ACBLRPR1 RECORDS-RELEASED, AND ACBLXFER        *
      *            RULE- COUNTERS ARE SKIPPED AS ACBLXFE1'S ARE.       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT STRMSTAT-FILE    ASSIGN TO STRMSTAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STRMSTAT-STATUS.

           SELECT CKPT-FILE        ASSIGN TO CKPTCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
           BLOCK CONTAINS 0 RECORDS.
           COPY "RUNCTREC.cpy".

       FD  STRMSTAT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY "STSREC.cpy".

       FD  CKPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.

       WORKING-STORAGE SECTION.
       77  WS-RUNCTL-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-STRMSTAT-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-STS-EVENT                PIC X(01)  VALUE SPACE.
       77  WS-STS-DATE                 PIC 9(08)  VALUE ZERO.
       77  WS-CKPT-STATUS              PIC X(02)  VALUE SPACES.
       77  WS-VFYRPT-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-EOF-SW                   PIC X(01)  VALUE 'N'.
       77  WS-DRIVER-RAN-SW            PIC X(01)  VALUE 'N'.
           88  WS-DRIVER-RAN           VALUE 'Y'.

       01  WS-STS-TIME-RAW.
           05  WS-STS-HHMMSS           PIC 9(06).
           05  FILLER                  PIC 9(02).

      *---------------------------------------------------------------*
      *  EVERY RUNCTL COUNTER FOR TODAY'S RUN DATE, LOADED AT START.  *
      *---------------------------------------------------------------*
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
           IF RUNCT-RUN-DATE NOT = WS-TODAY
               GO TO 2100-LOAD-ONE-COUNTER-EXIT
           END-IF.
      *    THE CROSS-FIELD EDIT'S PER-RULE VIOLATION COUNTS, FROM
      *    THE EDIT RUN AND THE REPAIR RUN ALIKE, ARE FOR TRENDING
      *    ONLY AND TAKE NO PART IN ANY CROSS-FOOT.
           IF (RUNCT-PROGRAM-ID = 'ACBLXFE1'
           OR  RUNCT-PROGRAM-ID = 'ACBLXFER')
           AND RUNCT-COUNTER-NAME(1:5) = 'RULE-'
               GO TO 2100-LOAD-ONE-COUNTER-EXIT
           END-IF.
           IF WS-CTL-COUNT >= 100
               DISPLAY 'ACBLVFY1 - COUNTER TABLE FULL, '
                       'RECORD DROPPED FOR ' RUNCT-PROGRAM-ID
           PERFORM 4000-JUDGE-RULE
               THRU 4000-JUDGE-RULE-EXIT.

      *    RULE 1A - CROSS-FIELD PASSED + ROUTED = EDIT PASSED
           MOVE 'ACBLEDIT' TO WS-LOOK-PROGRAM.
           MOVE 'RECORDS-PASSED' TO WS-LOOK-COUNTER.
           PERFORM 5000-FIND-COUNT
               THRU 5000-FIND-COUNT-EXIT.
           MOVE WS-LOOK-COUNT TO WS-EXPECTED.
           MOVE 'ACBLXFE1' TO WS-LOOK-PROGRAM.
           PERFORM 5000-FIND-COUNT
               THRU 5000-FIND-COUNT-EXIT.
           MOVE WS-LOOK-COUNT TO WS-ACTUAL.
           MOVE 'RECORDS-QUARANTINED' TO WS-LOOK-COUNTER.
           PERFORM 5000-FIND-COUNT
               THRU 5000-FIND-COUNT-EXIT.
           ADD WS-LOOK-COUNT TO WS-ACTUAL.
           MOVE 'XFE PASSED + ROUTED = EDIT PASSED'
               TO WS-D-RULE.
           PERFORM 4000-JUDGE-RULE
               THRU 4000-JUDGE-RULE-EXIT.

      *    THE DOWNSTREAM BASE IS THE DRIVER INPUT WHEN IT RAN
      *    (GOOD FILE PLUS RESUBMITTED REPAIRS).  ON A STANDALONE
      *    NIGHT THE EXTRACTS READ THE SAME GOOD + RESUBMIT
      *    CONCATENATION, SO THE BASE IS THE CROSS-FIELD EDIT'S
      *    PASSED COUNT PLUS WHAT THE REPAIR JOB PUT ON RESUBMIT -
      *    THE REPAIRS ITS OWN CROSS-FIELD RUN (ACBLXFER) PASSED
      *    AND THE HOLDS ACBLRPR1 RELEASED.  THE REPAIR JOB IS
      *    OPTIONAL - A MISSING COUNTER THERE MEANS ZERO, NOT A
      *    BREAK.
           IF WS-DRIVER-RAN
               MOVE 'ACBLDRV1' TO WS-LOOK-PROGRAM
               MOVE 'RECORDS-READ' TO WS-LOOK-COUNTER
                   THRU 5000-FIND-COUNT-EXIT
               MOVE WS-LOOK-COUNT TO WS-BASE-COUNT
           ELSE
               MOVE 'ACBLXFER' TO WS-LOOK-PROGRAM
               MOVE 'RECORDS-PASSED' TO WS-LOOK-COUNTER
               PERFORM 5000-FIND-COUNT
                   THRU 5000-FIND-COUNT-EXIT
               IF WS-HIT
                   MOVE ZERO TO WS-BASE-COUNT
                   MOVE 'Y' TO WS-LOOK-FOUND-SW
               END-IF
               MOVE 'ACBLRPR1' TO WS-LOOK-PROGRAM
               MOVE 'RECORDS-RELEASED' TO WS-LOOK-COUNTER
               PERFORM 5000-FIND-COUNT
                   THRU 5000-FIND-COUNT-EXIT
               IF WS-HIT
                   ADD WS-LOOK-COUNT TO WS-BASE-COUNT
               ELSE
                   MOVE 'Y' TO WS-LOOK-FOUND-SW
               END-IF
               MOVE 'ACBLXFE1' TO WS-LOOK-PROGRAM
               MOVE 'RECORDS-PASSED' TO WS-LOOK-COUNTER
               PERFORM 5000-FIND-COUNT
                   THRU 5000-FIND-COUNT-EXIT
                   WS-RULES-BROKEN.
       9000-TERMINATE-EXIT.
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
               DISPLAY 'ACBLVFY1 - OPEN FAILED - STRMSTAT '
                       WS-STRMSTAT-STATUS
               GO TO 9200-STAMP-STREAM-STATUS-EXIT
           END-IF.

           MOVE SPACES        TO STS-RECORD.
           MOVE WS-STS-DATE   TO STS-RUN-DATE.
           MOVE 'ACBLVFY1'    TO STS-PROGRAM-ID.
           MOVE WS-STS-EVENT  TO STS-EVENT.
           MOVE WS-STS-HHMMSS TO STS-TIME.
           IF WS-STS-EVENT = 'E'
               MOVE RETURN-CODE TO STS-RETURN-CODE
           END-IF.
           WRITE STS-RECORD.

           CLOSE STRMSTAT-FILE.
       9200-STAMP-STREAM-STATUS-EXIT.
           EXIT.
