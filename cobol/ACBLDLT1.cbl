      *            ELSE A REFRESHED ACCOUNT WOULD QUOTE A BLANK        *
      *            CURRENCY AGAIN (THE DM0038 DEFECT).                 *
      *            RUNS AS MANY TIMES A DAY AS DELTAS ARRIVE.          *
      * 10/15/26   D MORENO          DM0058                            *
      *            READS EACH ACCOUNT'S ACCTIDX RECORD BEFORE THE      *
      *            DELTA IS APPLIED AND, FOR EVERY DELTA APPLIED,      *
      *            APPENDS A BEFORE/AFTER RECORD (DLTJREC) TO THE      *
      *            DLTJRNL JOURNAL - NET WORTH, MARGIN EQUITY PERCENT  *
      *            AND THE FED/HOUSE/NYSE/MIN-EQUITY CALL FIELDS - SO  *
      *            THE ACBLICL1 INTRADAY CALL REPORT AND AUDIT CAN     *
      *            SEE WHAT THE IN-PLACE REWRITE CHANGED.  NO DELTA    *
      *            IS APPLIED WHEN THE JOURNAL CANNOT BE OPENED.       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS TX22N-ACCOUNT-NUMBER OF ACCTIDX-FILE
               FILE STATUS IS WS-ACCTIDX-STATUS.

           SELECT DLTJRNL-FILE     ASSIGN TO DLTJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DLTJRNL-STATUS.

           SELECT RUNCTL-FILE      ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY "Mockedcopy.cpy".

       FD  DLTJRNL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY "DLTJREC.cpy".

       FD  RUNCTL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
       77  WS-RUN-DATE                 PIC 9(08)  VALUE ZERO.
       77  WS-DELTAFD-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-ACCTIDX-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-DLTJRNL-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-ON-FILE-SW               PIC X(01)  VALUE 'N'.
           88  WS-ON-FILE              VALUE 'Y'.
       77  WS-EOF-SW                   PIC X(01)  VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       77  WS-INIT-OK-SW               PIC X(01)  VALUE 'N'.
       77  WS-APPLIED                  PIC 9(07)  VALUE ZERO COMP.
       77  WS-ADDED                    PIC 9(07)  VALUE ZERO COMP.
       77  WS-ERRORS                   PIC 9(07)  VALUE ZERO COMP.
       77  WS-JOURNALED                PIC 9(07)  VALUE ZERO COMP.
       77  WS-JRNL-ERRORS              PIC 9(07)  VALUE ZERO COMP.
       77  WS-FX-RATE                  PIC 9(03)V9(04) VALUE ZERO.

       01  WS-TIME-RAW.
                       WS-ACCTIDX-STATUS
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-EOF-SW
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

      *    A DELTA APPLIED WITHOUT ITS JOURNAL RECORD WOULD LEAVE A
      *    GAP IN THE INTRADAY HISTORY, SO NO JOURNAL, NO APPLY.
           OPEN EXTEND DLTJRNL-FILE.
           IF WS-DLTJRNL-STATUS = '35'
               OPEN OUTPUT DLTJRNL-FILE
           END-IF.
           IF WS-DLTJRNL-STATUS NOT = '00'
               DISPLAY 'ACBLDLT1 - OPEN FAILED - DLTJRNL '
                       WS-DLTJRNL-STATUS
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-EOF-SW
               CLOSE DELTAFD-FILE
               CLOSE ACCTIDX-FILE
           ELSE
               MOVE 'Y' TO WS-INIT-OK-SW
           END-IF.
      *     READS ONE DELTA RECORD, FX-ENRICHES IT THE WAY THE    *
      *     NIGHTLY LOAD DOES, STAMPS THE AS-OF DATE AND TIME     *
      *     AND REWRITES THE ACCTIDX RECORD IN PLACE.  AN         *
      *     ACCOUNT NOT ON FILE IS ADDED INSTEAD.  THE RECORD AS  *
      *     IT STOOD IS READ FIRST FOR THE JOURNAL BEFORE IMAGE.  *
      *-----------------------------------------------------------*
       2000-APPLY-DELTA.
           READ DELTAFD-FILE
           END-READ.
           ADD 1 TO WS-READS.

           MOVE TX22N-ACCOUNT-NUMBER OF DELTAFD-FILE
               TO TX22N-ACCOUNT-NUMBER OF ACCTIDX-FILE.
           READ ACCTIDX-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ON-FILE-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ON-FILE-SW
           END-READ.
           PERFORM 2050-SET-BEFORE-IMAGE
               THRU 2050-SET-BEFORE-IMAGE-EXIT.

           MOVE TX22N-BALANCE-RCD OF DELTAFD-FILE
               TO TX22N-BALANCE-RCD OF ACCTIDX-FILE.
           PERFORM 2200-SET-CURRENCY-CODE
                       THRU 2100-ADD-NEW-ACCOUNT-EXIT
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED
                   MOVE 'R' TO DLTJ-ACTION
                   PERFORM 2400-WRITE-JOURNAL
                       THRU 2400-WRITE-JOURNAL-EXIT
           END-REWRITE.
       2000-APPLY-DELTA-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2050-SET-BEFORE-IMAGE                                    *
      *     HOLDS THE OVERNIGHT (OR LAST INTRADAY) FIGURES IN     *
      *     THE JOURNAL RECORD BEFORE THE DELTA OVERLAYS THEM.    *
      *     AN ACCOUNT NOT YET ON ACCTIDX HAS A ZERO IMAGE.       *
      *-----------------------------------------------------------*
       2050-SET-BEFORE-IMAGE.
           MOVE SPACES TO DLTJ-RECORD.
           IF NOT WS-ON-FILE
               MOVE ZERO TO DLTJ-B-NETWORTH
               MOVE ZERO TO DLTJ-B-MGN-EQUITY-PCT
               MOVE ZERO TO DLTJ-B-FEDCALL
               MOVE ZERO TO DLTJ-B-HOUSECALL
               MOVE ZERO TO DLTJ-B-NYSECALL
               MOVE ZERO TO DLTJ-B-MINEQCALL
               GO TO 2050-SET-BEFORE-IMAGE-EXIT
           END-IF.

           MOVE TX22N-NETWORTH-SGN OF ACCTIDX-FILE
               TO DLTJ-B-NETWORTH-SGN.
           MOVE TX22N-NETWORTH OF ACCTIDX-FILE
               TO DLTJ-B-NETWORTH.
           MOVE TX22N-MGN-EQUITY-PERCENT OF ACCTIDX-FILE
               TO DLTJ-B-MGN-EQUITY-PCT.
           MOVE TX22N-FEDCALL-SMA-SGN OF ACCTIDX-FILE
               TO DLTJ-B-FEDCALL-SGN.
           MOVE TX22N-FEDCALL-SMA OF ACCTIDX-FILE
               TO DLTJ-B-FEDCALL.
           MOVE TX22N-HOUSECALL-SURP-SGN OF ACCTIDX-FILE
               TO DLTJ-B-HOUSECALL-SGN.
           MOVE TX22N-HOUSECALL-SURP OF ACCTIDX-FILE
               TO DLTJ-B-HOUSECALL.
           MOVE TX22N-NYSECALL-SURP-SGN OF ACCTIDX-FILE
               TO DLTJ-B-NYSECALL-SGN.
           MOVE TX22N-NYSECALL-SURP OF ACCTIDX-FILE
               TO DLTJ-B-NYSECALL.
           MOVE TX22N-MIN-EQUITY-CALL-SGN OF ACCTIDX-FILE
               TO DLTJ-B-MINEQCALL-SGN.
           MOVE TX22N-MIN-EQUITY-CALL OF ACCTIDX-FILE
               TO DLTJ-B-MINEQCALL.
       2050-SET-BEFORE-IMAGE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2100-ADD-NEW-ACCOUNT                                     *
      *     A DELTA FOR AN ACCOUNT THE OVERNIGHT LOAD DOES NOT    *
                           ' STATUS ' WS-ACCTIDX-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-ADDED
                   MOVE 'A' TO DLTJ-ACTION
                   PERFORM 2400-WRITE-JOURNAL
                       THRU 2400-WRITE-JOURNAL-EXIT
           END-WRITE.
       2100-ADD-NEW-ACCOUNT-EXIT.
           EXIT.
       2300-CONVERT-SHADOW-AMOUNTS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2400-WRITE-JOURNAL                                       *
      *     COMPLETES THE JOURNAL RECORD WITH THE AFTER IMAGE AS  *
      *     NOW ON ACCTIDX AND APPENDS IT TO DLTJRNL.             *
      *-----------------------------------------------------------*
       2400-WRITE-JOURNAL.
           MOVE TX22N-ACCOUNT-NUMBER OF ACCTIDX-FILE
               TO DLTJ-ACCOUNT-NUMBER.
           MOVE TX22N-SUPER-BRH OF ACCTIDX-FILE
               TO DLTJ-SUPER-BRH.
           MOVE WS-RUN-DATE    TO DLTJ-ASOF-DATE.
           MOVE WS-TIME-HHMMSS TO DLTJ-ASOF-TIME.
           MOVE WS-READS       TO DLTJ-DELTA-SEQ.

           MOVE TX22N-NETWORTH-SGN OF ACCTIDX-FILE
               TO DLTJ-A-NETWORTH-SGN.
           MOVE TX22N-NETWORTH OF ACCTIDX-FILE
               TO DLTJ-A-NETWORTH.
           MOVE TX22N-MGN-EQUITY-PERCENT OF ACCTIDX-FILE
               TO DLTJ-A-MGN-EQUITY-PCT.
           MOVE TX22N-FEDCALL-SMA-SGN OF ACCTIDX-FILE
               TO DLTJ-A-FEDCALL-SGN.
           MOVE TX22N-FEDCALL-SMA OF ACCTIDX-FILE
               TO DLTJ-A-FEDCALL.
           MOVE TX22N-HOUSECALL-SURP-SGN OF ACCTIDX-FILE
               TO DLTJ-A-HOUSECALL-SGN.
           MOVE TX22N-HOUSECALL-SURP OF ACCTIDX-FILE
               TO DLTJ-A-HOUSECALL.
           MOVE TX22N-NYSECALL-SURP-SGN OF ACCTIDX-FILE
               TO DLTJ-A-NYSECALL-SGN.
           MOVE TX22N-NYSECALL-SURP OF ACCTIDX-FILE
               TO DLTJ-A-NYSECALL.
           MOVE TX22N-MIN-EQUITY-CALL-SGN OF ACCTIDX-FILE
               TO DLTJ-A-MINEQCALL-SGN.
           MOVE TX22N-MIN-EQUITY-CALL OF ACCTIDX-FILE
               TO DLTJ-A-MINEQCALL.

           WRITE DLTJ-RECORD.
           IF WS-DLTJRNL-STATUS = '00'
               ADD 1 TO WS-JOURNALED
           ELSE
               ADD 1 TO WS-JRNL-ERRORS
               DISPLAY 'ACBLDLT1 - JOURNAL WRITE FAILED FOR ACCOUNT '
                       DLTJ-ACCOUNT-NUMBER
                       ' STATUS ' WS-DLTJRNL-STATUS
           END-IF.
       2400-WRITE-JOURNAL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  9000-TERMINATE                                           *
      *-----------------------------------------------------------*
           IF WS-INIT-OK
               CLOSE DELTAFD-FILE
               CLOSE ACCTIDX-FILE
               CLOSE DLTJRNL-FILE
           END-IF.
           DISPLAY 'ACBLDLT1 - DELTA RECORDS READ    : ' WS-READS.
           DISPLAY 'ACBLDLT1 - ACCOUNTS REWRITTEN    : ' WS-APPLIED.
           DISPLAY 'ACBLDLT1 - ACCOUNTS ADDED        : ' WS-ADDED.
           DISPLAY 'ACBLDLT1 - APPLY ERRORS          : ' WS-ERRORS.
           DISPLAY 'ACBLDLT1 - JOURNAL RECORDS       : '
                   WS-JOURNALED.
           DISPLAY 'ACBLDLT1 - JOURNAL WRITE ERRORS  : '
                   WS-JRNL-ERRORS.

           IF WS-ERRORS > ZERO OR WS-JRNL-ERRORS > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

