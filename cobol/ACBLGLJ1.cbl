      *            VERIFIES.  AN UNBALANCED FILE OR A TIE-BACK BREAK   *
      *            ENDS THE STEP WITH RETURN CODE 8 SO THE MANUAL      *
      *            MORNING KEYING NEVER SILENTLY RESUMES.              *
      * 10/15/26   D MORENO          DM0057                            *
      *            STAMPS A START AND END TIME RECORD TO THE SHARED    *
      *            STRMSTAT STREAM-STATUS FILE, THE END STAMP          *
      *            CARRYING THE STEP'S RETURN CODE, SO THE ACBLGTE1    *
      *            STREAM GATE AND THE ACBLRRP1 RERUN PLANNER CAN      *
      *            SEE WHETHER THE JOURNAL WAS BUILT TONIGHT.          *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT STRMSTAT-FILE    ASSIGN TO STRMSTAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STRMSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCTBALX-FILE
           BLOCK CONTAINS 0 RECORDS.
           COPY "RUNCTREC.cpy".

       FD  STRMSTAT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY "STSREC.cpy".

       WORKING-STORAGE SECTION.
       77  WS-ACCTBALX-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-GLPOST-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-GLJRPT-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-RUNCTL-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-STRMSTAT-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-STS-EVENT                PIC X(01)  VALUE SPACE.
       77  WS-STS-DATE                 PIC 9(08)  VALUE ZERO.
       77  WS-TODAY                    PIC 9(08)  VALUE ZERO.
       77  WS-EOF-SW                   PIC X(01)  VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       01  WS-TOTAL-DEBITS             PIC S9(17)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-CREDITS            PIC S9(17)V99 COMP-3 VALUE ZERO.

       01  WS-STS-TIME-RAW.
           05  WS-STS-HHMMSS           PIC 9(06).
           05  FILLER                  PIC 9(02).

       01  WS-REPORT-TITLE.
           05  FILLER          PIC X(40)
               VALUE 'GL JOURNAL POSTING CONTROL REPORT'.
      *  0000-MAINLINE                                            *
      *-----------------------------------------------------------*
       0000-MAINLINE.
           MOVE 'S' TO WS-STS-EVENT.
           PERFORM 9200-STAMP-STREAM-STATUS
               THRU 9200-STAMP-STREAM-STATUS-EXIT.

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

               THRU 6000-WRITE-CONTROL-REPORT-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           MOVE 'E' TO WS-STS-EVENT.
           PERFORM 9200-STAMP-STREAM-STATUS
               THRU 9200-STAMP-STREAM-STATUS-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
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
               DISPLAY 'ACBLGLJ1 - OPEN FAILED - STRMSTAT '
                       WS-STRMSTAT-STATUS
               GO TO 9200-STAMP-STREAM-STATUS-EXIT
           END-IF.

           MOVE SPACES        TO STS-RECORD.
           MOVE WS-STS-DATE   TO STS-RUN-DATE.
           MOVE 'ACBLGLJ1'    TO STS-PROGRAM-ID.
           MOVE WS-STS-EVENT  TO STS-EVENT.
           MOVE WS-STS-HHMMSS TO STS-TIME.
           IF WS-STS-EVENT = 'E'
               MOVE RETURN-CODE TO STS-RETURN-CODE
           END-IF.
           WRITE STS-RECORD.

           CLOSE STRMSTAT-FILE.
       9200-STAMP-STREAM-STATUS-EXIT.
           EXIT.
