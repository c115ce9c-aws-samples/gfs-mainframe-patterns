      *            LOAD-ERROR SWITCH THAT SKIPS THE REPORT AND ENDS    *
      *            THE STEP WITH RETURN CODE 8, AS ACBLCMP1'S          *
      *            DM0034 DOES.                                        *
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
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT STRMSTAT-FILE    ASSIGN TO STRMSTAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STRMSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCTBALG-FILE
           BLOCK CONTAINS 0 RECORDS.
           COPY "RUNCTREC.cpy".

       FD  STRMSTAT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY "STSREC.cpy".

       WORKING-STORAGE SECTION.
       77  WS-ACCTBALG-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-EMPRPT-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-RUNCTL-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-STRMSTAT-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-STS-EVENT                PIC X(01)  VALUE SPACE.
       77  WS-STS-DATE                 PIC 9(08)  VALUE ZERO.
       77  WS-RUN-DATE                 PIC 9(08)  VALUE ZERO.
       77  WS-EOF-SW                   PIC X(01)  VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       77  WS-PAGE-COUNT               PIC 9(05)  VALUE ZERO COMP.
       77  WS-LAST-BRH                 PIC X(03)  VALUE SPACES.

       01  WS-STS-TIME-RAW.
           05  WS-STS-HHMMSS           PIC 9(06).
           05  FILLER                  PIC 9(02).

       01  WS-REPORT-TITLE.
           05  FILLER          PIC X(44)
               VALUE 'EMPLOYEE-ACCOUNT COMPLIANCE SURVEILLANCE'.
      *  0000-MAINLINE                                            *
      *-----------------------------------------------------------*
       0000-MAINLINE.
           MOVE 'S' TO WS-STS-EVENT.
           PERFORM 9200-STAMP-STREAM-STATUS
               THRU 9200-STAMP-STREAM-STATUS-EXIT.

           SORT EMP-SORT-FILE
               ON ASCENDING KEY EMPS-SUPER-BRH
                                EMPS-ACCOUNT-NUMBER
                            THRU 4000-WRITE-REPORT-EXIT.
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
               DISPLAY 'ACBLEMP1 - OPEN FAILED - STRMSTAT '
                       WS-STRMSTAT-STATUS
               GO TO 9200-STAMP-STREAM-STATUS-EXIT
           END-IF.

           MOVE SPACES        TO STS-RECORD.
           MOVE WS-STS-DATE   TO STS-RUN-DATE.
           MOVE 'ACBLEMP1'    TO STS-PROGRAM-ID.
           MOVE WS-STS-EVENT  TO STS-EVENT.
           MOVE WS-STS-HHMMSS TO STS-TIME.
           IF WS-STS-EVENT = 'E'
               MOVE RETURN-CODE TO STS-RETURN-CODE
           END-IF.
           WRITE STS-RECORD.

           CLOSE STRMSTAT-FILE.
       9200-STAMP-STREAM-STATUS-EXIT.
           EXIT.
