      *            STRMSTAT STREAM-STATUS FILE SO THE OVERNIGHT        *
      *            OPERATOR AND THE ACBLSLA1 SLA REPORTER CAN SEE      *
      *            WHERE THE STREAM IS WHILE IT IS STILL RUNNING.      *
      * 10/15/26   D MORENO          DM0057                            *
      *            THE STRMSTAT END STAMP NOW CARRIES THE STEP'S       *
      *            RETURN CODE SO THE ACBLGTE1 STREAM GATE CAN TELL    *
      *            A CLEAN END FROM A FAILED ONE.                      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           MOVE 'ACBCKPT1'    TO STS-PROGRAM-ID.
           MOVE WS-STS-EVENT  TO STS-EVENT.
           MOVE WS-STS-HHMMSS TO STS-TIME.
           IF WS-STS-EVENT = 'E'
               MOVE RETURN-CODE TO STS-RETURN-CODE
           END-IF.
           WRITE STS-RECORD.

           CLOSE STRMSTAT-FILE.
