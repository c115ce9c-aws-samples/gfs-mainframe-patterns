      *        IS, AND THE ACBLSLA1 REPORTER CAN TIME EACH STEP        *
      *        AGAINST ITS TRAILING AVERAGE AND PROJECT THE 6 AM       *
      *        HAND-OFF, WHILE THE STREAM IS STILL RUNNING.            *
      *        AN END STAMP CARRIES THE PROGRAM'S RETURN CODE SO THE   *
      *        ACBLGTE1 STREAM GATE CAN TELL A CLEAN END FROM A        *
      *        FAILED ONE; IT IS BLANK ON A START STAMP AND ON END     *
      *        STAMPS WRITTEN BEFORE IT WAS CARRIED.                   *
      *                                                                *
      *===============================================================*
      *                          @REVISIONS@                          *
      * --------   ---------------                                     *
      * 09/02/26   D MORENO          DM0044                            *
      *            INITIAL INSTALLATION                                *
      * 10/15/26   D MORENO          DM0057                            *
      *            STS-RETURN-CODE ADDED ON THE END STAMP              *
      ******************************************************************
       01  STS-RECORD.
           05  STS-RUN-DATE               PIC 9(08).
               88  STS-START              VALUE 'S'.
               88  STS-END                VALUE 'E'.
           05  STS-TIME                   PIC 9(06).
           05  STS-RETURN-CODE            PIC 9(04).
           05  STS-RETURN-CODE-X REDEFINES STS-RETURN-CODE
                                          PIC X(04).
           05  FILLER                     PIC X(13).
