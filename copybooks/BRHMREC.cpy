      * --------   ---------------                                     *
      * 09/02/26   D MORENO          DM0041                            *
      *            INITIAL INSTALLATION                                *
      * 10/15/26   D MORENO          DM0053                            *
      *            ADDED BRH-STATUS AND BRH-EFFECTIVE-DATE OUT OF THE  *
      *            FILLER, MAINTAINED BY ACBLBRM1.  A BLANK STATUS ON  *
      *            A RECORD KEYED BEFORE ACBLBRM1 READS AS OPEN.       *
      ******************************************************************
       01  BRH-RECORD.
           05  BRH-BRANCH-CODE            PIC X(03).
           05  BRH-BRANCH-NAME            PIC X(20).
           05  BRH-REGION-CODE            PIC X(03).
           05  BRH-PRINCIPAL              PIC X(20).
           05  BRH-STATUS                 PIC X(01).
               88  BRH-OPEN               VALUE 'A' ' '.
               88  BRH-CLOSED             VALUE 'C'.
           05  BRH-EFFECTIVE-DATE         PIC 9(08).
           05  FILLER                     PIC X(05).
