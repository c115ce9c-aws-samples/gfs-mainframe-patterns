      * --------   ---------------                                     *
      * 08/22/26   D MORENO          DM0026                            *
      *            INITIAL INSTALLATION                                *
      * 10/15/26   D MORENO          DM0060                            *
      *            ACTION CODE TAKEN FROM FILLER.  BLANK OR C IS A     *
      *            SIGN CORRECTION AS BEFORE.  R RELEASES A RECORD     *
      *            HELD BY THE CROSS-FIELD EDIT STRAIGHT TO RESUBMIT   *
      *            WITH NO RE-EDIT, AND D DROPS THE ACCOUNT FROM       *
      *            QUARANTINE.  FIELD NAME AND NEW VALUE ARE NOT USED  *
      *            ON AN R OR D.                                       *
      ******************************************************************
       01  CORR-RECORD.
           05  CORR-ACCOUNT-NUMBER        PIC X(09).
           05  CORR-FIELD-NAME            PIC X(32).
           05  CORR-NEW-VALUE             PIC X(01).
           05  CORR-USER-ID               PIC X(08).
           05  CORR-ACTION                PIC X(01).
               88  CORR-SIGN-CORRECTION       VALUE ' ' 'C'.
               88  CORR-RELEASE               VALUE 'R'.
               88  CORR-DROP                  VALUE 'D'.
           05  FILLER                     PIC X(09).
