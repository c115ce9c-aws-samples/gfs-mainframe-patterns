      ******************************************************************
      *                                                                *
      *     HOUSEHOLD CROSS-REFERENCE MAINTENANCE TRANSACTION RECORD   *
      *                                                                *
      *        ONE RECORD PER ADD, CHANGE OR DELETE OF AN ACCOUNT'S    *
      *        HOUSEHOLD LINK.  AN ADD CARRIES THE RELATIONSHIP ID     *
      *        AND ROLE.  A CHANGE CARRIES ONLY WHAT IS CHANGING;      *
      *        BLANK FIELDS KEEP THEIR CURRENT VALUE.  A DELETE NEEDS  *
      *        ONLY THE ACCOUNT NUMBER.  A ZERO OR BLANK EFFECTIVE     *
      *        DATE DEFAULTS TO THE RUN DATE.  THE USER ID IDENTIFIES  *
      *        THE SUBMITTER FOR THE AUDIT REPORT.                     *
      *                                                                *
      *===============================================================*
      *                          @REVISIONS@                          *
      *-----------------------------------------------------------*
      * MM/DD/YY   PROGRAMMER NAME                                     *
      * --------   ---------------                                     *
      * 10/15/26   D MORENO          DM0054                            *
      *            INITIAL INSTALLATION                                *
      ******************************************************************
       01  HHT-RECORD.
           05  HHT-TXN-CODE               PIC X(01).
               88  HHT-ADD                VALUE 'A'.
               88  HHT-CHANGE             VALUE 'C'.
               88  HHT-DELETE             VALUE 'D'.
           05  HHT-ACCOUNT-NUMBER         PIC X(09).
           05  HHT-RELATIONSHIP-ID        PIC X(10).
           05  HHT-ROLE                   PIC X(02).
               88  HHT-VALID-ROLE         VALUE 'PR' 'JT' 'IR' 'TR'
                                                'CU' 'OT'.
           05  HHT-EFFECTIVE-DATE         PIC X(08).
           05  HHT-USER-ID                PIC X(08).
           05  FILLER                     PIC X(42).
