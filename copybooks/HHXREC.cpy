      ******************************************************************
      *                                                                *
      *     HOUSEHOLD RELATIONSHIP CROSS-REFERENCE RECORD              *
      *                                                                *
      *        ONE RECORD PER TX22N-ACCOUNT-NUMBER THAT BELONGS TO A   *
      *        HOUSEHOLD, IN ACCOUNT-NUMBER ORDER, LINKING THE ACCOUNT *
      *        TO ITS RELATIONSHIP ID WITH THE ACCOUNT'S ROLE IN THE   *
      *        RELATIONSHIP.  MAINTAINED BY ACBLHHM1; READ BY THE      *
      *        NIGHTLY HOUSEHOLD EXPOSURE REPORT ACBLHHX1.             *
      *                                                                *
      *===============================================================*
      *                          @REVISIONS@                          *
      *-----------------------------------------------------------*
      * MM/DD/YY   PROGRAMMER NAME                                     *
      * --------   ---------------                                     *
      * 10/15/26   D MORENO          DM0054                            *
      *            INITIAL INSTALLATION                                *
      ******************************************************************
       01  HHX-RECORD.
           05  HHX-ACCOUNT-NUMBER         PIC X(09).
           05  HHX-RELATIONSHIP-ID        PIC X(10).
           05  HHX-ROLE                   PIC X(02).
               88  HHX-PRIMARY            VALUE 'PR'.
               88  HHX-JOINT              VALUE 'JT'.
               88  HHX-IRA                VALUE 'IR'.
               88  HHX-TRUST              VALUE 'TR'.
               88  HHX-CUSTODIAL          VALUE 'CU'.
               88  HHX-OTHER              VALUE 'OT'.
               88  HHX-VALID-ROLE         VALUE 'PR' 'JT' 'IR' 'TR'
                                                'CU' 'OT'.
           05  HHX-EFFECTIVE-DATE         PIC 9(08).
           05  HHX-LAST-USER-ID           PIC X(08).
           05  HHX-LAST-UPDATE-DATE       PIC 9(08).
           05  FILLER                     PIC X(35).
