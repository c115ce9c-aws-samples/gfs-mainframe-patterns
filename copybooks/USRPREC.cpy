      ******************************************************************
      *                                                                *
      *     CSR / REQUESTER USER PROFILE RECORD                        *
      *                                                                *
      *        ONE RECORD PER USER ID THAT MAY SIGN ON TO ACBLINQ1     *
      *        OR SUBMIT ACBLMST1 REQUESTS, GIVING THE SUPER BRANCH    *
      *        THE USER WORKS FOR.  THE ACBLACR1 ACCESS REVIEW FLAGS   *
      *        A LOOKUP OF AN ACCOUNT OUTSIDE THAT BRANCH.  A HOME-    *
      *        OFFICE USER (COMPLIANCE, MARGIN DEPARTMENT) CARRIES     *
      *        '***' AND MAY VIEW ANY BRANCH.  MAINTAINED BY           *
      *        SECURITY ADMINISTRATION.                                *
      *                                                                *
      *===============================================================*
      *                          @REVISIONS@                          *
      *-----------------------------------------------------------*
      * MM/DD/YY   PROGRAMMER NAME                                     *
      * --------   ---------------                                     *
      * 10/15/26   D MORENO          DM0052                            *
      *            INITIAL INSTALLATION                                *
      ******************************************************************
       01  USRP-RECORD.
           05  USRP-USER-ID               PIC X(08).
           05  USRP-USER-NAME             PIC X(20).
           05  USRP-SUPER-BRH             PIC X(03).
               88  USRP-ALL-BRANCHES      VALUE '***'.
           05  FILLER                     PIC X(49).
