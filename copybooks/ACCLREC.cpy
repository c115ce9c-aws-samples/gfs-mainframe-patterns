      ******************************************************************
      *                                                                *
      *     CUSTOMER-BALANCE ACCESS LOG RECORD                         *
      *                                                                *
      *        ONE RECORD PER ACCOUNT LOOKED AT - EVERY ACBLINQ1       *
      *        INQUIRY KEYED BY A SIGNED-ON CSR AND EVERY ACBLMST1     *
      *        MINI-STATEMENT PRINTED FOR A REQUESTER.  APPENDED TO    *
      *        THE ACCLOG FILE AS THE LOOKUP HAPPENS AND READ EACH     *
      *        NIGHT BY THE ACBLACR1 ACCESS REVIEW.  THE ACCOUNT'S     *
      *        SUPER BRANCH AND EMPLOYEE SWITCH ARE CAPTURED FROM      *
      *        THE BALANCE RECORD AS IT WAS SHOWN, SO THE REVIEW       *
      *        NEEDS NO SECOND PASS OF THE BALANCE FILE.  AN           *
      *        INQUIRY FOR AN ACCOUNT NOT ON FILE IS LOGGED WITH THE   *
      *        FOUND SWITCH OFF AND NO BRANCH.  SCREENS IS THE         *
      *        NUMBER OF SCREENS (OR STATEMENT PAGES) SHOWN.           *
      *                                                                *
      *===============================================================*
      *                          @REVISIONS@                          *
      *-----------------------------------------------------------*
      * MM/DD/YY   PROGRAMMER NAME                                     *
      * --------   ---------------                                     *
      * 10/15/26   D MORENO          DM0052                            *
      *            INITIAL INSTALLATION                                *
      * 10/15/26   D MORENO          DM0060                            *
      *            EMPLOYEE SWITCH 'U' MEANS UNKNOWN - AN ACBLHST1     *
      *            STATEMENT OF WEEKLY SNAPSHOTS ONLY, FOR AN ACCOUNT  *
      *            NO LONGER ON ACCTIDX.                               *
      ******************************************************************
       01  ACCL-RECORD.
           05  ACCL-USER-ID               PIC X(08).
           05  ACCL-ACCOUNT-NUMBER        PIC X(09).
           05  ACCL-ACCESS-DATE           PIC 9(08).
           05  ACCL-ACCESS-TIME           PIC 9(06).
           05  ACCL-PROGRAM-ID            PIC X(08).
           05  ACCL-ACCESS-TYPE           PIC X(01).
               88  ACCL-INQUIRY           VALUE 'I'.
               88  ACCL-STATEMENT         VALUE 'S'.
           05  ACCL-SCREENS               PIC 9(03).
           05  ACCL-FOUND-SW              PIC X(01).
               88  ACCL-FOUND             VALUE 'Y'.
           05  ACCL-SUPER-BRH             PIC X(03).
           05  ACCL-EMPLOYEE-ACCT-SW      PIC X(01).
               88  ACCL-EMPLOYEE-UNKNOWN  VALUE 'U'.
           05  FILLER                     PIC X(32).
