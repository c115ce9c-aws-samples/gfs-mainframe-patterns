      ******************************************************************
      *                                                                *
      *     HISTORICAL AS-OF BALANCE RESEARCH REQUEST RECORD           *
      *                                                                *
      *        ONE RECORD PER ACCOUNT A DESK, COMPLIANCE OR LEGAL      *
      *        NEEDS AS IT STOOD ON A PAST DATE - A MARGIN-CALL        *
      *        DISPUTE OR A SUBPOENA.  THE FROM DATE IS THE AS-OF      *
      *        DATE; A TO DATE TURNS THE REQUEST INTO A RANGE AND A    *
      *        BLANK OR ZERO TO DATE MEANS THE ONE DATE.  THE          *
      *        REFERENCE IS FREE TEXT (CASE OR SUBPOENA NUMBER) AND    *
      *        IS PRINTED ON THE STATEMENT.  THE REQUESTER ID IS       *
      *        WHO EVERY STATEMENT IS LOGGED AGAINST ON ACCLOG.        *
      *                                                                *
      *===============================================================*
      *                          @REVISIONS@                          *
      *-----------------------------------------------------------*
      * MM/DD/YY   PROGRAMMER NAME                                     *
      * --------   ---------------                                     *
      * 10/15/26   D MORENO          DM0056                            *
      *            INITIAL INSTALLATION                                *
      ******************************************************************
       01  HSTQ-RECORD.
           05  HSTQ-REQUESTER-ID          PIC X(08).
           05  HSTQ-ACCOUNT-NUMBER        PIC X(09).
           05  HSTQ-FROM-DATE             PIC X(08).
           05  HSTQ-TO-DATE               PIC X(08).
           05  HSTQ-REFERENCE             PIC X(20).
           05  FILLER                     PIC X(27).
