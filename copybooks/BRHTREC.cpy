      ******************************************************************
      *                                                                *
      *     BRANCH MASTER MAINTENANCE TRANSACTION RECORD               *
      *                                                                *
      *        ONE RECORD PER ADD, CHANGE OR CLOSE AGAINST THE BRHMST  *
      *        BRANCH MASTER, KEYED BY THE THREE-CHARACTER BRANCH      *
      *        CODE.  AN ADD CARRIES EVERY FIELD.  A CHANGE CARRIES    *
      *        ONLY THE FIELDS BEING CHANGED; BLANK FIELDS KEEP THEIR  *
      *        MASTER VALUE.  A CLOSE NEEDS ONLY THE BRANCH CODE.  A   *
      *        ZERO OR BLANK EFFECTIVE DATE DEFAULTS TO THE RUN DATE.  *
      *        THE USER ID IDENTIFIES THE SUBMITTER FOR THE AUDIT      *
      *        REPORT.                                                 *
      *                                                                *
      *===============================================================*
      *                          @REVISIONS@                          *
      *-----------------------------------------------------------*
      * MM/DD/YY   PROGRAMMER NAME                                     *
      * --------   ---------------                                     *
      * 10/15/26   D MORENO          DM0053                            *
      *            INITIAL INSTALLATION                                *
      ******************************************************************
       01  BRHT-RECORD.
           05  BRHT-TXN-CODE              PIC X(01).
               88  BRHT-ADD               VALUE 'A'.
               88  BRHT-CHANGE            VALUE 'C'.
               88  BRHT-CLOSE             VALUE 'X'.
           05  BRHT-BRANCH-CODE           PIC X(03).
           05  BRHT-BRANCH-NAME           PIC X(20).
           05  BRHT-REGION-CODE           PIC X(03).
           05  BRHT-PRINCIPAL             PIC X(20).
           05  BRHT-EFFECTIVE-DATE        PIC X(08).
           05  BRHT-USER-ID               PIC X(08).
           05  FILLER                     PIC X(17).
