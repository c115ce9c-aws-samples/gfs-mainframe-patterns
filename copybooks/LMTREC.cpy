      ******************************************************************
      *                                                                *
      *     SUPER-BRANCH EXPOSURE LIMITS RECORD                        *
      *                                                                *
      *        ONE RECORD PER SUPER BRANCH PER EFFECTIVE DATE, SET     *
      *        BY THE RISK DESK.  THE ROW IN FORCE FOR A BRANCH IS     *
      *        THE ONE WITH THE LATEST EFFECTIVE DATE NOT AFTER THE    *
      *        RUN DATE, SO A NEW LIMIT CAN BE KEYED AHEAD OF TIME.    *
      *        A BRANCH CODE OF '***' IS THE FIRM DEFAULT, USED FOR    *
      *        ANY BRANCH WITH NO ROW OF ITS OWN IN FORCE.  EACH       *
      *        LIMIT HAS A WARNING AND A HARD THRESHOLD; ZERO MEANS    *
      *        THAT THRESHOLD IS NOT SET.  MARGIN DEBIT AND HOUSE-     *
      *        CALL DEFICIT ARE WHOLE DOLLARS, IN THE CURRENCY THE     *
      *        TX22N BALANCE RECORD CARRIES THEM IN; THE CALL LIMIT    *
      *        IS A COUNT OF ACCOUNTS; THE TOP-FIVE LIMIT IS THE       *
      *        PERCENT OF THE BRANCH MARGIN DEBIT HELD BY ITS FIVE     *
      *        LARGEST DEBIT ACCOUNTS.                                 *
      *                                                                *
      *===============================================================*
      *                          @REVISIONS@                          *
      *-----------------------------------------------------------*
      * MM/DD/YY   PROGRAMMER NAME                                     *
      * --------   ---------------                                     *
      * 10/15/26   D MORENO          DM0059                            *
      *            INITIAL INSTALLATION                                *
      ******************************************************************
       01  LMT-RECORD.
           05  LMT-SUPER-BRH              PIC X(03).
               88  LMT-FIRM-DEFAULT       VALUE '***'.
           05  LMT-EFFECTIVE-DATE         PIC 9(08).
           05  LMT-DEBIT-WARN             PIC 9(13).
           05  LMT-DEBIT-HARD             PIC 9(13).
           05  LMT-HOUSE-WARN             PIC 9(13).
           05  LMT-HOUSE-HARD             PIC 9(13).
           05  LMT-CALLS-WARN             PIC 9(05).
           05  LMT-CALLS-HARD             PIC 9(05).
           05  LMT-TOP5-WARN              PIC 9(03)V99.
           05  LMT-TOP5-HARD              PIC 9(03)V99.
           05  FILLER                     PIC X(17).
