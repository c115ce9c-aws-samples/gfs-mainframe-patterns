      ******************************************************************
      *                                                                *
      *     EXCHANGE BUSINESS-DAY CALENDAR RECORD                      *
      *                                                                *
      *        ONE RECORD PER CALENDAR DAY, IN DATE ORDER WITH NO      *
      *        GAPS, BUILT ONCE A YEAR BY ACBLCAL1 FROM THE EXCHANGE   *
      *        HOLIDAY LIST.  EVERY AGING AND DATE-DRIVEN PROGRAM      *
      *        READS IT SO THEY ALL AGREE ON WHAT A BUSINESS DAY IS.   *
      *        CAL-BUS-DAY-NO IS THE RUNNING COUNT OF BUSINESS DAYS    *
      *        FROM THE START OF THE FILE UP TO AND INCLUDING THE      *
      *        DATE (A WEEKEND OR HOLIDAY CARRIES THE COUNT OF THE     *
      *        BUSINESS DAY BEFORE IT), SO THE BUSINESS DAYS BETWEEN   *
      *        TWO DATES ARE THE DIFFERENCE OF THEIR COUNTS.  THE      *
      *        PRIOR AND NEXT BUSINESS DATES ARE STRICTLY BEFORE AND   *
      *        AFTER THE DATE; ZERO WHERE THE FILE RUNS OUT.  WEEKS    *
      *        RUN MONDAY THROUGH SUNDAY.                              *
      *                                                                *
      *===============================================================*
      *                          @REVISIONS@                          *
      *-----------------------------------------------------------*
      * MM/DD/YY   PROGRAMMER NAME                                     *
      * --------   ---------------                                     *
      * 10/15/26   D MORENO          DM0051                            *
      *            INITIAL INSTALLATION                                *
      ******************************************************************
       01  CAL-RECORD.
           05  CAL-DATE                   PIC 9(08).
           05  CAL-DAY-OF-WEEK            PIC 9(01).
           05  CAL-DAY-TYPE               PIC X(01).
               88  CAL-BUSINESS-DAY       VALUE 'B'.
               88  CAL-HOLIDAY            VALUE 'H'.
               88  CAL-WEEKEND            VALUE 'W'.
           05  CAL-BUS-DAY-NO             PIC 9(07).
           05  CAL-PRIOR-BUS-DATE         PIC 9(08).
           05  CAL-NEXT-BUS-DATE          PIC 9(08).
           05  CAL-WEEK-END-BUS-DATE      PIC 9(08).
           05  CAL-MONTH-END-BUS-DATE     PIC 9(08).
           05  CAL-WEEK-END-SW            PIC X(01).
           05  CAL-MONTH-END-SW           PIC X(01).
           05  CAL-HOLIDAY-NAME           PIC X(20).
           05  FILLER                     PIC X(09).
