      ******************************************************************
      *                                                                *
      *     MARGIN-CALL NOTICE HISTORY RECORD                          *
      *                                                                *
      *        ONE RECORD PER ACCOUNT STILL IN MARGIN CALL, CARRIED    *
      *        NIGHT TO NIGHT BY MGNOTC01 WITH THE NUMBER OF NOTICES   *
      *        SENT, THE FIRST AND LATEST NOTICE DATES AND THE DUE     *
      *        DATE SET ON THE FIRST NOTICE, SO AN ACCOUNT STILL IN    *
      *        CALL THE NEXT NIGHT GETS A SECOND OR FINAL NOTICE       *
      *        INSTEAD OF A FRESH FIRST NOTICE.  AN ACCOUNT THAT IS    *
      *        NO LONGER IN CALL IS NOT CARRIED.                       *
      *                                                                *
      *===============================================================*
      *                          @REVISIONS@                          *
      *-----------------------------------------------------------*
      * MM/DD/YY   PROGRAMMER NAME                                     *
      * --------   ---------------                                     *
      * 10/15/26   D MORENO          DM0050                            *
      *            INITIAL INSTALLATION                                *
      ******************************************************************
       01  NTCH-RECORD.
           05  NTCH-ACCOUNT-NUMBER        PIC X(09).
           05  NTCH-SUPER-BRH             PIC X(03).
           05  NTCH-NOTICE-COUNT          PIC 9(03).
           05  NTCH-FIRST-NOTICE-DATE     PIC 9(08).
           05  NTCH-LAST-NOTICE-DATE      PIC 9(08).
           05  NTCH-DUE-DATE              PIC 9(08).
           05  FILLER                     PIC X(01).
