      *  FLAG VALUES: ' '/'N' = NOT DONE, 'Y' = DONE,              *
      *  'H' = HELD FOR REVIEW (FILEIO STEP ONLY - RUNREL TURNS    *
      *  AN 'H' INTO 'Y' ON RELEASE OR 'N' ON CANCEL).             *
      *                                                            *
      *  PERIOD CLOSE: PERIODCL STAMPS SC-CLOSED-PERIOD (YYYYMM)   *
      *  AND SC-CLOSED-DATE WHEN IT CLOSES A MONTH, AND            *
      *  SC-CLOSED-YEAR AFTER A YEAR-END CLOSE.  EVERY PERIOD UP   *
      *  TO AND INCLUDING SC-CLOSED-PERIOD IS LOCKED: FILEIO       *
      *  REJECTS AND TRANPOST UNPOSTS ANY TRANSACTION DATED IN IT  *
      *  (REASON PC01).  SPACES MEAN NO PERIOD HAS BEEN CLOSED.    *
      *  PERADJ LETS A SUPERVISOR OPEN A POST-CLOSE ADJUSTMENT     *
      *  WINDOW ON THE LAST CLOSED PERIOD ONLY: WHILE THE          *
      *  BUSINESS DATE IS NOT PAST SC-ADJ-WINDOW-UNTIL, ITEMS      *
      *  DATED IN THAT PERIOD ARE ACCEPTED AGAIN.                  *
      *-----------------------------------------------------------*
       01  SYSCTL-RECORD.
           05  SC-BUSINESS-DATE        PIC X(08).
               88  SC-ARCHIVE-DONE             VALUE 'Y'.
           05  SC-ACK-FLAG             PIC X(01).
               88  SC-ACK-DONE                 VALUE 'Y'.
           05  SC-CLOSED-PERIOD        PIC X(06).
           05  SC-CLOSED-DATE          PIC X(08).
           05  SC-ADJ-WINDOW-UNTIL     PIC X(08).
           05  SC-ADJ-WINDOW-OPER      PIC X(08).
           05  SC-CLOSED-YEAR          PIC X(04).
           05  FILLER                  PIC X(34).
