      *-----------------------------------------------------------*
      *  FXREC - 80-BYTE DAILY EXCHANGE-RATE RECORD.  TREASURY     *
      *  SENDS ONE RECORD PER CURRENCY PER RATE DATE.  FILEIO      *
      *  LOADS THE FILE AT SET-UP, THE SAME WAY IT LOADS THE       *
      *  STATUS REFERENCE, AND CONVERTS EVERY TRANSACTION WHOSE    *
      *  TRAN-CURRENCY-CD IS NOT THE BASE CURRENCY (RUNCTL         *
      *  RC-BASE-CURRENCY) AT THE RATE FOR ITS TRAN-DATE.  A       *
      *  TRANSACTION WITH NO RATE FOR THAT DATE AND CURRENCY       *
      *  REJECTS CY01.  FX-RATE IS THE NUMBER OF BASE-CURRENCY     *
      *  UNITS BOUGHT BY ONE UNIT OF FX-CURRENCY-CD.  FXRPT READS  *
      *  THE SAME FILE BACK TO SHOW THE RATES USED.                *
      *-----------------------------------------------------------*
       01  FX-RECORD.
           05  FX-KEY.
               10  FX-RATE-DATE        PIC X(08).
               10  FX-CURRENCY-CD      PIC X(03).
           05  FX-RATE                 PIC 9(05)V9(06).
           05  FX-SOURCE               PIC X(08).
           05  FILLER                  PIC X(50).
