      *-----------------------------------------------------------*
      *  ACCRREC - 128-BYTE MONTH-END ACCRUAL REGISTER RECORD,     *
      *  KEYED BY PERIOD (YYYYMM) PLUS ACCOUNT ID.  INTFEE WRITES  *
      *  ONE RECORD PER ACCOUNT SHOWING HOW THAT MONTH'S INTEREST  *
      *  AND CHARGES WERE WORKED OUT, THEN A CLOSING RECORD WITH   *
      *  ACCOUNT ID '****' CARRYING THE RUN TOTALS.  THE CLOSING   *
      *  RECORD IS WHAT STOPS THE SAME MONTH BEING RUN TWICE; A    *
      *  RUN THAT DIED BEFORE WRITING IT LEAVES ONLY PARTIAL       *
      *  ACCOUNT RECORDS, WHICH THE RERUN CLEARS AND REBUILDS.     *
      *    ACCR-ACTION-CD  G = INTEREST/CHARGES GENERATED          *
      *                    N = NOTHING DUE                         *
      *                    S = SKIPPED, CLOSED/FROZEN/DORMANT      *
      *                    X = NO RATE SCHEDULE FOR THE BRANCH     *
      *-----------------------------------------------------------*
       01  ACCR-RECORD.
           05  ACCR-KEY.
               10  ACCR-PERIOD         PIC X(06).
               10  ACCR-ACCT-ID        PIC X(04).
           05  ACCR-RATE-KEY           PIC X(04).
           05  ACCR-DAYS               PIC 9(02).
           05  ACCR-END-BAL            PIC S9(11)V99
                                       SIGN IS TRAILING SEPARATE.
           05  ACCR-AVG-BAL            PIC S9(11)V99
                                       SIGN IS TRAILING SEPARATE.
           05  ACCR-INT-RATE           PIC 9(02)V9(05).
           05  ACCR-INTEREST           PIC 9(09)V99.
           05  ACCR-TRAN-COUNT         PIC 9(05).
           05  ACCR-MAINT-FEE          PIC 9(07)V99.
           05  ACCR-TRAN-FEE           PIC 9(07)V99.
           05  ACCR-RUN-DATE           PIC X(08).
           05  ACCR-ACTION-CD          PIC X(01).
               88  ACCR-GENERATED              VALUE 'G'.
               88  ACCR-NOTHING-DUE            VALUE 'N'.
               88  ACCR-SKIPPED                VALUE 'S'.
               88  ACCR-NO-SCHEDULE            VALUE 'X'.
           05  FILLER                  PIC X(34).
