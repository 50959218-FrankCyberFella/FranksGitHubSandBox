      *-----------------------------------------------------------*
      *  RATEREC - 80-BYTE INTEREST AND SERVICE-CHARGE SCHEDULE,   *
      *  KEYED BY BRANCH CODE (ACCT-BRANCH-CD).  THE ENTRY KEYED   *
      *  '****' IS THE HOUSE DEFAULT FOR ANY BRANCH THAT HAS NO    *
      *  SCHEDULE OF ITS OWN.  INTFEE LOADS THE ACTIVE ENTRIES AT  *
      *  MONTH END; RATEMNT IS THE MAINTENANCE PROGRAM ON THE      *
      *  DAILY MENU, SO A RATE CHANGE IS A REFERENCE-DATA CHANGE   *
      *  WITH AN EFFECTIVE DATE, NOT A RECOMPILE.  RATEMNT QUEUES  *
      *  EVERY ADD AND CHANGE THROUGH PENDCHG AND IT IS APPLIED    *
      *  ONLY WHEN A SUPERVISOR APPROVES IT THROUGH PENDAPR.       *
      *    RATE-INT-RATE       ANNUAL CREDIT RATE, PERCENT.        *
      *    RATE-INT-MIN-BAL    AVERAGE DAILY BALANCE BELOW WHICH   *
      *                        NO INTEREST IS PAID.                *
      *    RATE-MAINT-FEE      MONTHLY MAINTENANCE CHARGE.         *
      *    RATE-FEE-WAIVE-BAL  AVERAGE DAILY BALANCE AT OR ABOVE   *
      *                        WHICH THE MAINTENANCE CHARGE IS     *
      *                        WAIVED (ZERO = NEVER WAIVED).       *
      *    RATE-FREE-TRAN-COUNT / RATE-PER-TRAN-FEE  POSTED ITEMS  *
      *                        IN THE MONTH BEYOND THE FREE COUNT  *
      *                        ARE CHARGED THE PER-ITEM FEE.       *
      *-----------------------------------------------------------*
       01  RATE-RECORD.
           05  RATE-KEY                PIC X(04).
           05  RATE-DESC               PIC X(20).
           05  RATE-ACTIVE-FLAG        PIC X(01).
               88  RATE-ACTIVE                 VALUE 'A'.
               88  RATE-INACTIVE               VALUE 'I'.
           05  RATE-INT-RATE           PIC 9(02)V9(05).
           05  RATE-INT-MIN-BAL        PIC 9(09)V99.
           05  RATE-MAINT-FEE          PIC 9(05)V99.
           05  RATE-FEE-WAIVE-BAL      PIC 9(09)V99.
           05  RATE-FREE-TRAN-COUNT    PIC 9(03).
           05  RATE-PER-TRAN-FEE       PIC 9(03)V99.
           05  RATE-EFF-DATE           PIC X(08).
           05  FILLER                  PIC X(03).
