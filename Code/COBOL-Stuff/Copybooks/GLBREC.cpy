      *-----------------------------------------------------------*
      *  GLBREC - 128-BYTE GL RECONCILIATION BREAK, KEYED BY THE   *
      *  JOURNAL LINE IT CONCERNS (RUN DATE, ACCOUNT PREFIX,       *
      *  POSTING TYPE).  GLRECON WRITES ONE FOR EVERY JOURNAL LINE *
      *  THAT DID NOT COME BACK FROM THE LEDGER CLEANLY:           *
      *    M  MISSING - NO ACCEPTANCE LINE RECEIVED                *
      *    R  REJECTED BY THE LEDGER (REASON AS SENT BACK)         *
      *    A  ACCEPTED BUT BOOKED FOR A DIFFERENT AMOUNT           *
      *    U  UNEXPECTED - THE LEDGER BOOKED A LINE WE NEVER SENT  *
      *    D  DUPLICATE - THE LEDGER BOOKED THE SAME LINE TWICE    *
      *  A BREAK STAYS OPEN AND IS CARRIED FROM DAY TO DAY UNTIL A *
      *  LATER ACCEPTANCE LINE FOR THE SAME KEY MATCHES OUR        *
      *  AMOUNTS, WHEN IT IS MARKED CLEARED.  ONE SUMMARY RECORD   *
      *  PER RECONCILED JOURNAL (ACCOUNT SPACES, TYPE 00, CODE S)  *
      *  HOLDS THE LINE COUNTS THAT DAYRECON REPORTS.              *
      *-----------------------------------------------------------*
       01  GLB-RECORD.
           05  GLB-KEY.
               10  GLB-RUN-DATE        PIC X(08).
               10  GLB-ACCT-ID         PIC X(04).
               10  GLB-POST-TYPE       PIC X(02).
           05  GLB-BREAK-CD            PIC X(01).
               88  GLB-MISSING                 VALUE 'M'.
               88  GLB-REJECTED                VALUE 'R'.
               88  GLB-AMOUNT-DIFF             VALUE 'A'.
               88  GLB-UNEXPECTED              VALUE 'U'.
               88  GLB-DUPLICATE               VALUE 'D'.
               88  GLB-SUMMARY                 VALUE 'S'.
           05  GLB-STATUS-CD           PIC X(01).
               88  GLB-OPEN                    VALUE 'O'.
               88  GLB-CLEARED                 VALUE 'C'.
           05  GLB-OUR-DEBIT           PIC 9(11)V99.
           05  GLB-OUR-CREDIT          PIC 9(11)V99.
           05  GLB-LEDGER-DEBIT        PIC 9(11)V99.
           05  GLB-LEDGER-CREDIT       PIC 9(11)V99.
           05  GLB-REASON-CD           PIC X(04).
           05  GLB-REASON-DESC         PIC X(24).
           05  GLB-FOUND-DATE          PIC X(08).
           05  GLB-CHECKED-DATE        PIC X(08).
           05  GLB-CLEARED-DATE        PIC X(08).
           05  FILLER                  PIC X(08).
       01  GLB-SUMMARY-RECORD.
           05  GLBS-KEY.
               10  GLBS-RUN-DATE       PIC X(08).
               10  GLBS-ACCT-ID        PIC X(04).
               10  GLBS-POST-TYPE      PIC X(02).
           05  GLBS-RECORD-CD          PIC X(01).
           05  GLBS-LINES-SENT         PIC 9(05).
           05  GLBS-LINES-RETURNED     PIC 9(05).
           05  GLBS-LINES-MATCHED      PIC 9(05).
           05  GLBS-LINES-BROKEN       PIC 9(05).
           05  GLBS-RECON-DATE         PIC X(08).
           05  GLBS-RECON-TIME         PIC X(06).
           05  FILLER                  PIC X(79).
