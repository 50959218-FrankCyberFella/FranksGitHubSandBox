      *-----------------------------------------------------------*
      *  HOLDREC - 80-BYTE AMOUNT-HOLD RECORD, KEYED BY HOLD-KEY   *
      *  (ACCOUNT ID PLUS A SEQUENCE NUMBER ACCTMNT ASSIGNS).  AN  *
      *  OPERATOR PLACES A HOLD THROUGH ACCTMNT FOR A LEGAL LIEN,  *
      *  COLLATERAL PLEDGE, PENDING DISPUTE OR OTHER REASON.       *
      *  PLACING OR RELEASING A HOLD IS QUEUED THROUGH PENDCHG AND *
      *  TAKES EFFECT ONLY WHEN A SUPERVISOR APPROVES IT THROUGH   *
      *  PENDAPR; A SECOND HOLD FOR AN ACCOUNT CANNOT BE QUEUED    *
      *  WHILE ONE IS STILL WAITING, AS BOTH WOULD TAKE THE SAME   *
      *  NUMBER.  EVERY ACTIVE HOLD THAT HAS NOT PASSED ITS EXPIRY *
      *  DATE REDUCES THE ACCOUNT'S AVAILABLE BALANCE IN TRANPOST. *
      *  A BLANK EXPIRY DATE MEANS THE HOLD STANDS UNTIL RELEASED. *
      *  RELEASED AND EXPIRED HOLDS ARE KEPT AND FLAGGED, NOT      *
      *  DELETED, SO THE FILE SHOWS WHO PLACED WHAT AND WHEN.      *
      *  LIMITRPT FLAGS EACH HOLD EXPIRED THE FIRST TIME IT LISTS  *
      *  IT ON THE LIMIT-EXCEPTION REPORT.                         *
      *-----------------------------------------------------------*
       01  HOLD-RECORD.
           05  HOLD-KEY.
               10  HOLD-ACCT-ID        PIC X(04).
               10  HOLD-SEQ-NO         PIC 9(04).
           05  HOLD-AMOUNT             PIC 9(11)V99.
           05  HOLD-REASON-CD          PIC X(01).
               88  HOLD-FOR-LIEN               VALUE 'L'.
               88  HOLD-FOR-COLLATERAL         VALUE 'C'.
               88  HOLD-FOR-DISPUTE            VALUE 'D'.
               88  HOLD-FOR-OTHER              VALUE 'O'.
               88  HOLD-REASON-VALID           VALUE 'L' 'C' 'D' 'O'.
           05  HOLD-DESC               PIC X(20).
           05  HOLD-PLACED-DATE        PIC X(08).
           05  HOLD-EXPIRY-DATE        PIC X(08).
           05  HOLD-PLACED-BY          PIC X(08).
           05  HOLD-STATUS-CD          PIC X(01).
               88  HOLD-ACTIVE                 VALUE 'A'.
               88  HOLD-RELEASED               VALUE 'R'.
               88  HOLD-EXPIRED                VALUE 'E'.
           05  HOLD-RELEASE-DATE       PIC X(08).
           05  FILLER                  PIC X(05).
