      *-----------------------------------------------------------*
      *  ACCTREC - 160-BYTE ACCOUNT MASTER RECORD, KEYED BY        *
      *  ACCT-ID.  THE ACCOUNT IDENTIFIER IS THE FIRST FOUR        *
      *  CHARACTERS OF TRAN-ID, THE BRANCH/ACCOUNT PREFIX THE      *
      *  UPSTREAM SYSTEM ASSIGNS WHEN IT NUMBERS TRANSACTIONS.     *
      *  FROZEN ACCOUNTS GO TO THE UNPOSTED FILE.  A BLANK         *
      *  STATUS IS TREATED AS OPEN SO RECORDS WRITTEN BEFORE THE   *
      *  STATUS FIELD EXISTED KEEP POSTING.                        *
      *                                                            *
      *  ACCT-OD-LIMIT IS THE APPROVED OVERDRAFT LIMIT, SET        *
      *  THROUGH ACCTMNT.  TRANPOST REFUSES ANY DEBIT THAT WOULD   *
      *  TAKE THE AVAILABLE BALANCE (BALANCE LESS ACTIVE HOLDS ON  *
      *  HOLDFILE PLUS THIS LIMIT) BELOW ZERO.  A RECORD WRITTEN   *
      *  BEFORE THE LIMIT EXISTED CARRIES SPACES HERE AND IS       *
      *  TREATED AS A ZERO LIMIT.                                  *
      *                                                            *
      *  DORMRUN WATCHES FOR ACCOUNTS WITH NO ACTIVITY: IT STAMPS  *
      *  ACCT-NOTICE-DATE WHEN A PRE-DORMANCY NOTICE IS LISTED,    *
      *  MOVES THE ACCOUNT TO DORMANT (STATUS D, WHICH TRANPOST    *
      *  TREATS LIKE FROZEN) WITH ACCT-DORMANT-DATE, AND ONCE THE  *
      *  ESCHEAT PERIOD PASSES GENERATES THE CLOSING ESCHEAT       *
      *  TRANSACTION.  ACCT-ESCHEAT-DATE IS STAMPED BY TRANPOST    *
      *  WHEN THAT ITEM ACTUALLY POSTS (OR BY DORMRUN WHEN IT      *
      *  CLOSES A NIL-BALANCE ACCOUNT ITSELF), SO AN ITEM THAT IS  *
      *  REJECTED OR UNPOSTED IS SIMPLY GENERATED AGAIN ON THE     *
      *  NEXT DORMRUN.  REOPENING A DORMANT ACCOUNT THROUGH       *
      *  ACCTMNT CLEARS THOSE DATES AND SETS ACCT-REACTIVATE-DATE, *
      *  WHICH RESTARTS THE DORMANCY CLOCK THE SAME AS A POSTING   *
      *  WOULD.                                                    *
      *                                                            *
      *  ACCT-MTD-NET AND ACCT-YTD-NET ARE THE NET BALANCE         *
      *  MOVEMENT TRANPOST HAS APPLIED IN THE PERIOD NAMED BY      *
      *  ACCT-MTD-PERIOD (YYYYMM) AND IN ITS CALENDAR YEAR.        *
      *  PERIODCL ROLLS THEM AT MONTH-END (MTD TO ZERO) AND AT     *
      *  YEAR-END (YTD TO ZERO, AFTER THE ANNUAL SUMMARY IS        *
      *  WRITTEN).  A RECORD WRITTEN BEFORE THE TOTALS EXISTED     *
      *  CARRIES SPACES HERE AND IS TREATED AS ZERO.               *
      *-----------------------------------------------------------*
       01  ACCT-RECORD.
           05  ACCT-ID                 PIC X(04).
               88  ACCT-STATUS-OPEN            VALUE 'O' ' '.
               88  ACCT-STATUS-CLOSED          VALUE 'C'.
               88  ACCT-STATUS-FROZEN          VALUE 'F'.
               88  ACCT-STATUS-DORMANT         VALUE 'D'.
           05  FILLER                  PIC X(06).
           05  ACCT-OD-LIMIT           PIC 9(11)V99.
           05  ACCT-NOTICE-DATE        PIC X(08).
           05  ACCT-DORMANT-DATE       PIC X(08).
           05  ACCT-ESCHEAT-DATE       PIC X(08).
           05  ACCT-REACTIVATE-DATE    PIC X(08).
           05  ACCT-MTD-PERIOD         PIC X(06).
           05  ACCT-MTD-NET            PIC S9(11)V99
                                       SIGN IS TRAILING SEPARATE.
           05  ACCT-YTD-NET            PIC S9(11)V99
                                       SIGN IS TRAILING SEPARATE.
           05  FILLER                  PIC X(01).
