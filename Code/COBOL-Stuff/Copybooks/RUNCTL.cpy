      *-----------------------------------------------------------*
      *  RUNCTL - 80-BYTE OPERATOR-MAINTAINED RUN-CONTROL          *
      *  PARAMETER RECORD, READ BY FILEIO AT SET-UP TIME.  THE     *
      *  LIMITS ARE ZONED NUMERIC SO THE FILE CAN BE EDITED BY     *
      *  HAND; A VALUE OF ZERO TURNS THAT CHECK OFF.               *
      *                                                            *
      *    RC-MAX-REJECT-PCT    HOLD THE RUN WHEN MORE THAN THIS   *
      *    RC-MAX-TRAN-AGE-DAYS REJECT TRANSACTIONS DATED MORE     *
      *                         THAN THIS MANY DAYS BEFORE THE     *
      *                         RUN DATE.                          *
      *    RC-FUTURE-HORIZON-DAYS  PARK TRANSACTIONS DATED UP TO   *
      *                         THIS MANY DAYS AFTER THE RUN DATE  *
      *                         ON THE FUTURE-DATED WAREHOUSE      *
      *                         INSTEAD OF REJECTING THEM (DT03).  *
      *    RC-BASE-CURRENCY     THE BOOKING CURRENCY OF ACCTMAST,  *
      *                         TRANHIST AND THE GL EXTRACT.  A    *
      *                         TRANSACTION IN ANY OTHER CURRENCY  *
      *                         IS CONVERTED AT THE FXREC RATE.    *
      *                         BLANK MEANS USD.                   *
      *                                                            *
      *  THE DORMANCY FIELDS ARE READ BY DORMRUN, NOT FILEIO.  ALL *
      *  THREE COUNT CALENDAR DAYS SINCE THE LAST POSTING OR       *
      *  REACTIVATION OF THE ACCOUNT.                              *
      *                                                            *
      *    RC-DORMANT-NOTICE-DAYS  LIST AN OPEN ACCOUNT FOR A      *
      *                         PRE-DORMANCY NOTICE AFTER THIS     *
      *                         MANY IDLE DAYS.                    *
      *    RC-DORMANT-DAYS      MOVE AN OPEN ACCOUNT TO DORMANT    *
      *                         AFTER THIS MANY IDLE DAYS.         *
      *    RC-ESCHEAT-DAYS      ESCHEAT A DORMANT ACCOUNT'S        *
      *                         BALANCE AFTER THIS MANY IDLE DAYS  *
      *                         (THE STATUTORY PERIOD).            *
      *    RC-UNCLAIMED-GL-ACCT THE UNCLAIMED-PROPERTY GL ACCOUNT  *
      *                         ESCHEATED BALANCES ARE MOVED TO.   *
      *                                                            *
      *  THE PENDING-CHANGE EXPIRY IS READ BY PENDAPR AND PENDRPT. *
      *                                                            *
      *    RC-PEND-EXPIRY-DAYS  EXPIRE A QUEUED MASTER-FILE CHANGE *
      *                         NOT APPROVED OR REJECTED WITHIN    *
      *                         THIS MANY DAYS OF THE REQUEST.     *
      *                                                            *
      *  THE SCREENING FIELDS ARE READ BY TRANSCRN, WHICH COMPARES *
      *  EACH GOOD-FILE ITEM WITH THE ACCOUNT'S HISTORY BEFORE IT  *
      *  IS POSTED.  A HIT IS HELD FOR COMPLIANCE REVIEW.          *
      *                                                            *
      *    RC-SCRN-AMOUNT-MULT  HIT WHEN THE AMOUNT IS MORE THAN   *
      *                         THIS MANY TIMES THE ACCOUNT'S      *
      *                         AVERAGE ITEM.                      *
      *    RC-SCRN-DAILY-MULT   HIT WHEN THE ACCOUNT HAS MORE THAN *
      *                         THIS MANY TIMES ITS USUAL DAILY    *
      *                         ITEM COUNT ON THE GOOD FILE.       *
      *    RC-SCRN-MIN-HISTORY  THE TWO TESTS ABOVE NEED AT LEAST  *
      *                         THIS MANY HISTORY ITEMS.           *
      *    RC-SCRN-REPORT-LIMIT THE REPORTING THRESHOLD, IN WHOLE  *
      *                         BASE-CURRENCY UNITS.  A ROUND      *
      *                         AMOUNT (A MULTIPLE OF 100) JUST    *
      *                         UNDER IT IS A STRUCTURING HIT.     *
      *    RC-SCRN-BAND-PCT     "JUST UNDER" MEANS WITHIN THIS     *
      *                         PERCENT BELOW THE LIMIT.           *
      *  THE FIRST ITEM ON A DORMANT ACCOUNT, OR ON ONE IDLE FOR   *
      *  RC-DORMANT-DAYS OR MORE, IS ALWAYS A HIT.                 *
      *                                                            *
      *  THE DISPUTE DEADLINE IS READ BY DISPMNT AND DISPRPT.      *
      *                                                            *
      *    RC-DISPUTE-DAYS      CALENDAR DAYS ALLOWED TO RESOLVE A *
      *                         CUSTOMER DISPUTE FROM THE DAY IT   *
      *                         WAS OPENED.  ZERO MEANS NO         *
      *                         DEADLINE IS CHECKED.               *
      *-----------------------------------------------------------*
       01  RUNCTL-RECORD.
           05  RC-MAX-REJECT-PCT       PIC 9(03).
           05  RC-MAX-VARIANCE-PCT     PIC 9(03).
           05  RC-MIN-RECORD-COUNT     PIC 9(09).
           05  RC-MAX-TRAN-AGE-DAYS    PIC 9(03).
           05  RC-FUTURE-HORIZON-DAYS  PIC 9(03).
           05  RC-BASE-CURRENCY        PIC X(03).
           05  RC-DORMANT-NOTICE-DAYS  PIC 9(04).
           05  RC-DORMANT-DAYS         PIC 9(04).
           05  RC-ESCHEAT-DAYS         PIC 9(05).
           05  RC-UNCLAIMED-GL-ACCT    PIC X(04).
           05  RC-PEND-EXPIRY-DAYS     PIC 9(03).
           05  RC-SCRN-AMOUNT-MULT     PIC 9(03).
           05  RC-SCRN-DAILY-MULT      PIC 9(03).
           05  RC-SCRN-MIN-HISTORY     PIC 9(03).
           05  RC-SCRN-REPORT-LIMIT    PIC 9(07).
           05  RC-SCRN-BAND-PCT        PIC 9(02).
           05  RC-DISPUTE-DAYS         PIC 9(03).
           05  FILLER                  PIC X(15).
