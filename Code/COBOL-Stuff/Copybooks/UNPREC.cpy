      *  DROPS THEM.  REASON CODES:                                *
      *    ST01  TRANSACTION STATUS CODE CANNOT BE POSTED          *
      *    AC01  ACCOUNT NOT ON THE MASTER                         *
      *    AC02  ACCOUNT IS CLOSED, FROZEN OR DORMANT              *
      *    SR01  SUSPENSE ITEM WAS ALREADY RELEASED                *
      *    OD01  DEBIT EXCEEDS THE AVAILABLE BALANCE               *
      *    XF01  TRANSFER FIELDS CANNOT BE POSTED                  *
      *    ES03  ESCHEAT ACCOUNT IS NOT DORMANT                    *
      *    ES04  ESCHEAT DOES NOT CLEAR THE BALANCE                *
      *    PC01  TRANSACTION DATE IS IN A CLOSED PERIOD            *
      *  A TRANSFER IS SET ASIDE WHOLE: AC01, AC02 OR OD01 ON      *
      *  EITHER ACCOUNT LEAVES BOTH ACCOUNTS UNTOUCHED.            *
      *-----------------------------------------------------------*
       01  UNPOSTED-RECORD.
           05  UNP-RUN-DATE            PIC X(08).
