      *  RECORD AGAINST THIS FILE TO CATCH PRIOR-DAY               *
      *  RESUBMISSIONS, AND TRANPURG TRIMS RECORDS OLDER THAN THE  *
      *  RETENTION WINDOW SO THE MASTER DOES NOT GROW FOREVER.     *
      *  HIST-AMOUNT IS IN BASE CURRENCY; HIST-CURRENCY-CD AND     *
      *  HIST-ORIG-AMOUNT KEEP THE AMOUNT AS SENT.  RECORDS        *
      *  WRITTEN BEFORE THE CURRENCY FIELDS EXISTED HAVE THEM      *
      *  BLANK, MEANING BASE CURRENCY WITH THE ORIGINAL EQUAL TO   *
      *  THE AMOUNT.                                               *
      *                                                            *
      *  HIST-TYPE-CD CARRIES TRAN-TYPE-CD.  FOR A TRANSFER ('X')  *
      *  HIST-XFER-FROM-ACCT AND HIST-XFER-TO-ACCT NAME THE TWO    *
      *  ACCOUNTS, WHICH NEED NOT BE THE ONE IN THE FIRST FOUR     *
      *  BYTES OF THE KEY: THE AMOUNT IS POSITIVE AND COMES OFF    *
      *  THE FROM ACCOUNT AND GOES ON THE TO ACCOUNT.  FOR ANY     *
      *  OTHER ITEM THE WHOLE AMOUNT BELONGS TO THE ACCOUNT IN     *
      *  HIST-TRAN-ID(1:4).  RECORDS WRITTEN BEFORE THE TYPE       *
      *  EXISTED HAVE IT BLANK.                                    *
      *-----------------------------------------------------------*
       01  HIST-RECORD.
           05  HIST-TRAN-ID            PIC X(10).
           05  HIST-STATUS-CD          PIC X(02).
               88  HIST-STATUS-VOIDED          VALUE '03'.
           05  HIST-RUN-DATE           PIC X(08).
           05  HIST-CURRENCY-CD        PIC X(03).
           05  HIST-ORIG-AMOUNT-X      PIC X(11).
           05  HIST-ORIG-AMOUNT-N REDEFINES HIST-ORIG-AMOUNT-X
                                       PIC S9(8)V99
                                       SIGN IS TRAILING SEPARATE.
           05  HIST-TYPE-CD            PIC X(01).
               88  HIST-TYPE-ORDINARY          VALUE ' '.
               88  HIST-TYPE-TRANSFER          VALUE 'X'.
               88  HIST-TYPE-ESCHEAT           VALUE 'E'.
           05  HIST-XFER-FROM-ACCT     PIC X(04).
           05  HIST-XFER-TO-ACCT       PIC X(04).
           05  FILLER                  PIC X(18).
