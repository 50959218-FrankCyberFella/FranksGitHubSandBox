      *  HEADER AND TRAILER 01-LEVELS BELOW ARE ALTERNATE VIEWS    *
      *  OF THE SAME 80-BYTE RECORD AREA WHEN COPIED UNDER AN FD,  *
      *  WITH THEIR PAYLOADS STARTING AFTER THE KEY FIELD.         *
      *                                                            *
      *  BYTES 1-66 ARE THE ORIGINAL UPSTREAM INTERFACE AND NEVER  *
      *  MOVE.  THE FIELDS AFTER TRAN-DESC LIVE IN WHAT WAS THE    *
      *  TRAILING FILLER, SO A SENDER THAT STILL LEAVES BYTES      *
      *  67-80 BLANK GETS ORDINARY BASE-CURRENCY ITEMS, AS BEFORE. *
      *                                                            *
      *  TRAN-TYPE-CD 'X' MARKS AN ACCOUNT-TO-ACCOUNT TRANSFER     *
      *  THAT NAMES BOTH ACCOUNTS IN TRAN-XFER-FROM-ACCT AND       *
      *  TRAN-XFER-TO-ACCT; THE AMOUNT IS ALWAYS POSITIVE AND      *
      *  MOVES FROM THE FIRST TO THE SECOND (STATUS 02), OR BACK   *
      *  AGAIN WHEN THE TRANSFER IS VOIDED (STATUS 03).  A BLANK   *
      *  TYPE IS AN ORDINARY SINGLE-ACCOUNT ITEM POSTED TO THE     *
      *  ACCOUNT IN THE FIRST FOUR BYTES OF TRAN-ID.               *
      *  TRAN-TYPE-CD 'E' IS AN ESCHEAT CLOSING ITEM WRITTEN BY    *
      *  DORMRUN: A STATUS 02 DEBIT OF THE WHOLE BALANCE OF THE    *
      *  DORMANT ACCOUNT IN TRAN-ID, MOVED TO THE UNCLAIMED-       *
      *  PROPERTY GL ACCOUNT NAMED IN TRAN-XFER-TO-ACCT.  IT IS    *
      *  THE ONLY ITEM TRANPOST WILL POST TO A DORMANT ACCOUNT,    *
      *  WHICH IT CLOSES.                                          *
      *                                                            *
      *  TRAN-CURRENCY-CD NAMES THE CURRENCY THE UPSTREAM AMOUNT   *
      *  IS IN (BLANK = BASE CURRENCY).  FILEIO CONVERTS ACCEPTED  *
      *  ITEMS TO BASE: ON THE GOOD FILE TRAN-AMOUNT IS ALWAYS THE *
      *  BASE-CURRENCY AMOUNT AND TRAN-CURRENCY-CD IS ALWAYS       *
      *  FILLED IN.  ON THE INPUT AND REJECT FILES THE RECORD IS   *
      *  STILL AS SENT.  TRANSFERS AND ESCHEATS MUST BE IN BASE    *
      *  CURRENCY (FILEIO REJECT CY03), SO ONLY AN ORDINARY ITEM   *
      *  EVER NEEDS ITS AMOUNT AS SENT: ON THE GOOD FILE FILEIO    *
      *  PUTS IT IN TRAN-ORIG-AMOUNT-N, WHICH SHARES BYTES 71-80   *
      *  WITH THE TRANSFER ACCOUNTS (SIGN OVERPUNCHED IN THE LAST  *
      *  DIGIT).  READ IT ONLY FOR AN ORDINARY ITEM, AND ONLY WHEN *
      *  IT IS NUMERIC; OTHERWISE THE AMOUNT AS SENT IS            *
      *  TRAN-AMOUNT ITSELF.                                       *
      *-----------------------------------------------------------*
       01  TRAN-RECORD.
           05  TRAN-ID                 PIC X(10).
               88  TRAN-STATUS-VOID            VALUE '03'.
               88  TRAN-STATUS-VALID           VALUE '01' '02' '03'.
           05  TRAN-DESC               PIC X(35).
           05  TRAN-TYPE-CD            PIC X(01).
               88  TRAN-TYPE-ORDINARY          VALUE ' '.
               88  TRAN-TYPE-TRANSFER          VALUE 'X'.
               88  TRAN-TYPE-ESCHEAT           VALUE 'E'.
               88  TRAN-TYPE-VALID             VALUE ' ' 'X' 'E'.
           05  TRAN-CURRENCY-CD        PIC X(03).
           05  TRAN-XFER-ACCOUNTS.
               10  TRAN-XFER-FROM-ACCT PIC X(04).
               10  TRAN-XFER-TO-ACCT   PIC X(04).
               10  FILLER              PIC X(02).
           05  TRAN-ORIG-AMOUNT-N REDEFINES TRAN-XFER-ACCOUNTS
                                       PIC S9(8)V99.
       01  TRAN-HEADER-RECORD.
           05  THR-REC-TYPE            PIC X(10).
           05  THR-FILE-DATE           PIC X(08).
