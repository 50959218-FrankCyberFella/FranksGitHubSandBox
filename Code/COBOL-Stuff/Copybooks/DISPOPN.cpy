      *-----------------------------------------------------------*
      *  DISPOPN - PARAMETER BLOCK FOR THE DISPOPN SUBPROGRAM.     *
      *  CALLER FILLS IN THE OPERATOR, ITS PROGRAM NAME, THE       *
      *  DISPUTED HISTORY TRAN-ID WITH ITS DATE AND BASE AMOUNT,   *
      *  AND THE CUSTOMER'S REASON, AND CALLS DISPOPN, WHICH OPENS *
      *  A CASE ON THE DISPUTE FILE (SEE COPYBOOK DISPREC) AND     *
      *  RETURNS THE CASE ID ISSUED.  A TRANSACTION THAT ALREADY   *
      *  HAS AN UNRESOLVED CASE IS REFUSED WITH THAT CASE'S ID.    *
      *  DISPOPN-ACCT-ID IS THE CUSTOMER'S ACCOUNT AND             *
      *  DISPOPN-AMOUNT THE EFFECT ON IT: FOR A TRANSFER THE       *
      *  CALLER NAMES THE LEG THE CUSTOMER HOLDS AND GIVES THE     *
      *  AMOUNT NEGATIVE ON THE FROM ACCOUNT.  LEFT BLANK, THE     *
      *  ACCOUNT IS THE FIRST FOUR BYTES OF THE TRAN-ID.  COPY     *
      *  THIS INTO WORKING-STORAGE IN EVERY CALLER SO BOTH SIDES   *
      *  AGREE ON THE LAYOUT.                                      *
      *-----------------------------------------------------------*
       01  DISPOPN-PARMS.
           05  DISPOPN-OPERATOR        PIC X(08).
           05  DISPOPN-PROGRAM         PIC X(08).
           05  DISPOPN-TRAN-ID         PIC X(10).
           05  DISPOPN-TRAN-DATE       PIC X(08).
           05  DISPOPN-AMOUNT          PIC S9(11)V99.
           05  DISPOPN-REASON          PIC X(30).
           05  DISPOPN-CASE-ID         PIC 9(05).
           05  DISPOPN-STATUS          PIC X(01).
               88  DISPOPN-OPENED              VALUE '0'.
               88  DISPOPN-ALREADY-OPEN        VALUE '1'.
               88  DISPOPN-FAILED              VALUE '9'.
           05  DISPOPN-ACCT-ID         PIC X(04).
