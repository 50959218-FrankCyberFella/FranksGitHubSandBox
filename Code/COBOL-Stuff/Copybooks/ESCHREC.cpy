      *-----------------------------------------------------------*
      *  ESCHREC - 80-BYTE STATE ESCHEAT REPORT RECORD.  TRANPOST  *
      *  WRITES ONE WHEN IT POSTS THE ESCHEAT ITEM DORMRUN         *
      *  GENERATED FOR A DORMANT ACCOUNT, TURNING ITS BALANCE OVER *
      *  TO THE UNCLAIMED-PROPERTY GL ACCOUNT, SO AN ITEM THAT IS  *
      *  REJECTED OR UNPOSTED AND GENERATED AGAIN IS STILL         *
      *  REPORTED ONLY ONCE.  DORMRUN WRITES ONE FOR A DORMANT     *
      *  ACCOUNT IT CLOSES WITH A ZERO BALANCE SO THE FILING SHOWS *
      *  EVERY ACCOUNT TAKEN OFF THE BOOKS FOR INACTIVITY.  THE    *
      *  FILE IS APPENDED TO RUN AFTER RUN AND IS WHAT THE ANNUAL  *
      *  FILING TO THE STATE IS PREPARED FROM, GROUPED BY BRANCH.  *
      *  ESCH-RUN-DATE IS THE DAY THE ACCOUNT WAS CLOSED.          *
      *    ESCH-ACTION-CD  E = BALANCE ESCHEATED (ESCH-TRAN-ID IS  *
      *                        THE TYPE E TRANSACTION POSTED)      *
      *                    Z = CLOSED WITH A ZERO BALANCE          *
      *-----------------------------------------------------------*
       01  ESCH-RECORD.
           05  ESCH-RUN-DATE           PIC X(08).
           05  ESCH-ACCT-ID            PIC X(04).
           05  ESCH-BRANCH-CD          PIC X(04).
           05  ESCH-ACCT-NAME          PIC X(20).
           05  ESCH-AMOUNT             PIC S9(11)V99
                                       SIGN IS TRAILING SEPARATE.
           05  ESCH-LAST-ACTIVITY      PIC X(08).
           05  ESCH-DORMANT-DATE       PIC X(08).
           05  ESCH-TRAN-ID            PIC X(10).
           05  ESCH-ACTION-CD          PIC X(01).
               88  ESCH-ESCHEATED              VALUE 'E'.
               88  ESCH-ZERO-CLOSED            VALUE 'Z'.
           05  FILLER                  PIC X(03).
