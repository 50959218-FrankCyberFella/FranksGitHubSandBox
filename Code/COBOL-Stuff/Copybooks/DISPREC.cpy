      *-----------------------------------------------------------*
      *  DISPREC - 250-BYTE CUSTOMER DISPUTE CASE RECORD, KEYED BY *
      *  DISP-CASE-ID.  A CASE IS OPENED FROM THE TRANINQ HISTORY  *
      *  INQUIRY THROUGH THE DISPOPN SUBPROGRAM AGAINST ONE POSTED *
      *  HIST-TRAN-ID, AND WORKED THROUGH DISPMNT.  RECORD 00000 IS*
      *  THE CONTROL RECORD CARRYING THE LAST CASE ID ISSUED.      *
      *    DISP-STATUS-CD  O = OPEN, NOT YET INVESTIGATED          *
      *                    I = UNDER INVESTIGATION                 *
      *                    C = RESOLVED IN THE CUSTOMER'S FAVOUR   *
      *                    B = RESOLVED IN THE BANK'S FAVOUR       *
      *    DISP-CREDIT-CD  SPACE = NO CREDIT GIVEN                 *
      *                    P = PROVISIONAL CREDIT ISSUED           *
      *                    F = CREDIT MADE FINAL                   *
      *                    R = PROVISIONAL CREDIT REVERSED         *
      *  A CREDIT IS WRITTEN TO THE RECYCLE FILE AS AN ORDINARY    *
      *  STATUS 02 ITEM WITH TRAN-ID ACCOUNT + 'P' + CASE ID, SO IT*
      *  TAKES THE FULL FILEIO EDIT AND POSTS THROUGH TRANPOST.  A *
      *  REVERSAL IS THE STATUS 03 VOID OF THAT SAME TRAN-ID.      *
      *  DISP-AMOUNT IS THE DISPUTED ITEM'S BASE-CURRENCY AMOUNT AS*
      *  IT STANDS ON THE HISTORY MASTER.  DAYS OUTSTANDING COUNT  *
      *  FROM DISP-OPEN-DATE AGAINST RC-DISPUTE-DAYS ON RUNCTL.    *
      *-----------------------------------------------------------*
       01  DISP-RECORD.
           05  DISP-CASE-ID            PIC 9(05).
           05  DISP-TRAN-ID            PIC X(10).
           05  DISP-ACCT-ID            PIC X(04).
           05  DISP-TRAN-DATE          PIC X(08).
           05  DISP-AMOUNT             PIC S9(11)V99
                                       SIGN IS TRAILING SEPARATE.
           05  DISP-STATUS-CD          PIC X(01).
               88  DISP-OPEN                   VALUE 'O'.
               88  DISP-INVESTIGATING          VALUE 'I'.
               88  DISP-RESOLVED-CUSTOMER      VALUE 'C'.
               88  DISP-RESOLVED-BANK          VALUE 'B'.
               88  DISP-UNRESOLVED             VALUE 'O' 'I'.
           05  DISP-REASON             PIC X(30).
           05  DISP-OPEN-OPER          PIC X(08).
           05  DISP-OPEN-DATE          PIC X(08).
           05  DISP-OPEN-TIME          PIC X(06).
           05  DISP-CREDIT-CD          PIC X(01).
               88  DISP-NO-CREDIT              VALUE ' '.
               88  DISP-CREDIT-PROVISIONAL     VALUE 'P'.
               88  DISP-CREDIT-FINAL           VALUE 'F'.
               88  DISP-CREDIT-REVERSED        VALUE 'R'.
           05  DISP-CREDIT-AMOUNT      PIC S9(11)V99
                                       SIGN IS TRAILING SEPARATE.
           05  DISP-CREDIT-TRAN-ID     PIC X(10).
           05  DISP-CREDIT-OPER        PIC X(08).
           05  DISP-CREDIT-DATE        PIC X(08).
           05  DISP-REVERSE-DATE       PIC X(08).
           05  DISP-INVEST-OPER        PIC X(08).
           05  DISP-INVEST-DATE        PIC X(08).
           05  DISP-RESOLVE-OPER       PIC X(08).
           05  DISP-RESOLVE-DATE       PIC X(08).
           05  DISP-NOTE               PIC X(40).
           05  FILLER                  PIC X(35).
       01  DISP-CONTROL-RECORD.
           05  DCTL-ID                 PIC 9(05).
           05  DCTL-LAST-ID            PIC 9(05).
           05  FILLER                  PIC X(240).
