      *  FILE AND THE AUTHORITY LEVEL DECIDES WHAT THE OPERATOR    *
      *  MAY RUN:                                                  *
      *    1  INQUIRY ONLY (TRANINQ, RUNHIST, REPORTS)             *
      *    2  REPAIR (REJFIX, UNPFIX, SUSPENSE LEDGER, FILE PASS,  *
      *       OPENING AND INVESTIGATING CUSTOMER DISPUTES)         *
      *    3  REFERENCE-DATA MAINTENANCE (STATMNT, ACCTMNT,        *
      *       CUSTOMER MASTER - CUSTMNT), SCREENING HIT REVIEW     *
      *       (SCRNREV), DISPUTE CREDITS AND RESOLUTIONS (DISPMNT) *
      *    4  SUPERVISOR (RUNREL RELEASE, SUSPENSE RELEASE,        *
      *       OPERATOR MAINTENANCE, APPROVING THE ACCOUNT, HOLD,   *
      *       STATUS-CODE, OPERATOR, CUSTOMER AND RATE-SCHEDULE    *
      *       CHANGES QUEUED BY ACCTMNT, STATMNT, OPERMNT, CUSTMNT *
      *       AND RATEMNT (PENDAPR), OPENING THE POST-CLOSE        *
      *       ADJUSTMENT WINDOW - PERADJ)                          *
      *  LEVELS ARE CUMULATIVE - A 3 CAN DO EVERYTHING A 2 CAN.    *
      *  OPERMNT IS THE MAINTENANCE PROGRAM ON THE DAILY MENU.     *
      *  A CHANGE CANNOT BE APPROVED BY THE OPERATOR WHO ASKED     *
      *  FOR IT, NOR BY THE OPERATOR WHOSE RECORD IT CHANGES.      *
      *-----------------------------------------------------------*
       01  OPER-RECORD.
           05  OPER-ID                 PIC X(08).
