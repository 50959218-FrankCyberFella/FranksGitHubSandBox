      *-----------------------------------------------------------*
      *  PENDREC - 450-BYTE PENDING-CHANGE RECORD, KEYED BY        *
      *  PEND-ID.  ACCTMNT, STATMNT, OPERMNT, CUSTMNT AND RATEMNT  *
      *  DO NOT UPDATE THEIR FILES DIRECTLY: EVERY ADD OR CHANGE   *
      *  IS QUEUED HERE THROUGH THE PENDCHG SUBPROGRAM WITH AN     *
      *  IMAGE OF THE RECORD BEFORE AND AFTER THE CHANGE, AND IS   *
      *  APPLIED ONLY WHEN A DIFFERENT LEVEL 4 OPERATOR APPROVES   *
      *  IT THROUGH PENDAPR.  AN ADD HAS A BLANK BEFORE IMAGE.     *
      *  ITEMS NOT DECIDED WITHIN RC-PEND-EXPIRY-DAYS OF THE       *
      *  REQUEST ARE EXPIRED BY PENDAPR AND BY THE DAILY PENDRPT   *
      *  RUN.  RECORD 00000000 IS THE CONTROL RECORD CARRYING THE  *
      *  LAST PEND-ID ISSUED.                                      *
      *    PEND-FILE-CD    A = ACCOUNT MASTER (ACCTREC)            *
      *                    S = STATUS-CODE REFERENCE (STATREC)     *
      *                    O = OPERATOR SECURITY FILE (OPERREC)    *
      *                    C = CUSTOMER MASTER (CUSTREC)           *
      *                    R = CUSTOMER-ACCOUNT RELATIONSHIP       *
      *                        (CRELREC, CUSTOMER + ACCOUNT)       *
      *                    H = AMOUNT HOLD (HOLDREC, ACCOUNT +     *
      *                        HOLD NUMBER), PLACED OR RELEASED    *
      *                    T = RATE SCHEDULE (RATEREC, BRANCH)     *
      *    PEND-STATUS-CD  P = PENDING APPROVAL                    *
      *                    A = APPROVED AND APPLIED                *
      *                    R = REJECTED                            *
      *                    E = EXPIRED UNDECIDED                   *
      *                    F = APPROVED BUT NOT APPLIED, THE       *
      *                        RECORD HAD CHANGED SINCE THE        *
      *                        REQUEST (SEE PEND-DEC-NOTE)         *
      *-----------------------------------------------------------*
       01  PEND-RECORD.
           05  PEND-ID                 PIC 9(08).
           05  PEND-FILE-CD            PIC X(01).
               88  PEND-FILE-ACCOUNT           VALUE 'A'.
               88  PEND-FILE-STATUS            VALUE 'S'.
               88  PEND-FILE-OPERATOR          VALUE 'O'.
               88  PEND-FILE-CUSTOMER          VALUE 'C'.
               88  PEND-FILE-RELATIONSHIP      VALUE 'R'.
               88  PEND-FILE-HOLD              VALUE 'H'.
               88  PEND-FILE-RATE              VALUE 'T'.
           05  PEND-ACTION-CD          PIC X(01).
               88  PEND-ACTION-ADD             VALUE 'A'.
               88  PEND-ACTION-CHANGE          VALUE 'C'.
           05  PEND-RECORD-KEY         PIC X(10).
           05  PEND-DESC               PIC X(20).
           05  PEND-STATUS-CD          PIC X(01).
               88  PEND-PENDING                VALUE 'P'.
               88  PEND-APPROVED               VALUE 'A'.
               88  PEND-REJECTED               VALUE 'R'.
               88  PEND-EXPIRED                VALUE 'E'.
               88  PEND-FAILED                 VALUE 'F'.
           05  PEND-REQ-OPER           PIC X(08).
           05  PEND-REQ-DATE           PIC X(08).
           05  PEND-REQ-TIME           PIC X(06).
           05  PEND-DEC-OPER           PIC X(08).
           05  PEND-DEC-DATE           PIC X(08).
           05  PEND-DEC-TIME           PIC X(06).
           05  PEND-DEC-NOTE           PIC X(30).
           05  PEND-BEFORE-IMAGE       PIC X(160).
           05  PEND-AFTER-IMAGE        PIC X(160).
           05  FILLER                  PIC X(15).
       01  PEND-CONTROL-RECORD.
           05  PCTL-ID                 PIC 9(08).
           05  PCTL-LAST-ID            PIC 9(08).
           05  FILLER                  PIC X(434).
