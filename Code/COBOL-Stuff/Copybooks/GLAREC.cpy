      *-----------------------------------------------------------*
      *  GLAREC - 80-BYTE GENERAL-LEDGER ACCEPTANCE LINE.  THE     *
      *  LEDGER SENDS ONE LINE BACK FOR EVERY GLJREC JOURNAL LINE  *
      *  IT TRIED TO LOAD, KEYED THE SAME WAY (RUN DATE, ACCOUNT   *
      *  PREFIX, POSTING TYPE) AND CARRYING THE DEBIT AND CREDIT   *
      *  IT ACTUALLY BOOKED.  RESULT 'A' MEANS THE LINE LOADED;    *
      *  'R' MEANS IT WAS REFUSED, WITH THE LEDGER'S OWN REASON    *
      *  CODE AND TEXT.  A LINE RESENT AFTER A FAILED LOAD COMES   *
      *  BACK UNDER ITS ORIGINAL RUN DATE.  GLRECON MATCHES THE    *
      *  FILE AGAINST OUR JOURNAL - THIS LAYOUT IS A SHARED        *
      *  INTERFACE, CLEAR ANY CHANGE WITH FINANCE.                 *
      *-----------------------------------------------------------*
       01  GLA-RECORD.
           05  GLA-RUN-DATE            PIC X(08).
           05  GLA-ACCT-ID             PIC X(04).
           05  GLA-POST-TYPE           PIC X(02).
           05  GLA-DEBIT-AMT           PIC 9(11)V99.
           05  GLA-CREDIT-AMT          PIC 9(11)V99.
           05  GLA-RESULT-CD           PIC X(01).
               88  GLA-ACCEPTED                VALUE 'A'.
               88  GLA-REJECTED                VALUE 'R'.
           05  GLA-REASON-CD           PIC X(04).
           05  GLA-REASON-DESC         PIC X(24).
           05  FILLER                  PIC X(11).
