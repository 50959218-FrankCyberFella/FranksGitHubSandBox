      *-----------------------------------------------------------*
      *  CUSTREC - 160-BYTE CUSTOMER MASTER RECORD, KEYED BY       *
      *  CUST-ID.  ONE RECORD PER PERSON OR BUSINESS THE BANK DEALS*
      *  WITH: NAME, MAILING ADDRESS, TAX ID AND CONTACT           *
      *  PREFERENCES.  WHICH ACCOUNTS A CUSTOMER HOLDS, AND IN WHAT*
      *  CAPACITY, IS ON THE RELATIONSHIP FILE (COPYBOOK CRELREC). *
      *  CUSTMNT QUEUES EVERY ADD AND CHANGE THROUGH PENDCHG AND IT*
      *  TAKES EFFECT ONLY WHEN PENDAPR APPROVES IT.  ACCTSTMT     *
      *  PRINTS ONE RELATIONSHIP STATEMENT PER ACTIVE CUSTOMER AND *
      *  PASSES THE ADDRESS TO THE PRINT VENDOR (COPYBOOK MAILREC) *
      *  WHEN CUST-STMT-DELIVERY IS M.  H HOLDS THE STATEMENT AT   *
      *  THE BRANCH (RETURNED MAIL, CUSTOMER REQUEST).  THE TAX ID *
      *  IS NEVER DISPLAYED OR LOGGED IN FULL - LAST FOUR ONLY.    *
      *-----------------------------------------------------------*
       01  CUST-RECORD.
           05  CUST-ID                 PIC X(06).
           05  CUST-NAME               PIC X(30).
           05  CUST-ADDR-LINE-1        PIC X(30).
           05  CUST-ADDR-LINE-2        PIC X(30).
           05  CUST-CITY               PIC X(18).
           05  CUST-STATE-CD           PIC X(02).
           05  CUST-POSTAL-CD          PIC X(10).
           05  CUST-TAX-ID             PIC X(09).
           05  CUST-TAX-ID-TYPE        PIC X(01).
               88  CUST-TAX-ID-SSN             VALUE 'S'.
               88  CUST-TAX-ID-EIN             VALUE 'E'.
               88  CUST-TAX-ID-TYPE-VALID      VALUE 'S' 'E'.
           05  CUST-PHONE              PIC X(10).
           05  CUST-CONTACT-PREF       PIC X(01).
               88  CUST-CONTACT-BY-MAIL        VALUE 'M'.
               88  CUST-CONTACT-BY-PHONE       VALUE 'P'.
               88  CUST-CONTACT-PREF-VALID     VALUE 'M' 'P'.
           05  CUST-STMT-DELIVERY      PIC X(01).
               88  CUST-STMT-BY-MAIL           VALUE 'M'.
               88  CUST-STMT-HELD              VALUE 'H'.
               88  CUST-STMT-DELIVERY-VALID    VALUE 'M' 'H'.
           05  CUST-NO-SOLICIT         PIC X(01).
               88  CUST-NO-SOLICIT-YES         VALUE 'Y'.
           05  CUST-STATUS-CD          PIC X(01).
               88  CUST-ACTIVE                 VALUE 'A'.
               88  CUST-INACTIVE               VALUE 'I'.
           05  CUST-OPENED-DATE        PIC X(08).
           05  FILLER                  PIC X(02).
