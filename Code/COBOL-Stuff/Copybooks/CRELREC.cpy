      *-----------------------------------------------------------*
      *  CRELREC - 80-BYTE CUSTOMER-TO-ACCOUNT RELATIONSHIP RECORD,*
      *  KEYED BY CREL-KEY (CUSTOMER ID PLUS ACCOUNT ID), SO ALL OF*
      *  A CUSTOMER'S ACCOUNTS READ TOGETHER.  AN ACCOUNT MAY HAVE *
      *  SEVERAL CUSTOMERS (JOINT HOLDERS, OR OWNER AND TRUSTEE).  *
      *    CREL-ROLE-CD    O = OWNER, J = JOINT, T = TRUSTEE       *
      *    CREL-STATUS-CD  A = ACTIVE, E = ENDED (KEPT FOR HISTORY,*
      *                    NEVER DELETED)                          *
      *    CREL-STMT-FLAG  Y = THE ACCOUNT APPEARS ON THIS         *
      *                    CUSTOMER'S RELATIONSHIP STATEMENT       *
      *  MAINTAINED BY CUSTMNT THROUGH PENDCHG/PENDAPR LIKE THE    *
      *  CUSTOMER MASTER.  AN ACCOUNT WITH NO ACTIVE RELATIONSHIP  *
      *  FLAGGED FOR THE STATEMENT STILL GETS A STATEMENT OF ITS   *
      *  OWN FROM ACCTSTMT, BUT NO ADDRESS AND NO MAILING RECORD.  *
      *-----------------------------------------------------------*
       01  CREL-RECORD.
           05  CREL-KEY.
               10  CREL-CUST-ID        PIC X(06).
               10  CREL-ACCT-ID        PIC X(04).
           05  CREL-ROLE-CD            PIC X(01).
               88  CREL-OWNER                  VALUE 'O'.
               88  CREL-JOINT                  VALUE 'J'.
               88  CREL-TRUSTEE                VALUE 'T'.
               88  CREL-ROLE-VALID             VALUE 'O' 'J' 'T'.
           05  CREL-STATUS-CD          PIC X(01).
               88  CREL-ACTIVE                 VALUE 'A'.
               88  CREL-ENDED                  VALUE 'E'.
           05  CREL-STMT-FLAG          PIC X(01).
               88  CREL-ON-STATEMENT           VALUE 'Y'.
           05  CREL-START-DATE         PIC X(08).
           05  CREL-END-DATE           PIC X(08).
           05  FILLER                  PIC X(51).
