      *-----------------------------------------------------------*
      *  SARXREC - 160-BYTE REGULATORY-REPORT EXTRACT RECORD.      *
      *  SCRNREV APPENDS ONE FOR EVERY SCREENING HIT COMPLIANCE    *
      *  CONFIRMS AS SUSPICIOUS, FOR THE FILING SYSTEM TO PICK UP. *
      *  SARX-CASE-KEY IS THE SCRN-KEY OF THE REVIEW ITEM AND OF   *
      *  ITS COPY ON THE CASE FILE.  SARX-AMOUNT IS IN BASE        *
      *  CURRENCY; SARX-CURRENCY-CD AND SARX-ORIG-AMOUNT ARE THE   *
      *  AMOUNT AS SENT.  SARX-ACTIVITY-CD IS THE FOUR HIT FLAGS.  *
      *-----------------------------------------------------------*
       01  SARX-RECORD.
           05  SARX-REC-TYPE           PIC X(03).
           05  SARX-FILING-DATE        PIC X(08).
           05  SARX-CASE-KEY           PIC X(15).
           05  SARX-ACCT-ID            PIC X(04).
           05  SARX-ACCT-NAME          PIC X(20).
           05  SARX-BRANCH-CD          PIC X(04).
           05  SARX-TRAN-ID            PIC X(10).
           05  SARX-TRAN-DATE          PIC X(08).
           05  SARX-AMOUNT             PIC S9(11)V99
                                       SIGN IS TRAILING SEPARATE.
           05  SARX-CURRENCY-CD        PIC X(03).
           05  SARX-ORIG-AMOUNT        PIC S9(11)V99
                                       SIGN IS TRAILING SEPARATE.
           05  SARX-ACTIVITY-CD        PIC X(04).
           05  SARX-CONFIRMED-BY       PIC X(08).
           05  SARX-NARRATIVE          PIC X(30).
           05  FILLER                  PIC X(15).
