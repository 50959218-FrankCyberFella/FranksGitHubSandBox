      *-----------------------------------------------------------*
      *  MAILREC - 200-BYTE PRINT-VENDOR MAILING EXTRACT.  ACCTSTMT*
      *  WRITES ONE DETAIL RECORD PER RELATIONSHIP STATEMENT TO BE *
      *  MAILED, IN STATEMENT-FILE ORDER, CARRYING THE ADDRESS     *
      *  BLOCK AND MAIL-STMT-NO (THE PAGE NUMBER ON THE STATEMENT'S*
      *  FIRST HEADING LINE) SO THE VENDOR CAN MATCH EACH ENVELOPE *
      *  TO ITS STATEMENT, THEN ONE TRAILER WITH THE PIECE COUNT   *
      *  AND THE BALANCE TOTAL FOR THE VENDOR'S CONTROL REPORT.    *
      *  STATEMENTS HELD AT THE BRANCH OR WITHOUT A COMPLETE       *
      *  ADDRESS ARE LEFT OFF AND COUNTED ON THE ACCTSTMT TOTALS.  *
      *-----------------------------------------------------------*
       01  MAIL-RECORD.
           05  MAIL-RECORD-CD          PIC X(01).
               88  MAIL-DETAIL                 VALUE 'D'.
               88  MAIL-TRAILER                VALUE 'T'.
           05  MAIL-STMT-PERIOD        PIC X(06).
           05  MAIL-CUST-ID            PIC X(06).
           05  MAIL-STMT-NO            PIC 9(05).
           05  MAIL-NAME               PIC X(30).
           05  MAIL-ADDR-LINE-1        PIC X(30).
           05  MAIL-ADDR-LINE-2        PIC X(30).
           05  MAIL-CITY               PIC X(18).
           05  MAIL-STATE-CD           PIC X(02).
           05  MAIL-POSTAL-CD          PIC X(10).
           05  MAIL-ACCT-COUNT         PIC 9(03).
           05  MAIL-TOTAL-BALANCE      PIC S9(11)V99
                                       SIGN IS TRAILING SEPARATE.
           05  FILLER                  PIC X(45).
       01  MAIL-TRAILER-RECORD.
           05  MLT-RECORD-CD           PIC X(01).
           05  MLT-STMT-PERIOD         PIC X(06).
           05  MLT-PIECE-COUNT         PIC 9(09).
           05  MLT-BALANCE-TOTAL       PIC S9(11)V99
                                       SIGN IS TRAILING SEPARATE.
           05  MLT-WRITTEN-DATE        PIC X(08).
           05  MLT-WRITTEN-TIME        PIC X(06).
           05  FILLER                  PIC X(156).
