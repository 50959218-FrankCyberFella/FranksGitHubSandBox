      *-----------------------------------------------------------*
      *  ANNSUMM - 80-BYTE ANNUAL PER-ACCOUNT SUMMARY FOR THE      *
      *  REGULATORY YEAR-END RETURN.  PERIODCL WRITES IT WHEN IT   *
      *  CLOSES A DECEMBER PERIOD, ONE GENERATION PER YEAR (PREFIX *
      *  + YYYY + SUFFIX): ONE DETAIL RECORD PER ACCOUNT THAT HAD  *
      *  A BALANCE OR ANY MOVEMENT IN THE YEAR, CARRYING THE       *
      *  OPENING BALANCE (CLOSING LESS THE YEAR'S NET MOVEMENT),   *
      *  THE YEAR-TO-DATE NET AND THE CLOSING BALANCE, FOLLOWED BY *
      *  A TRAILER WITH THE COUNT AND TOTALS.  THE FILE IS REBUILT *
      *  ON EVERY RUN.  A CLOSE RESTARTED AFTER A FAILURE FIRST    *
      *  COPIES THE DETAIL RECORDS THE EARLIER RUN WROTE TO A HOLD *
      *  FILE (THE SAME NAME + .HOLD) AND CARRIES THEM ACROSS FOR  *
      *  THE ACCOUNTS THAT RUN HAD ALREADY ROLLED, WHOSE           *
      *  YEAR-TO-DATE IS NO LONGER ON THE MASTER, SO THE FINISHED  *
      *  FILE STILL HAS ONE RECORD PER ACCOUNT AND A SINGLE        *
      *  TRAILER.                                                  *
      *-----------------------------------------------------------*
       01  ANS-RECORD.
           05  ANS-RECORD-CD           PIC X(01).
               88  ANS-DETAIL                  VALUE 'D'.
               88  ANS-TRAILER                 VALUE 'T'.
           05  ANS-YEAR                PIC X(04).
           05  ANS-ACCT-ID             PIC X(04).
           05  ANS-BRANCH-CD           PIC X(04).
           05  ANS-ACCT-NAME           PIC X(20).
           05  ANS-STATUS-CD           PIC X(01).
           05  ANS-OPEN-BALANCE        PIC S9(11)V99
                                       SIGN IS TRAILING SEPARATE.
           05  ANS-YTD-NET             PIC S9(11)V99
                                       SIGN IS TRAILING SEPARATE.
           05  ANS-CLOSE-BALANCE       PIC S9(11)V99
                                       SIGN IS TRAILING SEPARATE.
           05  FILLER                  PIC X(04).
       01  ANS-TRAILER-RECORD.
           05  ANT-RECORD-CD           PIC X(01).
           05  ANT-YEAR                PIC X(04).
           05  ANT-ACCT-COUNT          PIC 9(09).
           05  ANT-OPEN-TOTAL          PIC S9(11)V99
                                       SIGN IS TRAILING SEPARATE.
           05  ANT-NET-TOTAL           PIC S9(11)V99
                                       SIGN IS TRAILING SEPARATE.
           05  ANT-CLOSE-TOTAL         PIC S9(11)V99
                                       SIGN IS TRAILING SEPARATE.
           05  ANT-WRITTEN-DATE        PIC X(08).
           05  ANT-WRITTEN-TIME        PIC X(06).
           05  FILLER                  PIC X(10).
