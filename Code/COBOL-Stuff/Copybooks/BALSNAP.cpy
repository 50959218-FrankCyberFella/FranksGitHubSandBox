      *-----------------------------------------------------------*
      *  BALSNAP - 80-BYTE END-OF-DAY BALANCE SNAPSHOT.  TRANPOST  *
      *  WRITES ONE DATED GENERATION AFTER EVERY SUCCESSFUL        *
      *  POSTING RUN (PREFIX + BUSINESS DATE YYMMDD + SUFFIX, THE  *
      *  SAME PATTERN AS THE INFILE ARCHIVES), ONE DETAIL RECORD   *
      *  PER ACCOUNT IN ACCT-ID ORDER AS THE MASTER STOOD AT THE   *
      *  CLOSE OF THAT BUSINESS DAY, FOLLOWED BY ONE TRAILER       *
      *  CARRYING THE ACCOUNT COUNT AND BALANCE TOTALS.  A RERUN   *
      *  FOR THE SAME DATE REPLACES THE GENERATION.                *
      *                                                            *
      *  TRANINQ READS IT FOR AS-OF-DATE BALANCE INQUIRY, TRIALBAL *
      *  FOR THE POINT-IN-TIME TRIAL BALANCE BY BRANCH AND THE     *
      *  AVERAGE DAILY BALANCE OVER A DATE RANGE.  A DAY WITH NO   *
      *  GENERATION (WEEKEND, HOLIDAY) CARRIES THE LAST ONE BEFORE *
      *  IT FORWARD.                                               *
      *-----------------------------------------------------------*
       01  BSN-RECORD.
           05  BSN-RECORD-CD           PIC X(01).
               88  BSN-DETAIL                  VALUE 'D'.
               88  BSN-TRAILER                 VALUE 'T'.
           05  BSN-SNAP-DATE           PIC X(08).
           05  BSN-ACCT-ID             PIC X(04).
           05  BSN-BRANCH-CD           PIC X(04).
           05  BSN-STATUS-CD           PIC X(01).
           05  BSN-BALANCE             PIC S9(11)V99
                                       SIGN IS TRAILING SEPARATE.
           05  BSN-SUSPENSE-BAL        PIC S9(11)V99
                                       SIGN IS TRAILING SEPARATE.
           05  BSN-ACCT-NAME           PIC X(20).
           05  BSN-LAST-POST-DATE      PIC X(08).
           05  FILLER                  PIC X(06).
       01  BSN-TRAILER-RECORD.
           05  BST-RECORD-CD           PIC X(01).
           05  BST-SNAP-DATE           PIC X(08).
           05  BST-ACCT-COUNT          PIC 9(09).
           05  BST-BALANCE-TOTAL       PIC S9(11)V99
                                       SIGN IS TRAILING SEPARATE.
           05  BST-SUSPENSE-TOTAL      PIC S9(11)V99
                                       SIGN IS TRAILING SEPARATE.
           05  BST-WRITTEN-DATE        PIC X(08).
           05  BST-WRITTEN-TIME        PIC X(06).
           05  FILLER                  PIC X(20).
