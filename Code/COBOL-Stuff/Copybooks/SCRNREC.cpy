      *-----------------------------------------------------------*
      *  SCRNREC - 200-BYTE SUSPICIOUS-ACTIVITY REVIEW ITEM, KEYED *
      *  BY SCRN-KEY (THE DATE TRANSCRN SCREENED THE GOOD FILE AND *
      *  THE ITEM'S RECORD NUMBER ON IT).  TRANSCRN WRITES ONE PER *
      *  GOOD-FILE ITEM THAT DOES NOT FIT THE ACCOUNT'S PATTERN IN *
      *  TRANHIST AND LEAVES THE ITEM OFF THE FILE TRANPOST POSTS. *
      *  THE HIT FLAGS SAY WHICH TESTS FIRED:                      *
      *    A  AMOUNT WELL ABOVE THE ACCOUNT'S AVERAGE ITEM         *
      *    V  MORE ITEMS IN THE DAY THAN THE ACCOUNT USUALLY SEES  *
      *    D  FIRST ACTIVITY ON A DORMANT OR LONG-IDLE ACCOUNT     *
      *    S  ROUND AMOUNT JUST UNDER THE REPORTING THRESHOLD      *
      *  THE PATTERN FIGURES ARE KEPT AS THEY STOOD WHEN SCREENED. *
      *  COMPLIANCE WORKS EACH OPEN ITEM THROUGH SCRNREV: CLEARED  *
      *  ITEMS GO TO THE POSTING RECYCLE FILE FOR THE NEXT TRANPOST*
      *  RUN; CONFIRMED ITEMS ARE COPIED TO THE CASE FILE (THIS    *
      *  SAME 200-BYTE IMAGE) AND THE REGULATORY EXTRACT (SARXREC).*
      *  DAYRECON COUNTS EVERY ITEM SCREENED ON A DATE, WHATEVER   *
      *  ITS STATUS, AS HELD OUT OF THAT DAY'S GOOD FILE.          *
      *-----------------------------------------------------------*
       01  SCRN-RECORD.
           05  SCRN-KEY.
               10  SCRN-SCREEN-DATE    PIC X(08).
               10  SCRN-SEQ-NO         PIC 9(07).
           05  SCRN-ACCT-ID            PIC X(04).
           05  SCRN-STATUS-CD          PIC X(01).
               88  SCRN-OPEN                   VALUE 'O'.
               88  SCRN-CLEARED                VALUE 'C'.
               88  SCRN-CONFIRMED              VALUE 'F'.
           05  SCRN-HIT-FLAGS.
               10  SCRN-HIT-AMOUNT     PIC X(01).
                   88  SCRN-AMOUNT-HIT         VALUE 'A'.
               10  SCRN-HIT-VELOCITY   PIC X(01).
                   88  SCRN-VELOCITY-HIT       VALUE 'V'.
               10  SCRN-HIT-DORMANT    PIC X(01).
                   88  SCRN-DORMANT-HIT        VALUE 'D'.
               10  SCRN-HIT-STRUCTURE  PIC X(01).
                   88  SCRN-STRUCTURE-HIT      VALUE 'S'.
           05  SCRN-AVG-AMOUNT         PIC S9(11)V99
                                       SIGN IS TRAILING SEPARATE.
           05  SCRN-USUAL-DAILY        PIC 9(05).
           05  SCRN-DAY-COUNT          PIC 9(05).
           05  SCRN-HIST-COUNT         PIC 9(07).
           05  SCRN-IDLE-DAYS          PIC 9(05).
           05  SCRN-DEC-OPER           PIC X(08).
           05  SCRN-DEC-DATE           PIC X(08).
           05  SCRN-DEC-TIME           PIC X(06).
           05  SCRN-DEC-NOTE           PIC X(30).
           05  SCRN-TRAN-DATA          PIC X(80).
           05  FILLER                  PIC X(08).
