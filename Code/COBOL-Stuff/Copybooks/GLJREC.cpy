      *-----------------------------------------------------------*
      *  GLJREC - 80-BYTE GENERAL-LEDGER JOURNAL LINE.  TRANPOST   *
      *  WRITES ONE SUMMARIZED LINE PER ACCOUNT PREFIX AND         *
      *  POSTING TYPE (01 SUSPENSE, 02 POSTED, 03 REVERSAL,        *
      *  04 INTERNAL TRANSFER, 05 UNCLAIMED PROPERTY) FOR THE      *
      *  AMOUNTS ACTUALLY APPLIED TO THE ACCOUNT MASTER - UNPOSTED *
      *  ITEMS ARE EXCLUDED - FOLLOWED BY ONE BALANCING LINE       *
      *  (TYPE 99, ACCOUNT ****) SO THE FILE NETS TO ZERO.  TYPE 04*
      *  LINES NET TO ZERO AMONG THEMSELVES: MONEY MOVED BETWEEN   *
      *  TWO OF OUR OWN ACCOUNTS, NOT MONEY IN OR OUT OF THE BANK. *
      *  TYPE 05 LINES NET TO ZERO THE SAME WAY: THE ESCHEATED     *
      *  BALANCE OF A DORMANT ACCOUNT LEAVES ITS PREFIX AND LANDS  *
      *  ON THE UNCLAIMED-PROPERTY GL ACCOUNT NAMED IN RUNCTL.     *
      *  DEBIT AND CREDIT ARE UNSIGNED ZONED COLUMNS; A POSITIVE   *
      *  NET MOVEMENT LANDS IN THE DEBIT COLUMN AND A NEGATIVE     *
      *  ONE IN THE CREDIT COLUMN.  THIS LAYOUT LOADS STRAIGHT     *
