        IDENTIFICATION DIVISION.
        PROGRAM-ID. LIMITRPT.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

        SELECT ACCTMAST ASSIGN TO DYNAMIC ACCTMAST-DSN
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ACCT-ID
            FILE STATUS  IS ACCTMAST-FILE-STATUS.

        SELECT HOLDFILE ASSIGN TO DYNAMIC HOLDFILE-DSN
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS HOLD-KEY
            FILE STATUS  IS HOLDFILE-FILE-STATUS.

        SELECT UNPOSTFILE ASSIGN TO DYNAMIC UNPOSTFILE-DSN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS UNPOSTFILE-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
         FD ACCTMAST
            RECORD CONTAINS 160.

            COPY ACCTREC.

         FD HOLDFILE
            RECORD CONTAINS 80.

            COPY HOLDREC.

         FD UNPOSTFILE
            RECORD CONTAINS 128.

            COPY UNPREC.

        WORKING-STORAGE SECTION.

         01 ACCTMAST-DSN            PIC X(80).
         01 HOLDFILE-DSN            PIC X(80).
         01 UNPOSTFILE-DSN          PIC X(80).

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==ACCTMAST-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==HOLDFILE-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==UNPOSTFILE-FILE-STATUS==
             .

         COPY TRANREC.

         01 REPORT-DATE             PIC X(08) VALUE SPACES.

         01 HOLDFILE-PRESENT-SW     PIC X(01) VALUE 'N'.
            88 HOLDFILE-PRESENT            VALUE 'Y'.

         01 HOLD-SCAN-DONE-SW       PIC X(01) VALUE 'N'.
            88 HOLD-SCAN-DONE              VALUE 'Y'.

         01 HOLD-TOTAL-WORK         PIC S9(11)V99 VALUE ZERO.
         01 OD-LIMIT-WORK           PIC S9(11)V99 VALUE ZERO.
         01 AVAILABLE-BAL-WORK      PIC S9(11)V99 VALUE ZERO.
         01 NEAR-LIMIT-WORK         PIC S9(11)V99 VALUE ZERO.

         01 ACCOUNTS-READ-COUNT     PIC 9(9) COMP VALUE ZERO.
         01 BREACH-COUNT            PIC 9(9) COMP VALUE ZERO.
         01 OVER-LIMIT-COUNT        PIC 9(9) COMP VALUE ZERO.
         01 NEAR-LIMIT-COUNT        PIC 9(9) COMP VALUE ZERO.
         01 HOLDS-EXPIRED-COUNT     PIC 9(9) COMP VALUE ZERO.

         01 RPT-AMOUNT-DISPLAY      PIC ZZZZZZZZZ9.99-.
         01 BREACH-ACCT-ID          PIC X(04) VALUE SPACES.
         01 RPT-LIMIT-DISPLAY       PIC ZZZZZZZZZ9.99-.
         01 RPT-HOLDS-DISPLAY       PIC ZZZZZZZZZ9.99-.
         01 RPT-AVAIL-DISPLAY       PIC ZZZZZZZZZ9.99-.
         01 RPT-EXCEPTION-TEXT      PIC X(10) VALUE SPACES.

        PROCEDURE DIVISION.
            PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

            DISPLAY ' '.
            DISPLAY '---------------------------------------------'.
            DISPLAY ' LIMITRPT - DAILY LIMIT-EXCEPTION REPORT FOR '
                    REPORT-DATE.
            DISPLAY '---------------------------------------------'.

            PERFORM 3000-LIST-LIMIT-BREACHES
               THRU 3000-EXIT.

            PERFORM 4000-LIST-ACCOUNTS-AT-LIMIT
               THRU 4000-EXIT.

            PERFORM 5000-LIST-EXPIRED-HOLDS
               THRU 5000-EXIT.

            PERFORM 9500-PRINT-SUMMARY-REPORT
               THRU 9500-EXIT.

            GOBACK.

        1000-INITIALIZE.
            MOVE SPACES TO REPORT-DATE.
            ACCEPT REPORT-DATE FROM ENVIRONMENT 'LIMITRPT_DATE'.
            IF REPORT-DATE = SPACES
                DISPLAY 'BUSINESS DATE TO REPORT (YYYYMMDD, '
                        'BLANK = TODAY): ' WITH NO ADVANCING
                ACCEPT REPORT-DATE
            END-IF.
            IF REPORT-DATE = SPACES
                ACCEPT REPORT-DATE FROM DATE YYYYMMDD
            END-IF.

            MOVE SPACES TO ACCTMAST-DSN.
            ACCEPT ACCTMAST-DSN FROM ENVIRONMENT 'DD_ACCTMAST'.
            IF ACCTMAST-DSN = SPACES
                MOVE './ACCTMAST.IDX' TO ACCTMAST-DSN
            END-IF.

            MOVE SPACES TO HOLDFILE-DSN.
            ACCEPT HOLDFILE-DSN FROM ENVIRONMENT 'DD_HOLDFILE'.
            IF HOLDFILE-DSN = SPACES
                MOVE './HOLDFILE.IDX' TO HOLDFILE-DSN
            END-IF.

            MOVE SPACES TO UNPOSTFILE-DSN.
            ACCEPT UNPOSTFILE-DSN FROM ENVIRONMENT 'DD_UNPOSTFILE'.
            IF UNPOSTFILE-DSN = SPACES
                MOVE './UNPOSTED.TXT' TO UNPOSTFILE-DSN
            END-IF.

            OPEN I-O HOLDFILE.
            IF FILE-STATUS-SUCCESS OF HOLDFILE-FILE-STATUS
                SET HOLDFILE-PRESENT TO TRUE
            ELSE
                DISPLAY 'LIMITRPT - NO HOLD FILE, AVAILABLE BALANCES '
                        'ARE SHOWN WITHOUT HOLDS.'
            END-IF.
        1000-EXIT.
            EXIT.

        3000-LIST-LIMIT-BREACHES.
            DISPLAY ' '.
            DISPLAY ' DEBITS REFUSED FOR BREACHING THE AVAILABLE '
                    'BALANCE (UNPOSTED OD01):'.
            OPEN INPUT UNPOSTFILE.
            IF NOT FILE-STATUS-SUCCESS OF UNPOSTFILE-FILE-STATUS
                DISPLAY '   NO UNPOSTED FILE - BREACHES CANNOT BE '
                        'LISTED.'
                MOVE 8 TO RETURN-CODE
            ELSE
                DISPLAY '   ACCT TRAN-ID    TRAN DATE          AMOUNT'
                PERFORM 3100-READ-UNPOSTED
                   THRU 3100-EXIT
                PERFORM 3200-LIST-ONE-BREACH
                   THRU 3200-EXIT
                   UNTIL FILE-STATUS-AT-END OF
                         UNPOSTFILE-FILE-STATUS
                CLOSE UNPOSTFILE
                IF BREACH-COUNT = ZERO
                    DISPLAY '   NONE.'
                END-IF
            END-IF.
        3000-EXIT.
            EXIT.

        3100-READ-UNPOSTED.
            READ UNPOSTFILE
              AT END
                 SET FILE-STATUS-AT-END OF UNPOSTFILE-FILE-STATUS
                  TO TRUE
            END-READ.

            IF FILE-STATUS-AT-END OF UNPOSTFILE-FILE-STATUS
                NEXT SENTENCE
            ELSE
                IF NOT FILE-STATUS-SUCCESS OF UNPOSTFILE-FILE-STATUS
                    SET FILE-STATUS-AT-END OF UNPOSTFILE-FILE-STATUS
                        TO TRUE
                END-IF
            END-IF.
        3100-EXIT.
            EXIT.

        3200-LIST-ONE-BREACH.
            IF UNP-REASON-CODE = 'OD01'
               AND UNP-RUN-DATE = REPORT-DATE
                ADD 1 TO BREACH-COUNT
                MOVE UNP-TRAN-DATA TO TRAN-RECORD
                IF TRAN-AMOUNT-X(1:10) IS NUMERIC
                   AND (TRAN-AMOUNT-X(11:1) = '+'
                     OR TRAN-AMOUNT-X(11:1) = '-')
                    MOVE TRAN-AMOUNT-N TO RPT-AMOUNT-DISPLAY
                ELSE
                    MOVE ZERO TO RPT-AMOUNT-DISPLAY
                END-IF
                MOVE TRAN-ID(1:4) TO BREACH-ACCT-ID
                IF TRAN-TYPE-TRANSFER
                    IF TRAN-STATUS-VOID
                        MOVE TRAN-XFER-TO-ACCT TO BREACH-ACCT-ID
                    ELSE
                        MOVE TRAN-XFER-FROM-ACCT TO BREACH-ACCT-ID
                    END-IF
                END-IF
                DISPLAY '   ' BREACH-ACCT-ID ' ' TRAN-ID ' '
                        TRAN-DATE ' ' RPT-AMOUNT-DISPLAY
            END-IF.

            PERFORM 3100-READ-UNPOSTED
               THRU 3100-EXIT.
        3200-EXIT.
            EXIT.

        4000-LIST-ACCOUNTS-AT-LIMIT.
            DISPLAY ' '.
            DISPLAY ' ACCOUNTS OVER OR WITHIN 10% OF THEIR '
                    'OVERDRAFT LIMIT:'.
            OPEN INPUT ACCTMAST.
            IF NOT FILE-STATUS-SUCCESS OF ACCTMAST-FILE-STATUS
                DISPLAY '   COULD NOT OPEN THE ACCOUNT MASTER - '
                        'LIMIT POSITIONS CANNOT BE LISTED.'
                MOVE 8 TO RETURN-CODE
            ELSE
                DISPLAY '   ACCT NAME                        BALANCE'
                        '       HOLDS        LIMIT      AVAILABLE'
                MOVE LOW-VALUES TO ACCT-ID
                START ACCTMAST KEY IS NOT LESS THAN ACCT-ID
                IF FILE-STATUS-SUCCESS OF ACCTMAST-FILE-STATUS
                    PERFORM 4100-CHECK-ONE-ACCOUNT
                       THRU 4100-EXIT
                       UNTIL FILE-STATUS-AT-END OF
                             ACCTMAST-FILE-STATUS
                END-IF
                CLOSE ACCTMAST
                IF OVER-LIMIT-COUNT + NEAR-LIMIT-COUNT = ZERO
                    DISPLAY '   NONE.'
                END-IF
            END-IF.
        4000-EXIT.
            EXIT.

        4100-CHECK-ONE-ACCOUNT.
            READ ACCTMAST NEXT RECORD
              AT END
                 SET FILE-STATUS-AT-END OF ACCTMAST-FILE-STATUS
                  TO TRUE
            END-READ.

            IF FILE-STATUS-AT-END OF ACCTMAST-FILE-STATUS
                NEXT SENTENCE
            ELSE
                IF FILE-STATUS-SUCCESS OF ACCTMAST-FILE-STATUS
                    ADD 1 TO ACCOUNTS-READ-COUNT
                    PERFORM 4200-WEIGH-THE-ACCOUNT
                       THRU 4200-EXIT
                ELSE
                    SET FILE-STATUS-AT-END OF ACCTMAST-FILE-STATUS
                        TO TRUE
                END-IF
            END-IF.
        4100-EXIT.
            EXIT.

        4200-WEIGH-THE-ACCOUNT.
            IF ACCT-OD-LIMIT IS NUMERIC
                MOVE ACCT-OD-LIMIT TO OD-LIMIT-WORK
            ELSE
                MOVE ZERO TO OD-LIMIT-WORK
            END-IF.

            PERFORM 4300-TOTAL-ACCOUNT-HOLDS
               THRU 4300-EXIT.

            COMPUTE AVAILABLE-BAL-WORK =
                ACCT-BALANCE - HOLD-TOTAL-WORK + OD-LIMIT-WORK.
            COMPUTE NEAR-LIMIT-WORK = OD-LIMIT-WORK / 10.

            MOVE SPACES TO RPT-EXCEPTION-TEXT.
            IF AVAILABLE-BAL-WORK < ZERO
                MOVE 'OVER LIMIT' TO RPT-EXCEPTION-TEXT
                ADD 1 TO OVER-LIMIT-COUNT
            ELSE
                IF OD-LIMIT-WORK > ZERO
                   AND AVAILABLE-BAL-WORK NOT > NEAR-LIMIT-WORK
                    MOVE 'NEAR LIMIT' TO RPT-EXCEPTION-TEXT
                    ADD 1 TO NEAR-LIMIT-COUNT
                END-IF
            END-IF.

            IF RPT-EXCEPTION-TEXT NOT = SPACES
                MOVE ACCT-BALANCE TO RPT-AMOUNT-DISPLAY
                MOVE HOLD-TOTAL-WORK TO RPT-HOLDS-DISPLAY
                MOVE OD-LIMIT-WORK TO RPT-LIMIT-DISPLAY
                MOVE AVAILABLE-BAL-WORK TO RPT-AVAIL-DISPLAY
                DISPLAY '   ' ACCT-ID ' ' ACCT-NAME ' '
                        RPT-AMOUNT-DISPLAY ' ' RPT-HOLDS-DISPLAY ' '
                        RPT-LIMIT-DISPLAY ' ' RPT-AVAIL-DISPLAY ' '
                        RPT-EXCEPTION-TEXT
            END-IF.
        4200-EXIT.
            EXIT.

        4300-TOTAL-ACCOUNT-HOLDS.
            MOVE ZERO TO HOLD-TOTAL-WORK.
            IF HOLDFILE-PRESENT
                MOVE ACCT-ID TO HOLD-ACCT-ID
                MOVE ZERO TO HOLD-SEQ-NO
                START HOLDFILE KEY IS NOT LESS THAN HOLD-KEY
                IF FILE-STATUS-SUCCESS OF HOLDFILE-FILE-STATUS
                    MOVE 'N' TO HOLD-SCAN-DONE-SW
                    PERFORM 4350-ADD-ONE-HOLD
                       THRU 4350-EXIT
                       UNTIL HOLD-SCAN-DONE
                END-IF
            END-IF.
        4300-EXIT.
            EXIT.

        4350-ADD-ONE-HOLD.
            READ HOLDFILE NEXT RECORD
              AT END
                 SET FILE-STATUS-AT-END OF HOLDFILE-FILE-STATUS
                  TO TRUE
            END-READ.

            IF FILE-STATUS-SUCCESS OF HOLDFILE-FILE-STATUS
               AND HOLD-ACCT-ID = ACCT-ID
                IF HOLD-ACTIVE
                   AND (HOLD-EXPIRY-DATE = SPACES
                     OR HOLD-EXPIRY-DATE NOT < REPORT-DATE)
                    ADD HOLD-AMOUNT TO HOLD-TOTAL-WORK
                END-IF
            ELSE
                SET HOLD-SCAN-DONE TO TRUE
            END-IF.
        4350-EXIT.
            EXIT.

        5000-LIST-EXPIRED-HOLDS.
            DISPLAY ' '.
            DISPLAY ' HOLDS THAT HAVE EXPIRED (NOW FLAGGED E):'.
            IF NOT HOLDFILE-PRESENT
                DISPLAY '   NO HOLD FILE.'
            ELSE
                DISPLAY '   ACCT-SEQ          AMOUNT R DESCRIPTION'
                        '          EXPIRED  PLACED BY'
                MOVE LOW-VALUES TO HOLD-KEY
                START HOLDFILE KEY IS NOT LESS THAN HOLD-KEY
                IF FILE-STATUS-SUCCESS OF HOLDFILE-FILE-STATUS
                    MOVE 'N' TO HOLD-SCAN-DONE-SW
                    PERFORM 5100-CHECK-ONE-HOLD
                       THRU 5100-EXIT
                       UNTIL HOLD-SCAN-DONE
                END-IF
                CLOSE HOLDFILE
                IF HOLDS-EXPIRED-COUNT = ZERO
                    DISPLAY '   NONE.'
                END-IF
            END-IF.
        5000-EXIT.
            EXIT.

        5100-CHECK-ONE-HOLD.
            READ HOLDFILE NEXT RECORD
              AT END
                 SET FILE-STATUS-AT-END OF HOLDFILE-FILE-STATUS
                  TO TRUE
            END-READ.

            IF FILE-STATUS-SUCCESS OF HOLDFILE-FILE-STATUS
                IF HOLD-ACTIVE
                   AND HOLD-EXPIRY-DATE NOT = SPACES
                   AND HOLD-EXPIRY-DATE < REPORT-DATE
                    PERFORM 5200-EXPIRE-THE-HOLD
                       THRU 5200-EXIT
                END-IF
            ELSE
                SET HOLD-SCAN-DONE TO TRUE
            END-IF.
        5100-EXIT.
            EXIT.

        5200-EXPIRE-THE-HOLD.
            ADD 1 TO HOLDS-EXPIRED-COUNT.
            MOVE HOLD-AMOUNT TO RPT-AMOUNT-DISPLAY.
            DISPLAY '   ' HOLD-ACCT-ID '-' HOLD-SEQ-NO ' '
                    RPT-AMOUNT-DISPLAY ' ' HOLD-REASON-CD ' '
                    HOLD-DESC ' ' HOLD-EXPIRY-DATE ' '
                    HOLD-PLACED-BY.
            SET HOLD-EXPIRED TO TRUE.
            MOVE REPORT-DATE TO HOLD-RELEASE-DATE.
            REWRITE HOLD-RECORD.
            IF NOT FILE-STATUS-SUCCESS OF HOLDFILE-FILE-STATUS
                DISPLAY 'LIMITRPT - WARNING: COULD NOT FLAG HOLD '
                        HOLD-ACCT-ID '-' HOLD-SEQ-NO
                        ' EXPIRED. STATUS: ' HOLDFILE-FILE-STATUS
                MOVE 8 TO RETURN-CODE
            END-IF.
        5200-EXIT.
            EXIT.

        9500-PRINT-SUMMARY-REPORT.
            DISPLAY ' '.
            DISPLAY '---------------------------------------------'.
            DISPLAY ' ACCOUNTS EXAMINED ......... '
                    ACCOUNTS-READ-COUNT.
            DISPLAY ' DEBITS REFUSED (OD01) ..... '
                    BREACH-COUNT.
            DISPLAY ' ACCOUNTS OVER LIMIT ....... '
                    OVER-LIMIT-COUNT.
            DISPLAY ' ACCOUNTS WITHIN 10% ....... '
                    NEAR-LIMIT-COUNT.
            DISPLAY ' HOLDS EXPIRED ............. '
                    HOLDS-EXPIRED-COUNT.
            DISPLAY '---------------------------------------------'.
            DISPLAY ' '.
        9500-EXIT.
            EXIT.
