            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS STMTRPT-FILE-STATUS.

        SELECT CUSTMAST ASSIGN TO DYNAMIC CUSTMAST-DSN
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CUST-ID
            FILE STATUS  IS CUSTMAST-FILE-STATUS.

        SELECT CRELFILE ASSIGN TO DYNAMIC CRELFILE-DSN
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CREL-KEY
            FILE STATUS  IS CRELFILE-FILE-STATUS.

        SELECT MAILEXTR ASSIGN TO DYNAMIC MAILEXTR-DSN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS MAILEXTR-FILE-STATUS.

        SELECT SORTFILE ASSIGN TO SORTWK01.

        DATA DIVISION.
        FILE SECTION.
         FD ACCTMAST
            RECORD CONTAINS 160.

            COPY ACCTREC.


         01 STMT-REPORT-LINE    PIC X(132).

         FD CUSTMAST
            RECORD CONTAINS 160.

            COPY CUSTREC.

         FD CRELFILE
            RECORD CONTAINS 80.

            COPY CRELREC.

         FD MAILEXTR
            RECORD CONTAINS 200.

            COPY MAILREC.

         SD SORTFILE.

         01 SORT-RECORD.
            05 SR-ACCT-ID                PIC X(04).

        WORKING-STORAGE SECTION.

         01 ACCTMAST-DSN            PIC X(80).
         01 TRANHIST-DSN            PIC X(80).
         01 STMTRPT-DSN             PIC X(80).
         01 CUSTMAST-DSN            PIC X(80).
         01 CRELFILE-DSN            PIC X(80).
         01 MAILEXTR-DSN            PIC X(80).

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==ACCTMAST-FILE-STATUS==
             REPLACING ==STATUS-FIELD== BY ==STMTRPT-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==CUSTMAST-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==CRELFILE-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==MAILEXTR-FILE-STATUS==
             .

         01 STMT-MONTH              PIC X(04) VALUE SPACES.
         01 STMT-MONTH-CCYYMM       PIC X(06) VALUE SPACES.

            88 SWEEP-MODE-TALLY            VALUE 'T'.
            88 SWEEP-MODE-PRINT            VALUE 'P'.

         01 STMT-STYLE-SW           PIC X(01) VALUE 'A'.
            88 STMT-STYLE-ACCOUNT          VALUE 'A'.
            88 STMT-STYLE-CUSTOMER         VALUE 'C'.

         01 CUSTOMER-FILES-SW       PIC X(01) VALUE 'N'.
            88 CUSTOMER-FILES-OPEN         VALUE 'Y'.

         01 LINK-SCAN-DONE-SW       PIC X(01) VALUE 'N'.
            88 LINK-SCAN-DONE              VALUE 'Y'.

         01 SORTED-DONE-SW          PIC X(01) VALUE 'N'.
            88 SORTED-INPUT-DONE           VALUE 'Y'.

         01 XFER-MAX                PIC 9(04) COMP VALUE 2000.
         01 XFER-COUNT              PIC 9(04) COMP VALUE ZERO.
         01 XFER-IX                 PIC 9(04) COMP VALUE ZERO.
         01 XFER-TABLE.
            05 XFER-HIST-IMAGE      PIC X(80) OCCURS 2000 TIMES.
         01 XFER-TABLE-FULL-SW      PIC X(01) VALUE 'N'.
            88 XFER-TABLE-FULL             VALUE 'Y'.

         01 SORTED-ACCT-ID          PIC X(04) VALUE SPACES.
         01 STMT-ROLE-TEXT          PIC X(10) VALUE SPACES.

         01 ACCOUNTS-PRINTED-COUNT  PIC 9(9) COMP VALUE ZERO.
         01 CUSTOMER-STMT-COUNT     PIC 9(9) COMP VALUE ZERO.
         01 LINKED-ACCT-COUNT       PIC 9(9) COMP VALUE ZERO.
         01 UNLINKED-ACCT-COUNT     PIC 9(9) COMP VALUE ZERO.
         01 LINK-NO-ACCOUNT-COUNT   PIC 9(9) COMP VALUE ZERO.
         01 MAIL-PIECE-COUNT        PIC 9(9) COMP VALUE ZERO.
         01 STMT-HELD-COUNT         PIC 9(9) COMP VALUE ZERO.
         01 NO-ADDRESS-COUNT        PIC 9(9) COMP VALUE ZERO.
         01 CUST-ACCT-COUNT         PIC 9(3) VALUE ZERO.
         01 CUST-STMT-NO            PIC 9(05) VALUE ZERO.
         01 CUST-BALANCE-TOTAL      PIC S9(11)V99 VALUE ZERO.
         01 MAIL-BALANCE-TOTAL      PIC S9(11)V99 VALUE ZERO.

         01 MAIL-WRITTEN-DATE       PIC 9(08) VALUE ZERO.
         01 MAIL-WRITTEN-TIME       PIC 9(08) VALUE ZERO.
         01 TRANS-LISTED-COUNT      PIC 9(9) COMP VALUE ZERO.
         01 ACCT-TRAN-LINE-COUNT    PIC 9(9) COMP VALUE ZERO.

            05 FILLER               PIC X(22) VALUE
               '   OPENING BALANCE ...'.
            05 SH2-OPENING-BAL      PIC ZZZZZZZZZ9.99-.
            05 FILLER               PIC X(03) VALUE SPACES.
            05 SH2-ROLE             PIC X(10).
            05 FILLER               PIC X(62) VALUE SPACES.

         01 CUST-HEAD-LINE-1.
            05 FILLER               PIC X(05) VALUE SPACES.
            05 FILLER               PIC X(38) VALUE
               'ACCTSTMT - RELATIONSHIP STATEMENT FOR '.
            05 CH1-MONTH            PIC X(07).
            05 FILLER               PIC X(12) VALUE '       PAGE '.
            05 CH1-PAGE             PIC ZZZZ9.
            05 FILLER               PIC X(65) VALUE SPACES.

         01 CUST-ADDRESS-LINE.
            05 FILLER               PIC X(05) VALUE SPACES.
            05 CA-TEXT              PIC X(30).
            05 FILLER               PIC X(97) VALUE SPACES.

         01 CUST-CITY-LINE.
            05 FILLER               PIC X(05) VALUE SPACES.
            05 CC-CITY              PIC X(18).
            05 FILLER               PIC X(01) VALUE SPACES.
            05 CC-STATE-CD          PIC X(02).
            05 FILLER               PIC X(02) VALUE SPACES.
            05 CC-POSTAL-CD         PIC X(10).
            05 FILLER               PIC X(94) VALUE SPACES.

         01 CUST-ID-LINE.
            05 FILLER               PIC X(05) VALUE SPACES.
            05 FILLER               PIC X(12) VALUE 'CUSTOMER ...'.
            05 FILLER               PIC X(01) VALUE SPACES.
            05 CI-CUST-ID           PIC X(06).
            05 FILLER               PIC X(108) VALUE SPACES.

         01 STMT-COLUMN-LINE.
            05 FILLER               PIC X(05) VALUE SPACES.
                GOBACK
            END-IF.

            PERFORM 1700-LOAD-TRANSFER-LEGS
               THRU 1700-EXIT.

            IF XFER-TABLE-FULL
                CLOSE ACCTMAST TRANHIST
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.

            OPEN OUTPUT STMTRPT.
            IF NOT FILE-STATUS-SUCCESS OF STMTRPT-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.

            OPEN OUTPUT MAILEXTR.
            IF NOT FILE-STATUS-SUCCESS OF MAILEXTR-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.

            PERFORM 1500-OPEN-CUSTOMER-FILES
               THRU 1500-EXIT.

            SORT SORTFILE
                ON ASCENDING KEY SR-ACCT-ID
                INPUT PROCEDURE IS 2000-PRINT-CUSTOMER-STATEMENTS
                   THRU 2000-EXIT
                OUTPUT PROCEDURE IS 6000-PRINT-UNLINKED-ACCOUNTS
                   THRU 6000-EXIT.

            IF SORT-RETURN NOT = ZERO
                DISPLAY 'ACCTSTMT - SORT OF THE LINKED ACCOUNTS '
                        'FAILED, SORT-RETURN: ' SORT-RETURN
                PERFORM 9000-ABEND-AND-STOP
            END-IF.

            PERFORM 2900-WRITE-MAIL-TRAILER
               THRU 2900-EXIT.

            CLOSE ACCTMAST TRANHIST STMTRPT MAILEXTR.
            IF CUSTOMER-FILES-OPEN
                CLOSE CUSTMAST CRELFILE
            END-IF.

            PERFORM 9500-PRINT-SUMMARY-REPORT
               THRU 9500-EXIT.
                    INTO STMTRPT-DSN
                END-STRING
            END-IF.

            MOVE SPACES TO CUSTMAST-DSN.
            ACCEPT CUSTMAST-DSN FROM ENVIRONMENT 'DD_CUSTMAST'.
            IF CUSTMAST-DSN = SPACES
                MOVE './CUSTMAST.IDX' TO CUSTMAST-DSN
            END-IF.

            MOVE SPACES TO CRELFILE-DSN.
            ACCEPT CRELFILE-DSN FROM ENVIRONMENT 'DD_CRELFILE'.
            IF CRELFILE-DSN = SPACES
                MOVE './CUSTREL.IDX' TO CRELFILE-DSN
            END-IF.

            MOVE SPACES TO MAILEXTR-DSN.
            ACCEPT MAILEXTR-DSN FROM ENVIRONMENT 'DD_MAILEXTR'.
            IF MAILEXTR-DSN = SPACES
                STRING './MAILEXTR.D' DELIMITED BY SIZE
                       STMT-MONTH     DELIMITED BY SIZE
                       '.TXT'         DELIMITED BY SIZE
                    INTO MAILEXTR-DSN
                END-STRING
            END-IF.
        1000-EXIT.
            EXIT.

        1500-OPEN-CUSTOMER-FILES.
            MOVE 'N' TO CUSTOMER-FILES-SW.
            OPEN INPUT CUSTMAST.
            IF FILE-STATUS-SUCCESS OF CUSTMAST-FILE-STATUS
                OPEN INPUT CRELFILE
                IF FILE-STATUS-SUCCESS OF CRELFILE-FILE-STATUS
                    SET CUSTOMER-FILES-OPEN TO TRUE
                ELSE
                    IF NOT FILE-STATUS-FILE-MISSING OF
                           CRELFILE-FILE-STATUS
                        PERFORM 9000-ABEND-AND-STOP
                    END-IF
                    CLOSE CUSTMAST
                END-IF
            ELSE
                IF NOT FILE-STATUS-FILE-MISSING OF
                       CUSTMAST-FILE-STATUS
                    PERFORM 9000-ABEND-AND-STOP
                END-IF
            END-IF.
            IF NOT CUSTOMER-FILES-OPEN
                DISPLAY 'ACCTSTMT - NO CUSTOMER MASTER OR RELATIONSHIP '
                        'FILE - EVERY ACCOUNT GETS ITS OWN STATEMENT.'
            END-IF.
        1500-EXIT.
            EXIT.

        1700-LOAD-TRANSFER-LEGS.
            MOVE ZERO TO XFER-COUNT.
            MOVE 'N' TO HISTORY-DONE-SW.
            MOVE LOW-VALUES TO HIST-TRAN-ID.
            START TRANHIST KEY IS NOT LESS THAN HIST-TRAN-ID.
            IF FILE-STATUS-SUCCESS OF TRANHIST-FILE-STATUS
                PERFORM 1750-KEEP-ONE-TRANSFER
                   THRU 1750-EXIT
                   UNTIL HISTORY-DONE
                      OR XFER-TABLE-FULL
            ELSE
                IF NOT FILE-STATUS-NOT-FOUND OF TRANHIST-FILE-STATUS
                   AND NOT FILE-STATUS-AT-END OF TRANHIST-FILE-STATUS
                    PERFORM 9000-ABEND-AND-STOP
                END-IF
            END-IF.

            IF XFER-TABLE-FULL
                DISPLAY 'ACCTSTMT - MORE THAN ' XFER-MAX ' TRANSFERS '
                        'IN 20' STMT-MONTH ' - CANNOT SHOW BOTH LEGS.  '
                        'RAISE THE TRANSFER TABLE SIZE AND RERUN.'
            END-IF.
        1700-EXIT.
            EXIT.

        1750-KEEP-ONE-TRANSFER.
            READ TRANHIST NEXT RECORD
              AT END
                 SET FILE-STATUS-AT-END OF TRANHIST-FILE-STATUS
                  TO TRUE
            END-READ.

            IF FILE-STATUS-AT-END OF TRANHIST-FILE-STATUS
                SET HISTORY-DONE TO TRUE
            ELSE
                IF NOT FILE-STATUS-SUCCESS OF TRANHIST-FILE-STATUS
                    PERFORM 9000-ABEND-AND-STOP
                END-IF
                IF HIST-TYPE-TRANSFER
                   AND HIST-RUN-DATE(1:6) = STMT-MONTH-CCYYMM
                    IF XFER-COUNT NOT < XFER-MAX
                        SET XFER-TABLE-FULL TO TRUE
                    ELSE
                        ADD 1 TO XFER-COUNT
                        MOVE HIST-RECORD
                             TO XFER-HIST-IMAGE (XFER-COUNT)
                    END-IF
                END-IF
            END-IF.
        1750-EXIT.
            EXIT.

        2000-PRINT-CUSTOMER-STATEMENTS.
            IF CUSTOMER-FILES-OPEN
                MOVE LOW-VALUES TO CUST-ID
                START CUSTMAST KEY IS NOT LESS THAN CUST-ID
                IF FILE-STATUS-SUCCESS OF CUSTMAST-FILE-STATUS
                    PERFORM 2050-READ-A-CUSTOMER
                       THRU 2050-EXIT
                    PERFORM 2100-STATEMENT-ONE-CUSTOMER
                       THRU 2100-EXIT
                       UNTIL FILE-STATUS-AT-END OF
                             CUSTMAST-FILE-STATUS
                END-IF
            END-IF.
        2000-EXIT.
            EXIT.

        2050-READ-A-CUSTOMER.
            READ CUSTMAST NEXT RECORD
              AT END
                 SET FILE-STATUS-AT-END OF CUSTMAST-FILE-STATUS
                  TO TRUE
            END-READ.

            IF FILE-STATUS-AT-END OF CUSTMAST-FILE-STATUS
                NEXT SENTENCE
            ELSE
                IF NOT FILE-STATUS-SUCCESS OF CUSTMAST-FILE-STATUS
                    PERFORM 9000-ABEND-AND-STOP
                END-IF
            END-IF.
        2050-EXIT.
            EXIT.

        2100-STATEMENT-ONE-CUSTOMER.
            IF CUST-ACTIVE
                MOVE ZERO TO CUST-ACCT-COUNT
                MOVE ZERO TO CUST-BALANCE-TOTAL
                PERFORM 2150-START-CUSTOMER-LINKS
                   THRU 2150-EXIT
                PERFORM 2200-HANDLE-ONE-LINK
                   THRU 2200-EXIT
                   UNTIL LINK-SCAN-DONE
                IF CUST-ACCT-COUNT > ZERO
                    PERFORM 2500-FINISH-CUSTOMER-STATEMENT
                       THRU 2500-EXIT
                END-IF
            END-IF.

            PERFORM 2050-READ-A-CUSTOMER
               THRU 2050-EXIT.
        2100-EXIT.
            EXIT.

        2150-START-CUSTOMER-LINKS.
            MOVE 'N' TO LINK-SCAN-DONE-SW.
            MOVE CUST-ID TO CREL-CUST-ID.
            MOVE LOW-VALUES TO CREL-ACCT-ID.
            START CRELFILE KEY IS NOT LESS THAN CREL-KEY.
            IF NOT FILE-STATUS-SUCCESS OF CRELFILE-FILE-STATUS
                SET LINK-SCAN-DONE TO TRUE
            END-IF.
        2150-EXIT.
            EXIT.

        2200-HANDLE-ONE-LINK.
            READ CRELFILE NEXT RECORD
              AT END
                 SET FILE-STATUS-AT-END OF CRELFILE-FILE-STATUS
                  TO TRUE
            END-READ.

            IF FILE-STATUS-AT-END OF CRELFILE-FILE-STATUS
                SET LINK-SCAN-DONE TO TRUE
            ELSE
                IF NOT FILE-STATUS-SUCCESS OF CRELFILE-FILE-STATUS
                    PERFORM 9000-ABEND-AND-STOP
                END-IF
                IF CREL-CUST-ID NOT = CUST-ID
                    SET LINK-SCAN-DONE TO TRUE
                ELSE
                    IF CREL-ACTIVE AND CREL-ON-STATEMENT
                        PERFORM 2250-PRINT-LINKED-ACCOUNT
                           THRU 2250-EXIT
                    END-IF
                END-IF
            END-IF.
        2200-EXIT.
            EXIT.

        2250-PRINT-LINKED-ACCOUNT.
            MOVE CREL-ACCT-ID TO ACCT-ID.
            READ ACCTMAST.
            IF NOT FILE-STATUS-SUCCESS OF ACCTMAST-FILE-STATUS
                IF NOT FILE-STATUS-NOT-FOUND OF ACCTMAST-FILE-STATUS
                    PERFORM 9000-ABEND-AND-STOP
                END-IF
                DISPLAY 'ACCTSTMT - CUSTOMER ' CREL-CUST-ID
                        ' IS LINKED TO ACCOUNT ' CREL-ACCT-ID
                        ', WHICH IS NOT ON THE MASTER.'
                ADD 1 TO LINK-NO-ACCOUNT-COUNT
            ELSE
                IF CUST-ACCT-COUNT = ZERO
                    PERFORM 2300-WRITE-CUSTOMER-HEADING
                       THRU 2300-EXIT
                END-IF

                EVALUATE TRUE
                    WHEN CREL-OWNER
                        MOVE 'OWNER' TO STMT-ROLE-TEXT
                    WHEN CREL-JOINT
                        MOVE 'JOINT' TO STMT-ROLE-TEXT
                    WHEN CREL-TRUSTEE
                        MOVE 'TRUSTEE' TO STMT-ROLE-TEXT
                    WHEN OTHER
                        MOVE SPACES TO STMT-ROLE-TEXT
                END-EVALUATE
                SET STMT-STYLE-CUSTOMER TO TRUE
                PERFORM 3000-STATEMENT-ONE-ACCOUNT
                   THRU 3000-EXIT

                ADD 1 TO CUST-ACCT-COUNT
                ADD 1 TO LINKED-ACCT-COUNT
                ADD ACCT-BALANCE TO CUST-BALANCE-TOTAL

                MOVE ACCT-ID TO SR-ACCT-ID
                RELEASE SORT-RECORD
            END-IF.
        2250-EXIT.
            EXIT.

        2300-WRITE-CUSTOMER-HEADING.
            ADD 1 TO STMT-PAGE-COUNT.
            ADD 1 TO CUSTOMER-STMT-COUNT.
            MOVE STMT-PAGE-COUNT TO CUST-STMT-NO.

            MOVE SPACES TO STMT-REPORT-LINE.
            WRITE STMT-REPORT-LINE.

            MOVE SPACES TO CH1-MONTH.
            STRING STMT-MONTH-CCYYMM(1:4) DELIMITED BY SIZE
                   '/'                    DELIMITED BY SIZE
                   STMT-MONTH-CCYYMM(5:2) DELIMITED BY SIZE
                INTO CH1-MONTH
            END-STRING.
            MOVE STMT-PAGE-COUNT TO CH1-PAGE.
            MOVE CUST-HEAD-LINE-1 TO STMT-REPORT-LINE.
            WRITE STMT-REPORT-LINE.

            MOVE SPACES TO STMT-REPORT-LINE.
            WRITE STMT-REPORT-LINE.

            MOVE CUST-NAME TO CA-TEXT.
            MOVE CUST-ADDRESS-LINE TO STMT-REPORT-LINE.
            WRITE STMT-REPORT-LINE.

            MOVE CUST-ADDR-LINE-1 TO CA-TEXT.
            MOVE CUST-ADDRESS-LINE TO STMT-REPORT-LINE.
            WRITE STMT-REPORT-LINE.

            IF CUST-ADDR-LINE-2 NOT = SPACES
                MOVE CUST-ADDR-LINE-2 TO CA-TEXT
                MOVE CUST-ADDRESS-LINE TO STMT-REPORT-LINE
                WRITE STMT-REPORT-LINE
            END-IF.

            MOVE CUST-CITY TO CC-CITY.
            MOVE CUST-STATE-CD TO CC-STATE-CD.
            MOVE CUST-POSTAL-CD TO CC-POSTAL-CD.
            MOVE CUST-CITY-LINE TO STMT-REPORT-LINE.
            WRITE STMT-REPORT-LINE.

            MOVE SPACES TO STMT-REPORT-LINE.
            WRITE STMT-REPORT-LINE.

            MOVE CUST-ID TO CI-CUST-ID.
            MOVE CUST-ID-LINE TO STMT-REPORT-LINE.
            WRITE STMT-REPORT-LINE.
            IF NOT FILE-STATUS-SUCCESS OF STMTRPT-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.
        2300-EXIT.
            EXIT.

        2500-FINISH-CUSTOMER-STATEMENT.
            MOVE SPACES TO STMT-REPORT-LINE.
            WRITE STMT-REPORT-LINE.

            MOVE SPACES TO STMT-TOTAL-LINE.
            MOVE 'RELATIONSHIP TOTAL .......' TO ST-CAPTION.
            MOVE CUST-BALANCE-TOTAL TO ST-AMOUNT.
            MOVE STMT-TOTAL-LINE TO STMT-REPORT-LINE.
            WRITE STMT-REPORT-LINE.
            IF NOT FILE-STATUS-SUCCESS OF STMTRPT-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.

            IF CUST-STMT-HELD
                ADD 1 TO STMT-HELD-COUNT
            ELSE
                IF CUST-NAME = SPACES
                   OR CUST-ADDR-LINE-1 = SPACES
                   OR CUST-CITY = SPACES
                   OR CUST-STATE-CD = SPACES
                   OR CUST-POSTAL-CD = SPACES
                    DISPLAY 'ACCTSTMT - CUSTOMER ' CUST-ID
                            ' HAS NO COMPLETE MAILING ADDRESS - '
                            'STATEMENT NOT SENT TO THE PRINT VENDOR.'
                    ADD 1 TO NO-ADDRESS-COUNT
                ELSE
                    PERFORM 2600-WRITE-MAIL-RECORD
                       THRU 2600-EXIT
                END-IF
            END-IF.
        2500-EXIT.
            EXIT.

        2600-WRITE-MAIL-RECORD.
            MOVE SPACES TO MAIL-RECORD.
            SET MAIL-DETAIL TO TRUE.
            MOVE STMT-MONTH-CCYYMM TO MAIL-STMT-PERIOD.
            MOVE CUST-ID TO MAIL-CUST-ID.
            MOVE CUST-STMT-NO TO MAIL-STMT-NO.
            MOVE CUST-NAME TO MAIL-NAME.
            MOVE CUST-ADDR-LINE-1 TO MAIL-ADDR-LINE-1.
            MOVE CUST-ADDR-LINE-2 TO MAIL-ADDR-LINE-2.
            MOVE CUST-CITY TO MAIL-CITY.
            MOVE CUST-STATE-CD TO MAIL-STATE-CD.
            MOVE CUST-POSTAL-CD TO MAIL-POSTAL-CD.
            MOVE CUST-ACCT-COUNT TO MAIL-ACCT-COUNT.
            MOVE CUST-BALANCE-TOTAL TO MAIL-TOTAL-BALANCE.
            WRITE MAIL-RECORD.
            IF NOT FILE-STATUS-SUCCESS OF MAILEXTR-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.
            ADD 1 TO MAIL-PIECE-COUNT.
            ADD CUST-BALANCE-TOTAL TO MAIL-BALANCE-TOTAL.
        2600-EXIT.
            EXIT.

        2900-WRITE-MAIL-TRAILER.
            ACCEPT MAIL-WRITTEN-DATE FROM DATE YYYYMMDD.
            ACCEPT MAIL-WRITTEN-TIME FROM TIME.
            MOVE SPACES TO MAIL-TRAILER-RECORD.
            MOVE 'T' TO MLT-RECORD-CD.
            MOVE STMT-MONTH-CCYYMM TO MLT-STMT-PERIOD.
            MOVE MAIL-PIECE-COUNT TO MLT-PIECE-COUNT.
            MOVE MAIL-BALANCE-TOTAL TO MLT-BALANCE-TOTAL.
            MOVE MAIL-WRITTEN-DATE TO MLT-WRITTEN-DATE.
            MOVE MAIL-WRITTEN-TIME(1:6) TO MLT-WRITTEN-TIME.
            WRITE MAIL-TRAILER-RECORD.
            IF NOT FILE-STATUS-SUCCESS OF MAILEXTR-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.
        2900-EXIT.
            EXIT.

        3000-STATEMENT-ONE-ACCOUNT.
            MOVE ZERO TO MONTH-NET-MOVEMENT.
            MOVE ZERO TO ACCT-TRAN-LINE-COUNT.
                ACCT-BALANCE - MONTH-NET-MOVEMENT.
            MOVE OPENING-BALANCE TO RUNNING-BALANCE.

            IF STMT-STYLE-CUSTOMER
                MOVE SPACES TO STMT-REPORT-LINE
                WRITE STMT-REPORT-LINE
                PERFORM 5100-WRITE-ACCOUNT-HEADING
                   THRU 5100-EXIT
            ELSE
                PERFORM 5000-WRITE-PAGE-HEADING
                   THRU 5000-EXIT
            END-IF.

            SET SWEEP-MODE-PRINT TO TRUE.
            PERFORM 4000-SWEEP-ACCOUNT-HISTORY
                    PERFORM 9000-ABEND-AND-STOP
                END-IF
            END-IF.

            PERFORM 4500-SWEEP-ONE-TRANSFER
               THRU 4500-EXIT
               VARYING XFER-IX FROM 1 BY 1
               UNTIL XFER-IX > XFER-COUNT.
        4000-EXIT.
            EXIT.

                NEXT SENTENCE
            ELSE
                IF HIST-RUN-DATE(1:6) = STMT-MONTH-CCYYMM
                   AND NOT HIST-TYPE-TRANSFER
                    IF SWEEP-MODE-TALLY
                        PERFORM 4200-TALLY-ONE-HISTORY
                           THRU 4200-EXIT
                    WHEN OTHER
                        MOVE 'UNKNOWN STATUS' TO SD-NOTE
                END-EVALUATE
                IF HIST-TYPE-TRANSFER AND SD-NOTE = SPACES
                    IF HIST-XFER-FROM-ACCT = ACCT-ID
                        STRING 'TRANSFER TO ' HIST-XFER-TO-ACCT
                            DELIMITED BY SIZE INTO SD-NOTE
                        END-STRING
                    ELSE
                        STRING 'TRANSFER FROM ' HIST-XFER-FROM-ACCT
                            DELIMITED BY SIZE INTO SD-NOTE
                        END-STRING
                    END-IF
                END-IF
            ELSE
                MOVE ZERO TO SD-AMOUNT
                MOVE 'AMOUNT NOT NUMERIC' TO SD-NOTE
        4300-EXIT.
            EXIT.

        4500-SWEEP-ONE-TRANSFER.
            MOVE XFER-HIST-IMAGE (XFER-IX) TO HIST-RECORD.
            IF HIST-XFER-FROM-ACCT = ACCT-ID
               OR HIST-XFER-TO-ACCT = ACCT-ID
                IF HIST-XFER-FROM-ACCT = ACCT-ID
                   AND HIST-AMOUNT-X(1:10) IS NUMERIC
                   AND (HIST-AMOUNT-X(11:1) = '+'
                     OR HIST-AMOUNT-X(11:1) = '-')
                    COMPUTE HIST-AMOUNT-N = ZERO - HIST-AMOUNT-N
                END-IF
                IF SWEEP-MODE-TALLY
                    PERFORM 4200-TALLY-ONE-HISTORY
                       THRU 4200-EXIT
                ELSE
                    PERFORM 4300-PRINT-ONE-HISTORY
                       THRU 4300-EXIT
                END-IF
            END-IF.
        4500-EXIT.
            EXIT.

        5000-WRITE-PAGE-HEADING.
            ADD 1 TO STMT-PAGE-COUNT.

            MOVE STMT-HEAD-LINE-1 TO STMT-REPORT-LINE.
            WRITE STMT-REPORT-LINE.

            PERFORM 5100-WRITE-ACCOUNT-HEADING
               THRU 5100-EXIT.
        5000-EXIT.
            EXIT.

        5100-WRITE-ACCOUNT-HEADING.
            MOVE ACCT-ID TO SH2-ACCT-ID.
            MOVE OPENING-BALANCE TO SH2-OPENING-BAL.
            MOVE STMT-ROLE-TEXT TO SH2-ROLE.
            MOVE STMT-HEAD-LINE-2 TO STMT-REPORT-LINE.
            WRITE STMT-REPORT-LINE.

            IF NOT FILE-STATUS-SUCCESS OF STMTRPT-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.
        5100-EXIT.
            EXIT.

        5500-WRITE-CLOSING-LINES.
        5500-EXIT.
            EXIT.

        6000-PRINT-UNLINKED-ACCOUNTS.
            MOVE 'N' TO SORTED-DONE-SW.
            PERFORM 6100-RETURN-A-LINKED-ACCOUNT
               THRU 6100-EXIT.

            MOVE LOW-VALUES TO ACCT-ID.
            START ACCTMAST KEY IS NOT LESS THAN ACCT-ID.
            IF FILE-STATUS-SUCCESS OF ACCTMAST-FILE-STATUS
                PERFORM 7000-READ-AN-ACCOUNT
                   THRU 7000-EXIT
                PERFORM 6200-MATCH-ONE-ACCOUNT
                   THRU 6200-EXIT
                   UNTIL FILE-STATUS-AT-END OF ACCTMAST-FILE-STATUS
            ELSE
                DISPLAY 'ACCTSTMT - NO ACCOUNTS ON THE MASTER.'
            END-IF.
        6000-EXIT.
            EXIT.

        6100-RETURN-A-LINKED-ACCOUNT.
            RETURN SORTFILE
                AT END
                    SET SORTED-INPUT-DONE TO TRUE
                    MOVE HIGH-VALUES TO SORTED-ACCT-ID
                NOT AT END
                    MOVE SR-ACCT-ID TO SORTED-ACCT-ID
            END-RETURN.
        6100-EXIT.
            EXIT.

        6200-MATCH-ONE-ACCOUNT.
            PERFORM 6100-RETURN-A-LINKED-ACCOUNT
               THRU 6100-EXIT
               UNTIL SORTED-ACCT-ID NOT < ACCT-ID.

            IF SORTED-ACCT-ID NOT = ACCT-ID
                SET STMT-STYLE-ACCOUNT TO TRUE
                MOVE SPACES TO STMT-ROLE-TEXT
                PERFORM 3000-STATEMENT-ONE-ACCOUNT
                   THRU 3000-EXIT
                ADD 1 TO UNLINKED-ACCT-COUNT
            END-IF.

            PERFORM 7000-READ-AN-ACCOUNT
               THRU 7000-EXIT.
        6200-EXIT.
            EXIT.

        7000-READ-AN-ACCOUNT.
            READ ACCTMAST NEXT RECORD
              AT END
                    TRANHIST-FILE-STATUS.
            DISPLAY 'ACCTSTMT - STMTRPT STATUS:  '
                    STMTRPT-FILE-STATUS.
            DISPLAY 'ACCTSTMT - CUSTMAST STATUS: '
                    CUSTMAST-FILE-STATUS.
            DISPLAY 'ACCTSTMT - CRELFILE STATUS: '
                    CRELFILE-FILE-STATUS.
            DISPLAY 'ACCTSTMT - MAILEXTR STATUS: '
                    MAILEXTR-FILE-STATUS.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.

                    ACCOUNTS-PRINTED-COUNT.
            DISPLAY ' TRANSACTIONS LISTED ....... '
                    TRANS-LISTED-COUNT.
            DISPLAY ' CUSTOMER STATEMENTS ....... '
                    CUSTOMER-STMT-COUNT.
            DISPLAY '   ACCOUNTS ON THEM ........ '
                    LINKED-ACCT-COUNT.
            DISPLAY ' ACCOUNTS WITH NO CUSTOMER . '
                    UNLINKED-ACCT-COUNT.
            DISPLAY ' LINKS TO MISSING ACCOUNTS . '
                    LINK-NO-ACCOUNT-COUNT.
            DISPLAY ' MAILED VIA PRINT VENDOR ... '
                    MAIL-PIECE-COUNT.
            DISPLAY ' HELD AT THE BRANCH ........ '
                    STMT-HELD-COUNT.
            DISPLAY ' NO COMPLETE ADDRESS ....... '
                    NO-ADDRESS-COUNT.
            DISPLAY ' STATEMENT FILE ............ ' STMTRPT-DSN.
            DISPLAY ' MAILING EXTRACT ........... ' MAILEXTR-DSN.
            DISPLAY '---------------------------------------------'.
            DISPLAY ' '.
        9500-EXIT.
