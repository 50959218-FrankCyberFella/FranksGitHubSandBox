            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS SIGNONFILE-FILE-STATUS.

        SELECT BALSNAPFILE ASSIGN TO DYNAMIC BALSNAPFILE-DSN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS BALSNAPFILE-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
         FD INFILE-INDEXED
            COPY HISTREC.

         FD ACCTMAST
            RECORD CONTAINS 160.

            COPY ACCTREC.


            COPY SIGNREC.

         FD BALSNAPFILE
            RECORD CONTAINS 80.

            COPY BALSNAP.

        WORKING-STORAGE SECTION.

         01 INFILE-INDEXED-DSN      PIC X(80).
         01 TRANHIST-DSN            PIC X(80).
         01 ACCTMAST-DSN            PIC X(80).
         01 SIGNONFILE-DSN          PIC X(80).
         01 BALSNAPFILE-DSN         PIC X(80).

         COPY FILESTAT
             REPLACING ==STATUS-FIELD==
             REPLACING ==STATUS-FIELD== BY ==SIGNONFILE-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==BALSNAPFILE-FILE-STATUS==
             .

         COPY TRANREC.

         COPY SECLOG.

         COPY DISPOPN.

         COPY DATECALC.

         01 OPERATOR-ID             PIC X(08) VALUE SPACES.
         01 SESSION-LEVEL           PIC X(01) VALUE SPACES.


         01 INQ-STATUS-TEXT         PIC X(12) VALUE SPACES.

         01 DISPUTE-KEY             PIC X(10) VALUE SPACES.
         01 DISPUTE-REASON          PIC X(30) VALUE SPACES.

         01 SNAP-PREFIX             PIC X(40) VALUE SPACES.
         01 SNAP-SUFFIX             PIC X(10) VALUE SPACES.

         01 ASOF-DATE-X             PIC X(08) VALUE SPACES.

         01 SNAP-TRY-DATE-X         PIC X(08) VALUE SPACES.
         01 SNAP-TRY-PARTS REDEFINES SNAP-TRY-DATE-X.
            05 SNAP-TRY-YYYY        PIC 9(04).
            05 SNAP-TRY-MM          PIC 9(02).
            05 SNAP-TRY-DD          PIC 9(02).

         01 SNAP-LOOKBACK-DAYS      PIC 9(03) COMP VALUE ZERO.
         01 SNAP-LOOKBACK-LIMIT     PIC 9(02) VALUE 31.

         01 BALANCE-INQ-DONE-SW     PIC X(01) VALUE 'N'.
            88 BALANCE-INQ-DONE            VALUE 'Y'.

         01 SNAP-FOUND-SW           PIC X(01) VALUE 'N'.
            88 SNAP-FOUND                  VALUE 'Y'.

         01 SNAP-SCAN-DONE-SW       PIC X(01) VALUE 'N'.
            88 SNAP-SCAN-DONE              VALUE 'Y'.

         01 SNAP-ACCT-FOUND-SW      PIC X(01) VALUE 'N'.
            88 SNAP-ACCT-FOUND             VALUE 'Y'.

        PROCEDURE DIVISION.
            PERFORM 1100-READ-SESSION-RECORD
               THRU 1100-EXIT.
            DISPLAY 'TRANINQ - INQUIRY MODE:'.
            DISPLAY '  D = TODAYS EDITED FILE (REBUILT EACH RUN)'.
            DISPLAY '  H = CUMULATIVE HISTORY BY ACCOUNT'.
            DISPLAY '  B = ACCOUNT BALANCE AS OF A PAST BUSINESS DATE'.
            DISPLAY 'MODE (D/H/B): ' WITH NO ADVANCING.
            MOVE SPACES TO INQUIRY-MODE.
            ACCEPT INQUIRY-MODE.

                GOBACK
            END-IF.

            IF INQUIRY-MODE = 'B' OR INQUIRY-MODE = 'b'
                PERFORM 7700-BALANCE-AS-OF-INQUIRY
                   THRU 7700-EXIT
                GOBACK
            END-IF.

            MOVE SPACES TO INFILE-INDEXED-DSN.
            ACCEPT INFILE-INDEXED-DSN FROM ENVIRONMENT 'DD_INFILEIDX'.
            IF INFILE-INDEXED-DSN = SPACES
            DISPLAY '  TRAN-ID ....... ' TRAN-ID.
            DISPLAY '  DATE .......... ' INQ-DATE-DISPLAY.
            DISPLAY '  AMOUNT ........ ' INQ-AMOUNT-DISPLAY.
            IF TRAN-CURRENCY-CD NOT = SPACES
                DISPLAY '  CURRENCY ...... ' TRAN-CURRENCY-CD
            END-IF.
            DISPLAY '  STATUS ........ ' TRAN-STATUS-CD ' - '
                    INQ-STATUS-TEXT.
            DISPLAY '  DESCRIPTION ... ' TRAN-DESC.
                       THRU 7400-EXIT
                    PERFORM 7500-DISPLAY-HISTORY-TABLE
                       THRU 7500-EXIT
                    IF SESSION-LEVEL >= '2'
                        PERFORM 7600-OFFER-DISPUTE
                           THRU 7600-EXIT
                    END-IF
                END-IF
            END-IF.
        7100-EXIT.
        7550-EXIT.
            EXIT.

        7600-OFFER-DISPUTE.
            MOVE SPACES TO DISPUTE-KEY.
            DISPLAY 'OPEN A CUSTOMER DISPUTE ON ONE OF THESE - '
                    'TRAN-ID, OR BLANK FOR NONE: ' WITH NO ADVANCING.
            ACCEPT DISPUTE-KEY.

            IF DISPUTE-KEY = SPACES
                NEXT SENTENCE
            ELSE
                MOVE DISPUTE-KEY TO HIST-TRAN-ID
                READ TRANHIST
                IF FILE-STATUS-SUCCESS OF TRANHIST-FILE-STATUS
                    IF HIST-TRAN-ID(1:4) = ACCOUNT-KEY
                       OR (HIST-TYPE-TRANSFER
                       AND (HIST-XFER-FROM-ACCT = ACCOUNT-KEY
                       OR HIST-XFER-TO-ACCT = ACCOUNT-KEY))
                        PERFORM 7650-OPEN-THE-DISPUTE
                           THRU 7650-EXIT
                    ELSE
                        DISPLAY 'TRANINQ - ' DISPUTE-KEY
                                ' IS NOT A TRANSACTION OF ACCOUNT '
                                ACCOUNT-KEY '.'
                    END-IF
                ELSE
                    IF FILE-STATUS-NOT-FOUND OF TRANHIST-FILE-STATUS
                        DISPLAY 'TRANINQ - NOT ON THE HISTORY '
                                'MASTER: ' DISPUTE-KEY
                    ELSE
                        PERFORM 9000-ABEND-AND-STOP
                    END-IF
                END-IF
            END-IF.
        7600-EXIT.
            EXIT.

        7650-OPEN-THE-DISPUTE.
            IF HIST-STATUS-CD NOT = '02'
               OR HIST-AMOUNT-X(1:10) IS NOT NUMERIC
               OR (HIST-AMOUNT-X(11:1) NOT = '+'
               AND HIST-AMOUNT-X(11:1) NOT = '-')
                DISPLAY 'TRANINQ - ONLY A POSTED TRANSACTION CAN BE '
                        'DISPUTED, ' HIST-TRAN-ID ' IS STATUS '
                        HIST-STATUS-CD '.'
            ELSE
                MOVE SPACES TO DISPUTE-REASON
                DISPLAY 'CUSTOMER''S REASON FOR THE DISPUTE: '
                        WITH NO ADVANCING
                ACCEPT DISPUTE-REASON
                IF DISPUTE-REASON = SPACES
                    DISPLAY 'TRANINQ - A REASON IS REQUIRED, NO CASE '
                            'OPENED.'
                ELSE
                    MOVE SPACES TO DISPOPN-PARMS
                    MOVE OPERATOR-ID TO DISPOPN-OPERATOR
                    MOVE 'TRANINQ' TO DISPOPN-PROGRAM
                    MOVE HIST-TRAN-ID TO DISPOPN-TRAN-ID
                    MOVE HIST-TRAN-DATE TO DISPOPN-TRAN-DATE
                    MOVE ACCOUNT-KEY TO DISPOPN-ACCT-ID
                    IF HIST-TYPE-TRANSFER
                       AND HIST-XFER-FROM-ACCT = ACCOUNT-KEY
                        COMPUTE DISPOPN-AMOUNT = ZERO - HIST-AMOUNT-N
                    ELSE
                        MOVE HIST-AMOUNT-N TO DISPOPN-AMOUNT
                    END-IF
                    MOVE DISPUTE-REASON TO DISPOPN-REASON
                    CALL 'DISPOPN' USING DISPOPN-PARMS
                    EVALUATE TRUE
                        WHEN DISPOPN-OPENED
                            DISPLAY 'TRANINQ - DISPUTE CASE '
                                    DISPOPN-CASE-ID ' OPENED ON '
                                    HIST-TRAN-ID
                                    ' - WORK IT THROUGH DISPMNT.'
                        WHEN DISPOPN-ALREADY-OPEN
                            DISPLAY 'TRANINQ - ' HIST-TRAN-ID
                                    ' IS ALREADY UNDER DISPUTE AS '
                                    'CASE ' DISPOPN-CASE-ID '.'
                        WHEN OTHER
                            DISPLAY 'TRANINQ - THE DISPUTE CASE '
                                    'COULD NOT BE OPENED.'
                    END-EVALUATE
                END-IF
            END-IF.
        7650-EXIT.
            EXIT.

        7700-BALANCE-AS-OF-INQUIRY.
            MOVE SPACES TO SNAP-PREFIX.
            ACCEPT SNAP-PREFIX FROM ENVIRONMENT 'DD_BALSNAPPREFIX'.
            MOVE SPACES TO SNAP-SUFFIX.
            ACCEPT SNAP-SUFFIX FROM ENVIRONMENT 'DD_BALSNAPSUFFIX'.
            IF SNAP-PREFIX = SPACES
                MOVE './BALSNAP.D' TO SNAP-PREFIX
                IF SNAP-SUFFIX = SPACES
                    MOVE '.TXT' TO SNAP-SUFFIX
                END-IF
            END-IF.
            IF SNAP-SUFFIX = 'NONE'
                MOVE SPACES TO SNAP-SUFFIX
            END-IF.

            DISPLAY ' '.
            DISPLAY 'TRANINQ - ACCOUNT BALANCE AS OF A DATE'.
            DISPLAY 'ENTER AN ACCOUNT AND A BUSINESS DATE (YYYYMMDD), '
                    'BLANK ACCOUNT TO EXIT.'.
            MOVE 'N' TO BALANCE-INQ-DONE-SW.
            PERFORM 7710-INQUIRE-ONE-BALANCE
               THRU 7710-EXIT
               UNTIL BALANCE-INQ-DONE.
            DISPLAY 'TRANINQ - INQUIRY ENDED.'.
        7700-EXIT.
            EXIT.

        7710-INQUIRE-ONE-BALANCE.
            MOVE SPACES TO ACCOUNT-KEY.
            DISPLAY 'ACCOUNT: ' WITH NO ADVANCING.
            ACCEPT ACCOUNT-KEY.

            IF ACCOUNT-KEY = SPACES
                SET BALANCE-INQ-DONE TO TRUE
            ELSE
                MOVE SPACES TO ASOF-DATE-X
                DISPLAY 'AS OF DATE (YYYYMMDD): ' WITH NO ADVANCING
                ACCEPT ASOF-DATE-X
                MOVE '1' TO DATECALC-STATUS
                IF ASOF-DATE-X IS NUMERIC
                    MOVE ASOF-DATE-X TO DATECALC-DATE
                    CALL 'DATECALC' USING DATECALC-PARMS
                END-IF
                IF NOT DATECALC-OK
                    DISPLAY 'TRANINQ - NOT A VALID DATE: '
                            ASOF-DATE-X
                ELSE
                    PERFORM 7720-FIND-SNAPSHOT
                       THRU 7720-EXIT
                    IF SNAP-FOUND
                        PERFORM 7750-SCAN-SNAPSHOT
                           THRU 7750-EXIT
                        CLOSE BALSNAPFILE
                    ELSE
                        DISPLAY 'TRANINQ - NO BALANCE SNAPSHOT IS '
                                'RETAINED ON OR WITHIN '
                                SNAP-LOOKBACK-LIMIT
                                ' DAYS BEFORE ' ASOF-DATE-X
                    END-IF
                END-IF
            END-IF.
        7710-EXIT.
            EXIT.

        7720-FIND-SNAPSHOT.
            MOVE ASOF-DATE-X TO SNAP-TRY-DATE-X.
            MOVE ZERO TO SNAP-LOOKBACK-DAYS.
            MOVE 'N' TO SNAP-FOUND-SW.
            PERFORM 7730-TRY-ONE-SNAPSHOT
               THRU 7730-EXIT
               UNTIL SNAP-FOUND
                  OR SNAP-LOOKBACK-DAYS > SNAP-LOOKBACK-LIMIT.
        7720-EXIT.
            EXIT.

        7730-TRY-ONE-SNAPSHOT.
            MOVE SPACES TO BALSNAPFILE-DSN.
            STRING SNAP-PREFIX          DELIMITED BY SPACE
                   SNAP-TRY-DATE-X(3:6) DELIMITED BY SIZE
                   SNAP-SUFFIX          DELIMITED BY SPACE
                INTO BALSNAPFILE-DSN
            END-STRING.

            OPEN INPUT BALSNAPFILE.
            IF FILE-STATUS-SUCCESS OF BALSNAPFILE-FILE-STATUS
                SET SNAP-FOUND TO TRUE
            ELSE
                ADD 1 TO SNAP-LOOKBACK-DAYS
                PERFORM 7740-STEP-BACK-ONE-DAY
                   THRU 7740-EXIT
            END-IF.
        7730-EXIT.
            EXIT.

        7740-STEP-BACK-ONE-DAY.
            IF SNAP-TRY-DD > 1
                SUBTRACT 1 FROM SNAP-TRY-DD
            ELSE
                IF SNAP-TRY-MM > 1
                    SUBTRACT 1 FROM SNAP-TRY-MM
                ELSE
                    MOVE 12 TO SNAP-TRY-MM
                    SUBTRACT 1 FROM SNAP-TRY-YYYY
                END-IF
                MOVE 32 TO SNAP-TRY-DD
                MOVE '1' TO DATECALC-STATUS
                PERFORM 7745-TRY-MONTH-END-DAY
                   THRU 7745-EXIT
                   UNTIL DATECALC-OK
                      OR SNAP-TRY-DD < 28
            END-IF.
        7740-EXIT.
            EXIT.

        7745-TRY-MONTH-END-DAY.
            SUBTRACT 1 FROM SNAP-TRY-DD.
            MOVE SNAP-TRY-DATE-X TO DATECALC-DATE.
            CALL 'DATECALC' USING DATECALC-PARMS.
        7745-EXIT.
            EXIT.

        7750-SCAN-SNAPSHOT.
            MOVE 'N' TO SNAP-SCAN-DONE-SW.
            MOVE 'N' TO SNAP-ACCT-FOUND-SW.
            PERFORM 7760-READ-ONE-SNAPSHOT
               THRU 7760-EXIT
               UNTIL SNAP-SCAN-DONE.

            MOVE SNAP-TRY-DATE-X(1:4) TO INQ-DATE-YEAR.
            MOVE SNAP-TRY-DATE-X(5:2) TO INQ-DATE-MONTH.
            MOVE SNAP-TRY-DATE-X(7:2) TO INQ-DATE-DAY.
            IF SNAP-ACCT-FOUND
                MOVE BSN-BALANCE TO INQ-BAL-DISPLAY
                MOVE BSN-SUSPENSE-BAL TO INQ-SUSP-DISPLAY
                DISPLAY ' '
                DISPLAY '  ACCOUNT ....... ' BSN-ACCT-ID ' '
                        BSN-ACCT-NAME
                DISPLAY '  SNAPSHOT OF ... ' INQ-DATE-DISPLAY
                IF SNAP-TRY-DATE-X NOT = ASOF-DATE-X
                    DISPLAY '  (NO POSTING RUN ON ' ASOF-DATE-X
                            ', LAST SNAPSHOT BEFORE IT SHOWN)'
                END-IF
                DISPLAY '  BRANCH/STATUS . ' BSN-BRANCH-CD ' / '
                        BSN-STATUS-CD
                DISPLAY '  BALANCE ....... ' INQ-BAL-DISPLAY
                DISPLAY '  SUSPENSE ...... ' INQ-SUSP-DISPLAY
                DISPLAY '  LAST POSTED ... ' BSN-LAST-POST-DATE
            ELSE
                DISPLAY 'TRANINQ - ACCOUNT ' ACCOUNT-KEY
                        ' WAS NOT ON THE MASTER AS OF '
                        INQ-DATE-DISPLAY
            END-IF.
        7750-EXIT.
            EXIT.

        7760-READ-ONE-SNAPSHOT.
            READ BALSNAPFILE
              AT END
                 SET FILE-STATUS-AT-END OF BALSNAPFILE-FILE-STATUS
                  TO TRUE
            END-READ.

            IF NOT FILE-STATUS-SUCCESS OF BALSNAPFILE-FILE-STATUS
                IF NOT FILE-STATUS-AT-END OF BALSNAPFILE-FILE-STATUS
                    DISPLAY 'TRANINQ - SNAPSHOT READ FAILED, STATUS: '
                            BALSNAPFILE-FILE-STATUS
                END-IF
                SET SNAP-SCAN-DONE TO TRUE
            ELSE
                IF NOT BSN-DETAIL
                    SET SNAP-SCAN-DONE TO TRUE
                ELSE
                    IF BSN-ACCT-ID = ACCOUNT-KEY
                        SET SNAP-ACCT-FOUND TO TRUE
                        SET SNAP-SCAN-DONE TO TRUE
                    ELSE
                        IF BSN-ACCT-ID > ACCOUNT-KEY
                            SET SNAP-SCAN-DONE TO TRUE
                        END-IF
                    END-IF
                END-IF
            END-IF.
        7760-EXIT.
            EXIT.

        9000-ABEND-AND-STOP.
            DISPLAY 'TRANINQ - ABEND - BAD FILE STATUS'.
            DISPLAY 'TRANINQ - INFILE-INDEXED STATUS: '
