        IDENTIFICATION DIVISION.
        PROGRAM-ID. TRIALBAL.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

        SELECT BALSNAPFILE ASSIGN TO DYNAMIC BALSNAPFILE-DSN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS BALSNAPFILE-FILE-STATUS.

        SELECT SYSCTLFILE ASSIGN TO DYNAMIC SYSCTLFILE-DSN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS SYSCTLFILE-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
         FD BALSNAPFILE
            RECORD CONTAINS 80.

            COPY BALSNAP.

         FD SYSCTLFILE
            RECORD CONTAINS 80.

            COPY SYSCTL.

        WORKING-STORAGE SECTION.

         01 BALSNAPFILE-DSN         PIC X(80).
         01 SYSCTLFILE-DSN          PIC X(80).

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==BALSNAPFILE-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==SYSCTLFILE-FILE-STATUS==
             .

         COPY DATECALC.

         01 SNAP-PREFIX             PIC X(40) VALUE SPACES.
         01 SNAP-SUFFIX             PIC X(10) VALUE SPACES.

         01 CURRENT-RUN-DATE        PIC 9(08) VALUE ZERO.
         01 BUSINESS-DATE-X         PIC X(08) VALUE SPACES.
         01 ASOF-DATE-X             PIC X(08) VALUE SPACES.
         01 FROM-DATE-X             PIC X(08) VALUE SPACES.
         01 TO-DATE-X               PIC X(08) VALUE SPACES.
         01 ASOF-SNAP-DATE-X        PIC X(08) VALUE SPACES.
         01 OPENING-SNAP-DATE-X     PIC X(08) VALUE SPACES.

         01 FROM-DATE-SERIAL        PIC 9(07) VALUE ZERO.
         01 TO-DATE-SERIAL          PIC 9(07) VALUE ZERO.
         01 RANGE-DAYS              PIC 9(05) COMP VALUE ZERO.
         01 RANGE-DAY-IX            PIC 9(05) COMP VALUE ZERO.
         01 RANGE-DAYS-DISPLAY      PIC ZZZZ9.
         01 RANGE-DAY-LIMIT         PIC 9(03) VALUE 366.

         01 CHECK-DATE-X            PIC X(08) VALUE SPACES.
         01 CHECK-DATE-SERIAL       PIC 9(07) VALUE ZERO.
         01 CHECK-DATE-SW           PIC X(01) VALUE 'N'.
            88 CHECK-DATE-OK               VALUE 'Y'.

         01 SNAP-TRY-DATE-X         PIC X(08) VALUE SPACES.
         01 SNAP-TRY-PARTS REDEFINES SNAP-TRY-DATE-X.
            05 SNAP-TRY-YYYY        PIC 9(04).
            05 SNAP-TRY-MM          PIC 9(02).
            05 SNAP-TRY-DD          PIC 9(02).

         01 SNAP-LOOKBACK-DAYS      PIC 9(03) COMP VALUE ZERO.
         01 SNAP-LOOKBACK-LIMIT     PIC 9(02) VALUE 31.

         01 RUN-OK-SW               PIC X(01) VALUE 'N'.
            88 RUN-OK                      VALUE 'Y'.

         01 SNAP-FOUND-SW           PIC X(01) VALUE 'N'.
            88 SNAP-FOUND                  VALUE 'Y'.

         01 SNAP-SCAN-DONE-SW       PIC X(01) VALUE 'N'.
            88 SNAP-SCAN-DONE              VALUE 'Y'.

         01 TRAILER-SEEN-SW         PIC X(01) VALUE 'N'.
            88 TRAILER-SEEN                VALUE 'Y'.

         01 MERGE-CAUGHT-UP-SW      PIC X(01) VALUE 'N'.
            88 MERGE-CAUGHT-UP             VALUE 'Y'.

         01 BRANCH-MATCH-SW         PIC X(01) VALUE 'N'.
            88 BRANCH-MATCHED              VALUE 'Y'.

         01 TRAILER-ACCT-COUNT      PIC 9(09) VALUE ZERO.
         01 TRAILER-BALANCE-TOTAL   PIC S9(11)V99 VALUE ZERO.
         01 TRAILER-SUSPENSE-TOTAL  PIC S9(11)V99 VALUE ZERO.

         01 SNAP-DAYS-APPLIED       PIC 9(05) COMP VALUE ZERO.
         01 SNAP-DAYS-DISPLAY       PIC ZZZZ9.

         01 ACCT-ENTRY-COUNT        PIC 9(04) COMP VALUE ZERO.
         01 ACCT-ENTRY-IX           PIC 9(04) COMP VALUE ZERO.
         01 ACCT-ENTRY-LIMIT        PIC 9(04) VALUE 5000.

         01 ACCT-TABLE.
            05 ACCT-ENTRY OCCURS 5000 TIMES.
               10 TA-ACCT-ID           PIC X(04).
               10 TA-BRANCH-CD         PIC X(04).
               10 TA-STATUS-CD         PIC X(01).
               10 TA-ACCT-NAME         PIC X(20).
               10 TA-BALANCE           PIC S9(11)V99.
               10 TA-SUSPENSE-BAL      PIC S9(11)V99.
               10 TA-DAY-BALANCE       PIC S9(11)V99.
               10 TA-ADB-SUM           PIC S9(15)V99.
               10 TA-AVG-DAILY-BAL     PIC S9(11)V99.

         01 BRANCH-ENTRY-COUNT      PIC 9(04) COMP VALUE ZERO.
         01 BRANCH-ENTRY-IX         PIC 9(04) COMP VALUE ZERO.
         01 BRANCH-ENTRY-LIMIT      PIC 9(03) VALUE 500.
         01 SORT-PASS-IX            PIC 9(04) COMP VALUE ZERO.
         01 SORT-PAIR-IX            PIC 9(04) COMP VALUE ZERO.
         01 SORT-PAIR-LIMIT         PIC 9(04) COMP VALUE ZERO.
         01 SORT-SWAP-ENTRY         PIC X(80) VALUE SPACES.

         01 BRANCH-TABLE.
            05 BRANCH-ENTRY OCCURS 500 TIMES.
               10 TB-BRANCH-CD         PIC X(04).
               10 TB-ACCT-COUNT        PIC 9(07).
               10 TB-BALANCE           PIC S9(11)V99.
               10 TB-SUSPENSE-BAL      PIC S9(11)V99.
               10 TB-CREDIT-TOTAL      PIC S9(11)V99.
               10 TB-DEBIT-TOTAL       PIC S9(11)V99.
               10 TB-ADB-TOTAL         PIC S9(11)V99.
               10 FILLER               PIC X(04).

         01 GRAND-ACCT-COUNT        PIC 9(9) COMP VALUE ZERO.
         01 GRAND-BALANCE           PIC S9(11)V99 VALUE ZERO.
         01 GRAND-SUSPENSE-BAL      PIC S9(11)V99 VALUE ZERO.
         01 GRAND-CREDIT-TOTAL      PIC S9(11)V99 VALUE ZERO.
         01 GRAND-DEBIT-TOTAL       PIC S9(11)V99 VALUE ZERO.
         01 GRAND-ADB-TOTAL         PIC S9(11)V99 VALUE ZERO.

         01 RPT-BALANCE-DISPLAY     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
         01 RPT-SUSPENSE-DISPLAY    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
         01 RPT-ADB-DISPLAY         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
         01 RPT-COUNT-DISPLAY       PIC ZZZZZZZZ9.

        PROCEDURE DIVISION.
            PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

            IF NOT RUN-OK
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.

            PERFORM 2000-LOAD-ASOF-SNAPSHOT
               THRU 2000-EXIT.

            IF NOT RUN-OK
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.

            PERFORM 3000-ACCUMULATE-DAILY-BALANCES
               THRU 3000-EXIT.

            PERFORM 4000-BUILD-BRANCH-TABLE
               THRU 4000-EXIT.

            IF NOT RUN-OK
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.

            PERFORM 4500-SORT-BRANCH-TABLE
               THRU 4500-EXIT.

            PERFORM 9500-PRINT-TRIAL-BALANCE
               THRU 9500-EXIT.

            GOBACK.

        1000-INITIALIZE.
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

            MOVE SPACES TO SYSCTLFILE-DSN.
            ACCEPT SYSCTLFILE-DSN FROM ENVIRONMENT 'DD_SYSCTL'.
            IF SYSCTLFILE-DSN = SPACES
                MOVE './SYSCTL.TXT' TO SYSCTLFILE-DSN
            END-IF.

            MOVE SPACES TO ASOF-DATE-X.
            ACCEPT ASOF-DATE-X FROM ENVIRONMENT 'TRIALBAL_DATE'.
            IF ASOF-DATE-X = SPACES
                PERFORM 1050-READ-SYSTEM-CONTROL
                   THRU 1050-EXIT
                MOVE BUSINESS-DATE-X TO ASOF-DATE-X
            END-IF.

            MOVE SPACES TO FROM-DATE-X.
            ACCEPT FROM-DATE-X FROM ENVIRONMENT 'TRIALBAL_FROM'.
            IF FROM-DATE-X = SPACES
                STRING ASOF-DATE-X(1:6) '01' DELIMITED BY SIZE
                    INTO FROM-DATE-X
                END-STRING
            END-IF.

            MOVE SPACES TO TO-DATE-X.
            ACCEPT TO-DATE-X FROM ENVIRONMENT 'TRIALBAL_TO'.
            IF TO-DATE-X = SPACES
                MOVE ASOF-DATE-X TO TO-DATE-X
            END-IF.

            SET RUN-OK TO TRUE.

            MOVE ASOF-DATE-X TO CHECK-DATE-X.
            PERFORM 1100-CHECK-ONE-DATE
               THRU 1100-EXIT.
            IF NOT CHECK-DATE-OK
                DISPLAY 'TRIALBAL - TRIALBAL_DATE MUST BE A VALID '
                        'YYYYMMDD, GOT: ' ASOF-DATE-X
                MOVE 'N' TO RUN-OK-SW
            END-IF.

            MOVE FROM-DATE-X TO CHECK-DATE-X.
            PERFORM 1100-CHECK-ONE-DATE
               THRU 1100-EXIT.
            IF NOT CHECK-DATE-OK
                DISPLAY 'TRIALBAL - TRIALBAL_FROM MUST BE A VALID '
                        'YYYYMMDD, GOT: ' FROM-DATE-X
                MOVE 'N' TO RUN-OK-SW
            END-IF.
            MOVE CHECK-DATE-SERIAL TO FROM-DATE-SERIAL.

            MOVE TO-DATE-X TO CHECK-DATE-X.
            PERFORM 1100-CHECK-ONE-DATE
               THRU 1100-EXIT.
            IF NOT CHECK-DATE-OK
                DISPLAY 'TRIALBAL - TRIALBAL_TO MUST BE A VALID '
                        'YYYYMMDD, GOT: ' TO-DATE-X
                MOVE 'N' TO RUN-OK-SW
            END-IF.
            MOVE CHECK-DATE-SERIAL TO TO-DATE-SERIAL.

            IF RUN-OK
                IF FROM-DATE-SERIAL > TO-DATE-SERIAL
                    DISPLAY 'TRIALBAL - AVERAGE BALANCE RANGE IS '
                            'BACKWARDS: ' FROM-DATE-X ' TO '
                            TO-DATE-X
                    MOVE 'N' TO RUN-OK-SW
                ELSE
                    COMPUTE RANGE-DAYS =
                        TO-DATE-SERIAL - FROM-DATE-SERIAL + 1
                    IF RANGE-DAYS > RANGE-DAY-LIMIT
                        DISPLAY 'TRIALBAL - AVERAGE BALANCE RANGE '
                                FROM-DATE-X ' TO ' TO-DATE-X
                                ' IS LONGER THAN ' RANGE-DAY-LIMIT
                                ' DAYS.'
                        MOVE 'N' TO RUN-OK-SW
                    END-IF
                END-IF
            END-IF.
        1000-EXIT.
            EXIT.

        1050-READ-SYSTEM-CONTROL.
            MOVE SPACES TO BUSINESS-DATE-X.
            OPEN INPUT SYSCTLFILE.
            IF FILE-STATUS-SUCCESS OF SYSCTLFILE-FILE-STATUS
                READ SYSCTLFILE
                  AT END
                     SET FILE-STATUS-AT-END OF
                         SYSCTLFILE-FILE-STATUS
                      TO TRUE
                END-READ
                IF FILE-STATUS-SUCCESS OF SYSCTLFILE-FILE-STATUS
                    MOVE SC-BUSINESS-DATE TO BUSINESS-DATE-X
                END-IF
                CLOSE SYSCTLFILE
            END-IF.

            IF BUSINESS-DATE-X = SPACES
                ACCEPT CURRENT-RUN-DATE FROM DATE YYYYMMDD
                MOVE CURRENT-RUN-DATE TO BUSINESS-DATE-X
                DISPLAY 'TRIALBAL - NO BUSINESS DATE ON THE SYSTEM '
                        'CONTROL FILE, REPORTING AS OF TODAY: '
                        BUSINESS-DATE-X
            ELSE
                DISPLAY 'TRIALBAL - BUSINESS DATE FROM THE SYSTEM '
                        'CONTROL FILE: ' BUSINESS-DATE-X
            END-IF.
        1050-EXIT.
            EXIT.

        1100-CHECK-ONE-DATE.
            MOVE 'N' TO CHECK-DATE-SW.
            MOVE ZERO TO CHECK-DATE-SERIAL.
            IF CHECK-DATE-X IS NUMERIC
                MOVE CHECK-DATE-X TO DATECALC-DATE
                CALL 'DATECALC' USING DATECALC-PARMS
                IF DATECALC-OK
                    MOVE DATECALC-SERIAL TO CHECK-DATE-SERIAL
                    SET CHECK-DATE-OK TO TRUE
                END-IF
            END-IF.
        1100-EXIT.
            EXIT.

        2000-LOAD-ASOF-SNAPSHOT.
            MOVE 'N' TO RUN-OK-SW.
            MOVE ASOF-DATE-X TO SNAP-TRY-DATE-X.
            PERFORM 7000-FIND-SNAPSHOT
               THRU 7000-EXIT.
            IF NOT SNAP-FOUND
                DISPLAY 'TRIALBAL - NO BALANCE SNAPSHOT IS RETAINED '
                        'FOR ' ASOF-DATE-X ' OR THE '
                        SNAP-LOOKBACK-LIMIT ' DAYS BEFORE IT.'
            ELSE
                MOVE SNAP-TRY-DATE-X TO ASOF-SNAP-DATE-X
                MOVE ZERO TO ACCT-ENTRY-COUNT
                MOVE 'N' TO TRAILER-SEEN-SW
                MOVE 'N' TO SNAP-SCAN-DONE-SW
                PERFORM 2100-LOAD-ONE-ACCOUNT
                   THRU 2100-EXIT
                   UNTIL SNAP-SCAN-DONE
                CLOSE BALSNAPFILE
                IF ACCT-ENTRY-COUNT NOT < ACCT-ENTRY-LIMIT
                   AND NOT TRAILER-SEEN
                    DISPLAY 'TRIALBAL - SNAPSHOT ' ASOF-SNAP-DATE-X
                            ' HOLDS MORE THAN ' ACCT-ENTRY-LIMIT
                            ' ACCOUNTS - REPORT NOT PRODUCED.'
                ELSE
                    SET RUN-OK TO TRUE
                    IF NOT TRAILER-SEEN
                        DISPLAY 'TRIALBAL - WARNING: SNAPSHOT '
                                ASOF-SNAP-DATE-X ' HAS NO TRAILER, '
                                'IT MAY BE INCOMPLETE.'
                        MOVE 8 TO RETURN-CODE
                    END-IF
                END-IF
            END-IF.
        2000-EXIT.
            EXIT.

        2100-LOAD-ONE-ACCOUNT.
            READ BALSNAPFILE
              AT END
                 SET FILE-STATUS-AT-END OF BALSNAPFILE-FILE-STATUS
                  TO TRUE
            END-READ.

            IF FILE-STATUS-AT-END OF BALSNAPFILE-FILE-STATUS
                SET SNAP-SCAN-DONE TO TRUE
            ELSE
                IF NOT FILE-STATUS-SUCCESS OF BALSNAPFILE-FILE-STATUS
                    PERFORM 9000-ABEND-AND-STOP
                END-IF
                IF BSN-TRAILER
                    MOVE BST-ACCT-COUNT TO TRAILER-ACCT-COUNT
                    MOVE BST-BALANCE-TOTAL TO TRAILER-BALANCE-TOTAL
                    MOVE BST-SUSPENSE-TOTAL TO TRAILER-SUSPENSE-TOTAL
                    SET TRAILER-SEEN TO TRUE
                    SET SNAP-SCAN-DONE TO TRUE
                ELSE
                    IF ACCT-ENTRY-COUNT NOT < ACCT-ENTRY-LIMIT
                        SET SNAP-SCAN-DONE TO TRUE
                    ELSE
                        ADD 1 TO ACCT-ENTRY-COUNT
                        MOVE ACCT-ENTRY-COUNT TO ACCT-ENTRY-IX
                        MOVE BSN-ACCT-ID
                             TO TA-ACCT-ID (ACCT-ENTRY-IX)
                        MOVE BSN-BRANCH-CD
                             TO TA-BRANCH-CD (ACCT-ENTRY-IX)
                        MOVE BSN-STATUS-CD
                             TO TA-STATUS-CD (ACCT-ENTRY-IX)
                        MOVE BSN-ACCT-NAME
                             TO TA-ACCT-NAME (ACCT-ENTRY-IX)
                        MOVE BSN-BALANCE
                             TO TA-BALANCE (ACCT-ENTRY-IX)
                        MOVE BSN-SUSPENSE-BAL
                             TO TA-SUSPENSE-BAL (ACCT-ENTRY-IX)
                        MOVE ZERO TO TA-DAY-BALANCE (ACCT-ENTRY-IX)
                        MOVE ZERO TO TA-ADB-SUM (ACCT-ENTRY-IX)
                        MOVE ZERO
                             TO TA-AVG-DAILY-BAL (ACCT-ENTRY-IX)
                    END-IF
                END-IF
            END-IF.
        2100-EXIT.
            EXIT.

        3000-ACCUMULATE-DAILY-BALANCES.
            MOVE ZERO TO SNAP-DAYS-APPLIED.
            MOVE SPACES TO OPENING-SNAP-DATE-X.
            MOVE FROM-DATE-X TO SNAP-TRY-DATE-X.
            PERFORM 7000-FIND-SNAPSHOT
               THRU 7000-EXIT.
            IF SNAP-FOUND
                MOVE SNAP-TRY-DATE-X TO OPENING-SNAP-DATE-X
                PERFORM 3200-APPLY-SNAPSHOT
                   THRU 3200-EXIT
                CLOSE BALSNAPFILE
            ELSE
                DISPLAY 'TRIALBAL - WARNING: NO SNAPSHOT ON OR '
                        'BEFORE ' FROM-DATE-X ', OPENING BALANCES '
                        'TAKEN AS ZERO.'
                MOVE 8 TO RETURN-CODE
            END-IF.

            MOVE FROM-DATE-X TO SNAP-TRY-DATE-X.
            PERFORM 3100-ACCUMULATE-ONE-DAY
               THRU 3100-EXIT
               VARYING RANGE-DAY-IX FROM 1 BY 1
               UNTIL RANGE-DAY-IX > RANGE-DAYS.

            PERFORM 3500-AVERAGE-ONE-ACCOUNT
               THRU 3500-EXIT
               VARYING ACCT-ENTRY-IX FROM 1 BY 1
               UNTIL ACCT-ENTRY-IX > ACCT-ENTRY-COUNT.
        3000-EXIT.
            EXIT.

        3100-ACCUMULATE-ONE-DAY.
            IF RANGE-DAY-IX > 1
                PERFORM 7300-STEP-FORWARD-ONE-DAY
                   THRU 7300-EXIT
                PERFORM 7100-BUILD-SNAPSHOT-NAME
                   THRU 7100-EXIT
                OPEN INPUT BALSNAPFILE
                IF FILE-STATUS-SUCCESS OF BALSNAPFILE-FILE-STATUS
                    PERFORM 3200-APPLY-SNAPSHOT
                       THRU 3200-EXIT
                    CLOSE BALSNAPFILE
                END-IF
            END-IF.

            PERFORM 3400-ADD-ONE-DAY-BALANCE
               THRU 3400-EXIT
               VARYING ACCT-ENTRY-IX FROM 1 BY 1
               UNTIL ACCT-ENTRY-IX > ACCT-ENTRY-COUNT.
        3100-EXIT.
            EXIT.

        3200-APPLY-SNAPSHOT.
            ADD 1 TO SNAP-DAYS-APPLIED.
            MOVE 1 TO ACCT-ENTRY-IX.
            MOVE 'N' TO SNAP-SCAN-DONE-SW.
            PERFORM 3210-APPLY-ONE-RECORD
               THRU 3210-EXIT
               UNTIL SNAP-SCAN-DONE.

            PERFORM 3230-ZERO-ONE-BALANCE
               THRU 3230-EXIT
               VARYING ACCT-ENTRY-IX FROM ACCT-ENTRY-IX BY 1
               UNTIL ACCT-ENTRY-IX > ACCT-ENTRY-COUNT.
        3200-EXIT.
            EXIT.

        3210-APPLY-ONE-RECORD.
            READ BALSNAPFILE
              AT END
                 SET FILE-STATUS-AT-END OF BALSNAPFILE-FILE-STATUS
                  TO TRUE
            END-READ.

            IF FILE-STATUS-AT-END OF BALSNAPFILE-FILE-STATUS
                SET SNAP-SCAN-DONE TO TRUE
            ELSE
                IF NOT FILE-STATUS-SUCCESS OF BALSNAPFILE-FILE-STATUS
                    PERFORM 9000-ABEND-AND-STOP
                END-IF
                IF NOT BSN-DETAIL
                    SET SNAP-SCAN-DONE TO TRUE
                ELSE
                    MOVE 'N' TO MERGE-CAUGHT-UP-SW
                    PERFORM 3220-CATCH-UP-TO-RECORD
                       THRU 3220-EXIT
                       UNTIL MERGE-CAUGHT-UP
                END-IF
            END-IF.
        3210-EXIT.
            EXIT.

        3220-CATCH-UP-TO-RECORD.
            IF ACCT-ENTRY-IX > ACCT-ENTRY-COUNT
                SET MERGE-CAUGHT-UP TO TRUE
            ELSE
                IF TA-ACCT-ID (ACCT-ENTRY-IX) < BSN-ACCT-ID
                    MOVE ZERO TO TA-DAY-BALANCE (ACCT-ENTRY-IX)
                    ADD 1 TO ACCT-ENTRY-IX
                ELSE
                    IF TA-ACCT-ID (ACCT-ENTRY-IX) = BSN-ACCT-ID
                        MOVE BSN-BALANCE
                             TO TA-DAY-BALANCE (ACCT-ENTRY-IX)
                        ADD 1 TO ACCT-ENTRY-IX
                    END-IF
                    SET MERGE-CAUGHT-UP TO TRUE
                END-IF
            END-IF.
        3220-EXIT.
            EXIT.

        3230-ZERO-ONE-BALANCE.
            MOVE ZERO TO TA-DAY-BALANCE (ACCT-ENTRY-IX).
        3230-EXIT.
            EXIT.

        3400-ADD-ONE-DAY-BALANCE.
            ADD TA-DAY-BALANCE (ACCT-ENTRY-IX)
             TO TA-ADB-SUM (ACCT-ENTRY-IX).
        3400-EXIT.
            EXIT.

        3500-AVERAGE-ONE-ACCOUNT.
            COMPUTE TA-AVG-DAILY-BAL (ACCT-ENTRY-IX) ROUNDED =
                TA-ADB-SUM (ACCT-ENTRY-IX) / RANGE-DAYS.
        3500-EXIT.
            EXIT.

        4000-BUILD-BRANCH-TABLE.
            MOVE ZERO TO BRANCH-ENTRY-COUNT.
            PERFORM 4100-TALLY-ONE-ACCOUNT
               THRU 4100-EXIT
               VARYING ACCT-ENTRY-IX FROM 1 BY 1
               UNTIL ACCT-ENTRY-IX > ACCT-ENTRY-COUNT
                  OR NOT RUN-OK.
        4000-EXIT.
            EXIT.

        4100-TALLY-ONE-ACCOUNT.
            MOVE 'N' TO BRANCH-MATCH-SW.
            PERFORM 4150-MATCH-A-BRANCH
               THRU 4150-EXIT
               VARYING BRANCH-ENTRY-IX FROM 1 BY 1
               UNTIL BRANCH-ENTRY-IX > BRANCH-ENTRY-COUNT
                  OR BRANCH-MATCHED.

            IF NOT BRANCH-MATCHED
               AND BRANCH-ENTRY-COUNT NOT < BRANCH-ENTRY-LIMIT
                DISPLAY 'TRIALBAL - MORE THAN '
                        BRANCH-ENTRY-LIMIT ' BRANCHES ON THE '
                        'SNAPSHOT - REPORT NOT PRODUCED.'
                MOVE 'N' TO RUN-OK-SW
            ELSE
                PERFORM 4120-ADD-TO-BRANCH
                   THRU 4120-EXIT
            END-IF.
        4100-EXIT.
            EXIT.

        4120-ADD-TO-BRANCH.
            IF NOT BRANCH-MATCHED
                ADD 1 TO BRANCH-ENTRY-COUNT
                MOVE BRANCH-ENTRY-COUNT TO BRANCH-ENTRY-IX
                MOVE TA-BRANCH-CD (ACCT-ENTRY-IX)
                     TO TB-BRANCH-CD (BRANCH-ENTRY-IX)
                MOVE ZERO TO TB-ACCT-COUNT (BRANCH-ENTRY-IX)
                MOVE ZERO TO TB-BALANCE (BRANCH-ENTRY-IX)
                MOVE ZERO TO TB-SUSPENSE-BAL (BRANCH-ENTRY-IX)
                MOVE ZERO TO TB-CREDIT-TOTAL (BRANCH-ENTRY-IX)
                MOVE ZERO TO TB-DEBIT-TOTAL (BRANCH-ENTRY-IX)
                MOVE ZERO TO TB-ADB-TOTAL (BRANCH-ENTRY-IX)
            ELSE
                SUBTRACT 1 FROM BRANCH-ENTRY-IX
            END-IF.

            ADD 1 TO TB-ACCT-COUNT (BRANCH-ENTRY-IX).
            ADD TA-BALANCE (ACCT-ENTRY-IX)
             TO TB-BALANCE (BRANCH-ENTRY-IX).
            ADD TA-SUSPENSE-BAL (ACCT-ENTRY-IX)
             TO TB-SUSPENSE-BAL (BRANCH-ENTRY-IX).
            IF TA-BALANCE (ACCT-ENTRY-IX) < ZERO
                ADD TA-BALANCE (ACCT-ENTRY-IX)
                 TO TB-DEBIT-TOTAL (BRANCH-ENTRY-IX)
            ELSE
                ADD TA-BALANCE (ACCT-ENTRY-IX)
                 TO TB-CREDIT-TOTAL (BRANCH-ENTRY-IX)
            END-IF.
            ADD TA-AVG-DAILY-BAL (ACCT-ENTRY-IX)
             TO TB-ADB-TOTAL (BRANCH-ENTRY-IX).
        4120-EXIT.
            EXIT.

        4150-MATCH-A-BRANCH.
            IF TB-BRANCH-CD (BRANCH-ENTRY-IX) =
               TA-BRANCH-CD (ACCT-ENTRY-IX)
                SET BRANCH-MATCHED TO TRUE
            END-IF.
        4150-EXIT.
            EXIT.

        4500-SORT-BRANCH-TABLE.
            PERFORM 4550-SORT-ONE-PASS
               THRU 4550-EXIT
               VARYING SORT-PASS-IX FROM 1 BY 1
               UNTIL SORT-PASS-IX >= BRANCH-ENTRY-COUNT.
        4500-EXIT.
            EXIT.

        4550-SORT-ONE-PASS.
            COMPUTE SORT-PAIR-LIMIT =
                BRANCH-ENTRY-COUNT - SORT-PASS-IX.
            PERFORM 4570-COMPARE-AND-SWAP
               THRU 4570-EXIT
               VARYING SORT-PAIR-IX FROM 1 BY 1
               UNTIL SORT-PAIR-IX > SORT-PAIR-LIMIT.
        4550-EXIT.
            EXIT.

        4570-COMPARE-AND-SWAP.
            IF TB-BRANCH-CD (SORT-PAIR-IX) >
               TB-BRANCH-CD (SORT-PAIR-IX + 1)
                MOVE BRANCH-ENTRY (SORT-PAIR-IX)
                     TO SORT-SWAP-ENTRY
                MOVE BRANCH-ENTRY (SORT-PAIR-IX + 1)
                     TO BRANCH-ENTRY (SORT-PAIR-IX)
                MOVE SORT-SWAP-ENTRY
                     TO BRANCH-ENTRY (SORT-PAIR-IX + 1)
            END-IF.
        4570-EXIT.
            EXIT.

        7000-FIND-SNAPSHOT.
            MOVE ZERO TO SNAP-LOOKBACK-DAYS.
            MOVE 'N' TO SNAP-FOUND-SW.
            PERFORM 7050-TRY-ONE-SNAPSHOT
               THRU 7050-EXIT
               UNTIL SNAP-FOUND
                  OR SNAP-LOOKBACK-DAYS > SNAP-LOOKBACK-LIMIT.
        7000-EXIT.
            EXIT.

        7050-TRY-ONE-SNAPSHOT.
            PERFORM 7100-BUILD-SNAPSHOT-NAME
               THRU 7100-EXIT.
            OPEN INPUT BALSNAPFILE.
            IF FILE-STATUS-SUCCESS OF BALSNAPFILE-FILE-STATUS
                SET SNAP-FOUND TO TRUE
            ELSE
                ADD 1 TO SNAP-LOOKBACK-DAYS
                PERFORM 7200-STEP-BACK-ONE-DAY
                   THRU 7200-EXIT
            END-IF.
        7050-EXIT.
            EXIT.

        7100-BUILD-SNAPSHOT-NAME.
            MOVE SPACES TO BALSNAPFILE-DSN.
            STRING SNAP-PREFIX          DELIMITED BY SPACE
                   SNAP-TRY-DATE-X(3:6) DELIMITED BY SIZE
                   SNAP-SUFFIX          DELIMITED BY SPACE
                INTO BALSNAPFILE-DSN
            END-STRING.
        7100-EXIT.
            EXIT.

        7200-STEP-BACK-ONE-DAY.
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
                PERFORM 7250-TRY-MONTH-END-DAY
                   THRU 7250-EXIT
                   UNTIL DATECALC-OK
                      OR SNAP-TRY-DD < 28
            END-IF.
        7200-EXIT.
            EXIT.

        7250-TRY-MONTH-END-DAY.
            SUBTRACT 1 FROM SNAP-TRY-DD.
            MOVE SNAP-TRY-DATE-X TO DATECALC-DATE.
            CALL 'DATECALC' USING DATECALC-PARMS.
        7250-EXIT.
            EXIT.

        7300-STEP-FORWARD-ONE-DAY.
            ADD 1 TO SNAP-TRY-DD.
            MOVE SNAP-TRY-DATE-X TO DATECALC-DATE.
            CALL 'DATECALC' USING DATECALC-PARMS.
            IF NOT DATECALC-OK
                MOVE 1 TO SNAP-TRY-DD
                IF SNAP-TRY-MM < 12
                    ADD 1 TO SNAP-TRY-MM
                ELSE
                    MOVE 1 TO SNAP-TRY-MM
                    ADD 1 TO SNAP-TRY-YYYY
                END-IF
            END-IF.
        7300-EXIT.
            EXIT.

        9000-ABEND-AND-STOP.
            DISPLAY 'TRIALBAL - ABEND - BAD FILE STATUS'.
            DISPLAY 'TRIALBAL - SNAPSHOT: ' BALSNAPFILE-DSN.
            DISPLAY 'TRIALBAL - BALSNAP STATUS: '
                    BALSNAPFILE-FILE-STATUS.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.

        9500-PRINT-TRIAL-BALANCE.
            MOVE RANGE-DAYS TO RANGE-DAYS-DISPLAY.
            MOVE SNAP-DAYS-APPLIED TO SNAP-DAYS-DISPLAY.
            DISPLAY ' '.
            DISPLAY '---------------------------------------------'.
            DISPLAY ' TRIALBAL - TRIAL BALANCE BY BRANCH AS OF '
                    ASOF-DATE-X.
            DISPLAY '---------------------------------------------'.
            IF ASOF-SNAP-DATE-X NOT = ASOF-DATE-X
                DISPLAY ' NO POSTING RUN ON ' ASOF-DATE-X
                        ' - BALANCES FROM THE SNAPSHOT OF '
                        ASOF-SNAP-DATE-X
            END-IF.
            DISPLAY ' AVERAGE DAILY BALANCE ' FROM-DATE-X ' TO '
                    TO-DATE-X ' (' RANGE-DAYS-DISPLAY ' DAYS, '
                    SNAP-DAYS-DISPLAY ' SNAPSHOTS USED)'.

            MOVE ZERO TO GRAND-ACCT-COUNT.
            MOVE ZERO TO GRAND-BALANCE.
            MOVE ZERO TO GRAND-SUSPENSE-BAL.
            MOVE ZERO TO GRAND-CREDIT-TOTAL.
            MOVE ZERO TO GRAND-DEBIT-TOTAL.
            MOVE ZERO TO GRAND-ADB-TOTAL.

            PERFORM 9510-PRINT-ONE-BRANCH
               THRU 9510-EXIT
               VARYING BRANCH-ENTRY-IX FROM 1 BY 1
               UNTIL BRANCH-ENTRY-IX > BRANCH-ENTRY-COUNT.

            IF BRANCH-ENTRY-COUNT = ZERO
                DISPLAY ' '
                DISPLAY '   (NO ACCOUNTS ON THE SNAPSHOT)'
            END-IF.

            DISPLAY ' '.
            DISPLAY '---------------------------------------------'.
            MOVE GRAND-ACCT-COUNT TO RPT-COUNT-DISPLAY.
            DISPLAY ' ALL BRANCHES - ACCOUNTS ........ '
                    RPT-COUNT-DISPLAY.
            MOVE GRAND-CREDIT-TOTAL TO RPT-BALANCE-DISPLAY.
            DISPLAY '   CREDIT BALANCES .............. '
                    RPT-BALANCE-DISPLAY.
            MOVE GRAND-DEBIT-TOTAL TO RPT-BALANCE-DISPLAY.
            DISPLAY '   DEBIT (OVERDRAWN) BALANCES ... '
                    RPT-BALANCE-DISPLAY.
            MOVE GRAND-BALANCE TO RPT-BALANCE-DISPLAY.
            DISPLAY '   NET LEDGER BALANCE ........... '
                    RPT-BALANCE-DISPLAY.
            MOVE GRAND-SUSPENSE-BAL TO RPT-SUSPENSE-DISPLAY.
            DISPLAY '   SUSPENSE ..................... '
                    RPT-SUSPENSE-DISPLAY.
            MOVE GRAND-ADB-TOTAL TO RPT-ADB-DISPLAY.
            DISPLAY '   AVERAGE DAILY BALANCE ........ '
                    RPT-ADB-DISPLAY.

            PERFORM 9550-PRINT-CONTROL-CHECK
               THRU 9550-EXIT.
            DISPLAY ' '.
        9500-EXIT.
            EXIT.

        9510-PRINT-ONE-BRANCH.
            DISPLAY ' '.
            DISPLAY ' BRANCH ' TB-BRANCH-CD (BRANCH-ENTRY-IX).
            DISPLAY ' ACCT NAME                 ST'
                    '            BALANCE           SUSPENSE'
                    '      AVG DAILY BAL'.
            DISPLAY ' ---- -------------------- --'
                    ' ------------------ ------------------'
                    ' ------------------'.

            PERFORM 9520-PRINT-ONE-ACCOUNT
               THRU 9520-EXIT
               VARYING ACCT-ENTRY-IX FROM 1 BY 1
               UNTIL ACCT-ENTRY-IX > ACCT-ENTRY-COUNT.

            MOVE TB-ACCT-COUNT (BRANCH-ENTRY-IX) TO RPT-COUNT-DISPLAY.
            MOVE TB-BALANCE (BRANCH-ENTRY-IX) TO RPT-BALANCE-DISPLAY.
            MOVE TB-SUSPENSE-BAL (BRANCH-ENTRY-IX)
                 TO RPT-SUSPENSE-DISPLAY.
            MOVE TB-ADB-TOTAL (BRANCH-ENTRY-IX) TO RPT-ADB-DISPLAY.
            DISPLAY ' BRANCH TOTAL ' RPT-COUNT-DISPLAY ' ACCTS '
                    RPT-BALANCE-DISPLAY ' ' RPT-SUSPENSE-DISPLAY
                    ' ' RPT-ADB-DISPLAY.
            MOVE TB-CREDIT-TOTAL (BRANCH-ENTRY-IX)
                 TO RPT-BALANCE-DISPLAY.
            DISPLAY '   CREDIT BALANCES .............. '
                    RPT-BALANCE-DISPLAY.
            MOVE TB-DEBIT-TOTAL (BRANCH-ENTRY-IX)
                 TO RPT-BALANCE-DISPLAY.
            DISPLAY '   DEBIT (OVERDRAWN) BALANCES ... '
                    RPT-BALANCE-DISPLAY.

            ADD TB-ACCT-COUNT (BRANCH-ENTRY-IX) TO GRAND-ACCT-COUNT.
            ADD TB-BALANCE (BRANCH-ENTRY-IX) TO GRAND-BALANCE.
            ADD TB-SUSPENSE-BAL (BRANCH-ENTRY-IX)
             TO GRAND-SUSPENSE-BAL.
            ADD TB-CREDIT-TOTAL (BRANCH-ENTRY-IX)
             TO GRAND-CREDIT-TOTAL.
            ADD TB-DEBIT-TOTAL (BRANCH-ENTRY-IX)
             TO GRAND-DEBIT-TOTAL.
            ADD TB-ADB-TOTAL (BRANCH-ENTRY-IX) TO GRAND-ADB-TOTAL.
        9510-EXIT.
            EXIT.

        9520-PRINT-ONE-ACCOUNT.
            IF TA-BRANCH-CD (ACCT-ENTRY-IX) =
               TB-BRANCH-CD (BRANCH-ENTRY-IX)
                MOVE TA-BALANCE (ACCT-ENTRY-IX)
                     TO RPT-BALANCE-DISPLAY
                MOVE TA-SUSPENSE-BAL (ACCT-ENTRY-IX)
                     TO RPT-SUSPENSE-DISPLAY
                MOVE TA-AVG-DAILY-BAL (ACCT-ENTRY-IX)
                     TO RPT-ADB-DISPLAY
                DISPLAY ' ' TA-ACCT-ID (ACCT-ENTRY-IX) ' '
                        TA-ACCT-NAME (ACCT-ENTRY-IX) '  '
                        TA-STATUS-CD (ACCT-ENTRY-IX) ' '
                        RPT-BALANCE-DISPLAY ' '
                        RPT-SUSPENSE-DISPLAY ' '
                        RPT-ADB-DISPLAY
            END-IF.
        9520-EXIT.
            EXIT.

        9550-PRINT-CONTROL-CHECK.
            DISPLAY ' '.
            IF NOT TRAILER-SEEN
                DISPLAY ' CONTROL CHECK: NO TRAILER ON THE SNAPSHOT, '
                        'TOTALS NOT PROVEN.'
            ELSE
                PERFORM 9560-COMPARE-TO-TRAILER
                   THRU 9560-EXIT
            END-IF.
        9550-EXIT.
            EXIT.

        9560-COMPARE-TO-TRAILER.
            IF GRAND-ACCT-COUNT = TRAILER-ACCT-COUNT
               AND GRAND-BALANCE = TRAILER-BALANCE-TOTAL
               AND GRAND-SUSPENSE-BAL = TRAILER-SUSPENSE-TOTAL
                DISPLAY ' CONTROL CHECK: REPORT AGREES WITH THE '
                        'SNAPSHOT TRAILER.'
            ELSE
                DISPLAY ' CONTROL CHECK: *** REPORT DOES NOT AGREE '
                        'WITH THE SNAPSHOT TRAILER ***'
                MOVE TRAILER-ACCT-COUNT TO RPT-COUNT-DISPLAY
                DISPLAY '   TRAILER ACCOUNTS ............. '
                        RPT-COUNT-DISPLAY
                MOVE TRAILER-BALANCE-TOTAL TO RPT-BALANCE-DISPLAY
                DISPLAY '   TRAILER BALANCE .............. '
                        RPT-BALANCE-DISPLAY
                MOVE TRAILER-SUSPENSE-TOTAL TO RPT-SUSPENSE-DISPLAY
                DISPLAY '   TRAILER SUSPENSE ............. '
                        RPT-SUSPENSE-DISPLAY
                MOVE 8 TO RETURN-CODE
            END-IF.
        9560-EXIT.
            EXIT.
