            RECORD KEY IS ACCT-ID
            FILE STATUS  IS ACCTMAST-FILE-STATUS.

        SELECT HOLDFILE ASSIGN TO DYNAMIC HOLDFILE-DSN
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS HOLD-KEY
            FILE STATUS  IS HOLDFILE-FILE-STATUS.

        SELECT SIGNONFILE ASSIGN TO DYNAMIC SIGNONFILE-DSN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS SIGNONFILE-FILE-STATUS.
        DATA DIVISION.
        FILE SECTION.
         FD ACCTMAST
            RECORD CONTAINS 160.

            COPY ACCTREC.

         FD HOLDFILE
            RECORD CONTAINS 80.

            COPY HOLDREC.

         FD SIGNONFILE
            RECORD CONTAINS 80.

        WORKING-STORAGE SECTION.

         01 ACCTMAST-DSN            PIC X(80).
         01 HOLDFILE-DSN            PIC X(80).
         01 SIGNONFILE-DSN          PIC X(80).

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==ACCTMAST-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==HOLDFILE-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==SIGNONFILE-FILE-STATUS==
             .

         COPY SECLOG.

         COPY PENDCHG.

         01 MAINT-BEFORE-IMAGE      PIC X(160) VALUE SPACES.

         01 OPERATOR-ID             PIC X(08) VALUE SPACES.
         01 SESSION-LEVEL           PIC X(01) VALUE SPACES.

         01 MAINT-ACCT-ID           PIC X(04) VALUE SPACES.
         01 MAINT-NAME              PIC X(20) VALUE SPACES.
         01 MAINT-BRANCH            PIC X(04) VALUE SPACES.
         01 MAINT-AMOUNT-IN         PIC X(14) VALUE SPACES.
         01 MAINT-AMOUNT            PIC 9(11)V99 VALUE ZERO.
         01 MAINT-WHOLE-IN          PIC X(14) VALUE SPACES.
         01 MAINT-CENTS-IN          PIC X(02) VALUE SPACES.
         01 MAINT-WHOLE-LEN         PIC 9(02) COMP VALUE ZERO.
         01 MAINT-CENTS-LEN         PIC 9(02) COMP VALUE ZERO.
         01 MAINT-WHOLE-N           PIC 9(11) VALUE ZERO.
         01 MAINT-CENTS-N           PIC 9(02) VALUE ZERO.
         01 MAINT-HOLD-SEQ          PIC X(04) VALUE SPACES.
         01 MAINT-HOLD-REASON       PIC X(01) VALUE SPACES.
         01 MAINT-HOLD-DESC         PIC X(20) VALUE SPACES.
         01 MAINT-HOLD-EXPIRY       PIC X(08) VALUE SPACES.
         01 MAINT-NEXT-SEQ          PIC 9(04) VALUE ZERO.

         01 MAINT-AMOUNT-OK-SW      PIC X(01) VALUE 'N'.
            88 MAINT-AMOUNT-OK             VALUE 'Y'.

         01 HOLD-SCAN-DONE-SW       PIC X(01) VALUE 'N'.
            88 HOLD-SCAN-DONE              VALUE 'Y'.

         01 HOLD-LIST-COUNT         PIC 9(9) COMP VALUE ZERO.

         01 MAINT-DONE-SW           PIC X(01) VALUE 'N'.
            88 MAINT-DONE                  VALUE 'Y'.

         01 MAINT-BAL-DISPLAY       PIC ZZZZZZZZZ9.99-.
         01 MAINT-SUSP-DISPLAY      PIC ZZZZZZZZZ9.99-.
         01 MAINT-LIMIT-DISPLAY     PIC ZZZZZZZZZ9.99.

        PROCEDURE DIVISION.
            PERFORM 1100-READ-SESSION-RECORD
                MOVE './ACCTMAST.IDX' TO ACCTMAST-DSN
            END-IF.

            MOVE SPACES TO HOLDFILE-DSN.
            ACCEPT HOLDFILE-DSN FROM ENVIRONMENT 'DD_HOLDFILE'.
            IF HOLDFILE-DSN = SPACES
                MOVE './HOLDFILE.IDX' TO HOLDFILE-DSN
            END-IF.

            ACCEPT CURRENT-RUN-DATE FROM DATE YYYYMMDD.

            OPEN I-O ACCTMAST.
                GOBACK
            END-IF.

            OPEN I-O HOLDFILE.
            IF FILE-STATUS-FILE-MISSING OF HOLDFILE-FILE-STATUS
                DISPLAY 'ACCTMNT - CREATING NEW HOLD FILE: '
                        HOLDFILE-DSN
                OPEN OUTPUT HOLDFILE
                IF FILE-STATUS-SUCCESS OF HOLDFILE-FILE-STATUS
                    CLOSE HOLDFILE
                    OPEN I-O HOLDFILE
                END-IF
            END-IF.
            IF NOT FILE-STATUS-SUCCESS OF HOLDFILE-FILE-STATUS
                DISPLAY 'ACCTMNT - COULD NOT OPEN THE HOLD FILE: '
                        HOLDFILE-DSN
                DISPLAY 'ACCTMNT - STATUS: ' HOLDFILE-FILE-STATUS
                CLOSE ACCTMAST
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.

            DISPLAY ' '.
            DISPLAY 'ACCTMNT - ACCOUNT MASTER MAINTENANCE'.
            DISPLAY 'TRANPOST POSTS ONLY TO ACCOUNTS OPENED HERE - '
                    'TRANSACTIONS FOR UNKNOWN, CLOSED, FROZEN OR '
                    'DORMANT ACCOUNTS GO TO THE UNPOSTED FILE.'.
            DISPLAY 'A DEBIT THAT WOULD TAKE THE BALANCE LESS ACTIVE '
                    'HOLDS PAST THE OVERDRAFT LIMIT IS ALSO '
                    'UNPOSTED (OD01).'.
            DISPLAY 'ADDS, CHANGES, STATUS AND LIMIT SETTINGS, AND '
                    'HOLDS PLACED OR RELEASED, ARE QUEUED AND TAKE '
                    'EFFECT ONLY WHEN A SUPERVISOR APPROVES THEM '
                    'THROUGH PENDAPR.'.

            PERFORM 3000-PROCESS-ONE-ACTION
               THRU 3000-EXIT
               UNTIL MAINT-DONE.

            CLOSE ACCTMAST HOLDFILE.

            DISPLAY 'ACCTMNT - MAINTENANCE ENDED.'.

        3000-PROCESS-ONE-ACTION.
            DISPLAY ' '.
            DISPLAY 'ACTION (L=LIST, A=ADD, C=CHANGE NAME/BRANCH, '
                    'O=REOPEN/REACTIVATE, D=CLOSE, F=FREEZE, '
                    'M=OVERDRAFT LIMIT, H=PLACE HOLD, V=VIEW HOLDS, '
                    'R=RELEASE HOLD, X=EXIT): '
                    WITH NO ADVANCING.
            MOVE SPACES TO MAINT-ACTION.
            ACCEPT MAINT-ACTION.
                WHEN 'f'
                    PERFORM 7000-SET-ACCOUNT-STATUS
                       THRU 7000-EXIT
                WHEN 'M'
                WHEN 'm'
                    PERFORM 7500-SET-OVERDRAFT-LIMIT
                       THRU 7500-EXIT
                WHEN 'H'
                WHEN 'h'
                    PERFORM 7600-PLACE-A-HOLD
                       THRU 7600-EXIT
                WHEN 'V'
                WHEN 'v'
                    PERFORM 7700-LIST-ACCOUNT-HOLDS
                       THRU 7700-EXIT
                WHEN 'R'
                WHEN 'r'
                    PERFORM 7800-RELEASE-A-HOLD
                       THRU 7800-EXIT
                WHEN 'X'
                WHEN 'x'
                    SET MAINT-DONE TO TRUE
            ELSE
                DISPLAY ' ACCT NAME                 BRCH S'
                        '         BALANCE        SUSPENSE'
                        '      OD LIMIT'
                PERFORM 4100-LIST-NEXT-ACCOUNT
                   THRU 4100-EXIT
                   UNTIL FILE-STATUS-AT-END OF ACCTMAST-FILE-STATUS
                IF FILE-STATUS-SUCCESS OF ACCTMAST-FILE-STATUS
                    MOVE ACCT-BALANCE TO MAINT-BAL-DISPLAY
                    MOVE ACCT-SUSPENSE-BAL TO MAINT-SUSP-DISPLAY
                    IF ACCT-OD-LIMIT IS NUMERIC
                        MOVE ACCT-OD-LIMIT TO MAINT-LIMIT-DISPLAY
                    ELSE
                        MOVE ZERO TO MAINT-LIMIT-DISPLAY
                    END-IF
                    DISPLAY ' ' ACCT-ID ' ' ACCT-NAME ' '
                            ACCT-BRANCH-CD ' ' ACCT-STATUS-CD ' '
                            MAINT-BAL-DISPLAY ' '
                            MAINT-SUSP-DISPLAY ' '
                            MAINT-LIMIT-DISPLAY
                ELSE
                    SET FILE-STATUS-AT-END OF ACCTMAST-FILE-STATUS
                        TO TRUE
                    DISPLAY 'BRANCH CODE: ' WITH NO ADVANCING
                    MOVE SPACES TO MAINT-BRANCH
                    ACCEPT MAINT-BRANCH
                    MOVE SPACES TO MAINT-BEFORE-IMAGE
                    MOVE SPACES TO ACCT-RECORD
                    MOVE MAINT-ACCT-ID TO ACCT-ID
                    MOVE ZERO TO ACCT-BALANCE
                    MOVE MAINT-NAME TO ACCT-NAME
                    MOVE MAINT-BRANCH TO ACCT-BRANCH-CD
                    MOVE 'O' TO ACCT-STATUS-CD
                    MOVE ZERO TO ACCT-OD-LIMIT
                    MOVE 'ACCOUNT ADDED' TO SECLOG-ACTION
                    MOVE 'A' TO PENDCHG-ACTION-CD
                    PERFORM 8600-QUEUE-THE-CHANGE
                       THRU 8600-EXIT
                END-IF
            END-IF.
        5000-EXIT.
                DISPLAY 'ACCTMNT - ACCOUNT NOT ON FILE: '
                        MAINT-ACCT-ID
            ELSE
                MOVE ACCT-RECORD TO MAINT-BEFORE-IMAGE
                DISPLAY 'CURRENT NAME ..: ' ACCT-NAME
                DISPLAY 'NEW NAME (BLANK = KEEP): '
                        WITH NO ADVANCING
                IF MAINT-BRANCH NOT = SPACES
                    MOVE MAINT-BRANCH TO ACCT-BRANCH-CD
                END-IF
                MOVE 'ACCOUNT CHANGED' TO SECLOG-ACTION
                MOVE 'C' TO PENDCHG-ACTION-CD
                PERFORM 8600-QUEUE-THE-CHANGE
                   THRU 8600-EXIT
            END-IF.
        6000-EXIT.
            EXIT.
                DISPLAY 'ACCTMNT - ACCOUNT NOT ON FILE: '
                        MAINT-ACCT-ID
            ELSE
                MOVE ACCT-RECORD TO MAINT-BEFORE-IMAGE
                EVALUATE MAINT-ACTION
                    WHEN 'O'
                    WHEN 'o'
                        IF ACCT-STATUS-DORMANT
                            MOVE CURRENT-RUN-DATE
                                 TO ACCT-REACTIVATE-DATE
                            MOVE SPACES TO ACCT-NOTICE-DATE
                            MOVE SPACES TO ACCT-DORMANT-DATE
                            MOVE SPACES TO ACCT-ESCHEAT-DATE
                        END-IF
                        MOVE 'O' TO ACCT-STATUS-CD
                    WHEN 'D'
                    WHEN 'd'
                    WHEN 'f'
                        MOVE 'F' TO ACCT-STATUS-CD
                END-EVALUATE
                DISPLAY 'ACCTMNT - ACCOUNT ' ACCT-ID
                        ' STATUS ' ACCT-STATUS-CD ' REQUESTED.'
                MOVE 'ACCOUNT STATUS SET' TO SECLOG-ACTION
                MOVE 'C' TO PENDCHG-ACTION-CD
                PERFORM 8600-QUEUE-THE-CHANGE
                   THRU 8600-EXIT
            END-IF.
        7000-EXIT.
            EXIT.

        7500-SET-OVERDRAFT-LIMIT.
            PERFORM 8000-ACCEPT-AN-ACCT-ID
               THRU 8000-EXIT.
            MOVE MAINT-ACCT-ID TO ACCT-ID.
            READ ACCTMAST.
            IF NOT FILE-STATUS-SUCCESS OF ACCTMAST-FILE-STATUS
                DISPLAY 'ACCTMNT - ACCOUNT NOT ON FILE: '
                        MAINT-ACCT-ID
            ELSE
                MOVE ACCT-RECORD TO MAINT-BEFORE-IMAGE
                IF ACCT-OD-LIMIT IS NUMERIC
                    MOVE ACCT-OD-LIMIT TO MAINT-LIMIT-DISPLAY
                ELSE
                    MOVE ZERO TO MAINT-LIMIT-DISPLAY
                END-IF
                DISPLAY 'CURRENT OVERDRAFT LIMIT: '
                        MAINT-LIMIT-DISPLAY
                DISPLAY 'NEW LIMIT (0 = NO OVERDRAFT): '
                        WITH NO ADVANCING
                PERFORM 8100-ACCEPT-AN-AMOUNT
                   THRU 8100-EXIT
                IF NOT MAINT-AMOUNT-OK
                    DISPLAY 'ACCTMNT - INVALID AMOUNT, LIMIT NOT '
                            'CHANGED.'
                ELSE
                    MOVE MAINT-AMOUNT TO ACCT-OD-LIMIT
                    MOVE ACCT-OD-LIMIT TO MAINT-LIMIT-DISPLAY
                    DISPLAY 'ACCTMNT - ACCOUNT ' ACCT-ID
                            ' OVERDRAFT LIMIT REQUESTED: '
                            MAINT-LIMIT-DISPLAY
                    MOVE 'OD LIMIT SET' TO SECLOG-ACTION
                    MOVE 'C' TO PENDCHG-ACTION-CD
                    PERFORM 8600-QUEUE-THE-CHANGE
                       THRU 8600-EXIT
                END-IF
            END-IF.
        7500-EXIT.
            EXIT.

        7600-PLACE-A-HOLD.
            PERFORM 8000-ACCEPT-AN-ACCT-ID
               THRU 8000-EXIT.
            MOVE MAINT-ACCT-ID TO ACCT-ID.
            READ ACCTMAST.
            IF NOT FILE-STATUS-SUCCESS OF ACCTMAST-FILE-STATUS
                DISPLAY 'ACCTMNT - ACCOUNT NOT ON FILE: '
                        MAINT-ACCT-ID
            ELSE
                DISPLAY 'HOLD AMOUNT: ' WITH NO ADVANCING
                PERFORM 8100-ACCEPT-AN-AMOUNT
                   THRU 8100-EXIT
                DISPLAY 'REASON (L=LEGAL LIEN, C=COLLATERAL, '
                        'D=DISPUTE, O=OTHER): ' WITH NO ADVANCING
                MOVE SPACES TO MAINT-HOLD-REASON
                ACCEPT MAINT-HOLD-REASON
                INSPECT MAINT-HOLD-REASON
                    CONVERTING 'lcdo' TO 'LCDO'
                DISPLAY 'DESCRIPTION: ' WITH NO ADVANCING
                MOVE SPACES TO MAINT-HOLD-DESC
                ACCEPT MAINT-HOLD-DESC
                DISPLAY 'EXPIRY DATE (YYYYMMDD, BLANK = UNTIL '
                        'RELEASED): ' WITH NO ADVANCING
                MOVE SPACES TO MAINT-HOLD-EXPIRY
                ACCEPT MAINT-HOLD-EXPIRY
                MOVE MAINT-HOLD-REASON TO HOLD-REASON-CD
                IF NOT MAINT-AMOUNT-OK OR MAINT-AMOUNT = ZERO
                    DISPLAY 'ACCTMNT - INVALID AMOUNT, NO HOLD '
                            'PLACED.'
                ELSE
                    IF NOT HOLD-REASON-VALID
                        DISPLAY 'ACCTMNT - INVALID REASON, NO HOLD '
                                'PLACED.'
                    ELSE
                        IF MAINT-HOLD-EXPIRY NOT = SPACES
                           AND (MAINT-HOLD-EXPIRY IS NOT NUMERIC
                             OR MAINT-HOLD-EXPIRY < CURRENT-RUN-DATE)
                            DISPLAY 'ACCTMNT - EXPIRY DATE MUST BE '
                                    'TODAY OR LATER, NO HOLD PLACED.'
                        ELSE
                            PERFORM 7650-QUEUE-NEW-HOLD
                               THRU 7650-EXIT
                        END-IF
                    END-IF
                END-IF
            END-IF.
        7600-EXIT.
            EXIT.

        7650-QUEUE-NEW-HOLD.
            PERFORM 7660-FIND-NEXT-HOLD-SEQ
               THRU 7660-EXIT.
            MOVE SPACES TO HOLD-RECORD.
            MOVE MAINT-ACCT-ID TO HOLD-ACCT-ID.
            MOVE MAINT-NEXT-SEQ TO HOLD-SEQ-NO.
            MOVE MAINT-AMOUNT TO HOLD-AMOUNT.
            MOVE MAINT-HOLD-REASON TO HOLD-REASON-CD.
            MOVE MAINT-HOLD-DESC TO HOLD-DESC.
            MOVE CURRENT-RUN-DATE TO HOLD-PLACED-DATE.
            MOVE MAINT-HOLD-EXPIRY TO HOLD-EXPIRY-DATE.
            MOVE OPERATOR-ID TO HOLD-PLACED-BY.
            SET HOLD-ACTIVE TO TRUE.
            MOVE SPACES TO HOLD-RELEASE-DATE.
            MOVE HOLD-AMOUNT TO MAINT-LIMIT-DISPLAY.
            DISPLAY 'ACCTMNT - HOLD ' HOLD-ACCT-ID '-' HOLD-SEQ-NO
                    ' FOR ' MAINT-LIMIT-DISPLAY.
            MOVE SPACES TO MAINT-BEFORE-IMAGE.
            MOVE 'HOLD PLACED' TO SECLOG-ACTION.
            MOVE 'A' TO PENDCHG-ACTION-CD.
            PERFORM 8650-QUEUE-THE-HOLD-CHANGE
               THRU 8650-EXIT.
        7650-EXIT.
            EXIT.

        7660-FIND-NEXT-HOLD-SEQ.
            MOVE ZERO TO MAINT-NEXT-SEQ.
            MOVE MAINT-ACCT-ID TO HOLD-ACCT-ID.
            MOVE ZERO TO HOLD-SEQ-NO.
            START HOLDFILE KEY IS NOT LESS THAN HOLD-KEY.
            IF FILE-STATUS-SUCCESS OF HOLDFILE-FILE-STATUS
                MOVE 'N' TO HOLD-SCAN-DONE-SW
                PERFORM 7670-SCAN-ONE-HOLD
                   THRU 7670-EXIT
                   UNTIL HOLD-SCAN-DONE
            END-IF.
            ADD 1 TO MAINT-NEXT-SEQ.
        7660-EXIT.
            EXIT.

        7670-SCAN-ONE-HOLD.
            READ HOLDFILE NEXT RECORD
              AT END
                 SET FILE-STATUS-AT-END OF HOLDFILE-FILE-STATUS
                  TO TRUE
            END-READ.

            IF FILE-STATUS-SUCCESS OF HOLDFILE-FILE-STATUS
               AND HOLD-ACCT-ID = MAINT-ACCT-ID
                MOVE HOLD-SEQ-NO TO MAINT-NEXT-SEQ
            ELSE
                SET HOLD-SCAN-DONE TO TRUE
            END-IF.
        7670-EXIT.
            EXIT.

        7700-LIST-ACCOUNT-HOLDS.
            PERFORM 8000-ACCEPT-AN-ACCT-ID
               THRU 8000-EXIT.
            MOVE ZERO TO HOLD-LIST-COUNT.
            MOVE MAINT-ACCT-ID TO HOLD-ACCT-ID.
            MOVE ZERO TO HOLD-SEQ-NO.
            START HOLDFILE KEY IS NOT LESS THAN HOLD-KEY.
            IF FILE-STATUS-SUCCESS OF HOLDFILE-FILE-STATUS
                DISPLAY ' HOLD      AMOUNT        R DESCRIPTION'
                        '          PLACED   EXPIRES  BY       S'
                MOVE 'N' TO HOLD-SCAN-DONE-SW
                PERFORM 7750-LIST-ONE-HOLD
                   THRU 7750-EXIT
                   UNTIL HOLD-SCAN-DONE
            END-IF.
            IF HOLD-LIST-COUNT = ZERO
                DISPLAY 'ACCTMNT - NO HOLDS ON FILE FOR ACCOUNT '
                        MAINT-ACCT-ID
            END-IF.
        7700-EXIT.
            EXIT.

        7750-LIST-ONE-HOLD.
            READ HOLDFILE NEXT RECORD
              AT END
                 SET FILE-STATUS-AT-END OF HOLDFILE-FILE-STATUS
                  TO TRUE
            END-READ.

            IF FILE-STATUS-SUCCESS OF HOLDFILE-FILE-STATUS
               AND HOLD-ACCT-ID = MAINT-ACCT-ID
                ADD 1 TO HOLD-LIST-COUNT
                MOVE HOLD-AMOUNT TO MAINT-LIMIT-DISPLAY
                DISPLAY ' ' HOLD-SEQ-NO ' ' MAINT-LIMIT-DISPLAY
                        ' ' HOLD-REASON-CD ' ' HOLD-DESC ' '
                        HOLD-PLACED-DATE ' ' HOLD-EXPIRY-DATE ' '
                        HOLD-PLACED-BY ' ' HOLD-STATUS-CD
            ELSE
                SET HOLD-SCAN-DONE TO TRUE
            END-IF.
        7750-EXIT.
            EXIT.

        7800-RELEASE-A-HOLD.
            PERFORM 8000-ACCEPT-AN-ACCT-ID
               THRU 8000-EXIT.
            DISPLAY 'HOLD NUMBER: ' WITH NO ADVANCING.
            MOVE SPACES TO MAINT-HOLD-SEQ.
            ACCEPT MAINT-HOLD-SEQ.
            IF MAINT-HOLD-SEQ IS NOT NUMERIC
                DISPLAY 'ACCTMNT - HOLD NUMBER MUST BE FOUR DIGITS.'
            ELSE
                MOVE MAINT-ACCT-ID TO HOLD-ACCT-ID
                MOVE MAINT-HOLD-SEQ TO HOLD-SEQ-NO
                READ HOLDFILE
                IF NOT FILE-STATUS-SUCCESS OF HOLDFILE-FILE-STATUS
                    DISPLAY 'ACCTMNT - HOLD NOT ON FILE: '
                            MAINT-ACCT-ID '-' MAINT-HOLD-SEQ
                ELSE
                    IF NOT HOLD-ACTIVE
                        DISPLAY 'ACCTMNT - HOLD IS NOT ACTIVE '
                                '(STATUS ' HOLD-STATUS-CD ').'
                    ELSE
                        MOVE HOLD-RECORD TO MAINT-BEFORE-IMAGE
                        SET HOLD-RELEASED TO TRUE
                        MOVE CURRENT-RUN-DATE TO HOLD-RELEASE-DATE
                        MOVE 'HOLD RELEASED' TO SECLOG-ACTION
                        MOVE 'C' TO PENDCHG-ACTION-CD
                        PERFORM 8650-QUEUE-THE-HOLD-CHANGE
                           THRU 8650-EXIT
                    END-IF
                END-IF
            END-IF.
        7800-EXIT.
            EXIT.

        8000-ACCEPT-AN-ACCT-ID.
        8000-EXIT.
            EXIT.

        8100-ACCEPT-AN-AMOUNT.
            MOVE 'N' TO MAINT-AMOUNT-OK-SW.
            MOVE ZERO TO MAINT-AMOUNT.
            MOVE SPACES TO MAINT-AMOUNT-IN.
            ACCEPT MAINT-AMOUNT-IN.

            MOVE SPACES TO MAINT-WHOLE-IN.
            MOVE SPACES TO MAINT-CENTS-IN.
            MOVE ZERO TO MAINT-WHOLE-LEN.
            MOVE ZERO TO MAINT-CENTS-LEN.
            UNSTRING MAINT-AMOUNT-IN
                DELIMITED BY '.' OR ALL SPACE
                INTO MAINT-WHOLE-IN COUNT IN MAINT-WHOLE-LEN
                     MAINT-CENTS-IN COUNT IN MAINT-CENTS-LEN
            END-UNSTRING.

            IF MAINT-CENTS-LEN = 1
                MOVE '0' TO MAINT-CENTS-IN(2:1)
                MOVE 2 TO MAINT-CENTS-LEN
            END-IF.
            IF MAINT-CENTS-LEN = ZERO
                MOVE '00' TO MAINT-CENTS-IN
                MOVE 2 TO MAINT-CENTS-LEN
            END-IF.

            IF MAINT-WHOLE-LEN > ZERO
               AND MAINT-WHOLE-LEN NOT > 11
               AND MAINT-CENTS-LEN = 2
                IF MAINT-WHOLE-IN(1:MAINT-WHOLE-LEN) IS NUMERIC
                   AND MAINT-CENTS-IN IS NUMERIC
                    MOVE MAINT-WHOLE-IN(1:MAINT-WHOLE-LEN)
                         TO MAINT-WHOLE-N
                    MOVE MAINT-CENTS-IN TO MAINT-CENTS-N
                    COMPUTE MAINT-AMOUNT =
                        MAINT-WHOLE-N + (MAINT-CENTS-N / 100)
                    SET MAINT-AMOUNT-OK TO TRUE
                END-IF
            END-IF.
        8100-EXIT.
            EXIT.

        8600-QUEUE-THE-CHANGE.
            MOVE OPERATOR-ID TO PENDCHG-OPERATOR.
            MOVE 'ACCTMNT' TO PENDCHG-PROGRAM.
            MOVE 'A' TO PENDCHG-FILE-CD.
            MOVE ACCT-ID TO PENDCHG-RECORD-KEY.
            MOVE SECLOG-ACTION TO PENDCHG-DESC.
            MOVE MAINT-BEFORE-IMAGE TO PENDCHG-BEFORE-IMAGE.
            MOVE ACCT-RECORD TO PENDCHG-AFTER-IMAGE.
            CALL 'PENDCHG' USING PENDCHG-PARMS.
            EVALUATE TRUE
                WHEN PENDCHG-QUEUED
                    DISPLAY 'ACCTMNT - CHANGE ' PENDCHG-ID
                            ' QUEUED FOR SUPERVISOR APPROVAL.'
                WHEN PENDCHG-ALREADY-PENDING
                    DISPLAY 'ACCTMNT - ACCOUNT ' ACCT-ID
                            ' ALREADY HAS CHANGE ' PENDCHG-ID
                            ' AWAITING APPROVAL, NOTHING QUEUED.'
                WHEN OTHER
                    DISPLAY 'ACCTMNT - COULD NOT QUEUE THE CHANGE, '
                            'NOTHING DONE.'
            END-EVALUATE.
        8600-EXIT.
            EXIT.

        8650-QUEUE-THE-HOLD-CHANGE.
            MOVE OPERATOR-ID TO PENDCHG-OPERATOR.
            MOVE 'ACCTMNT' TO PENDCHG-PROGRAM.
            MOVE 'H' TO PENDCHG-FILE-CD.
            MOVE HOLD-KEY TO PENDCHG-RECORD-KEY.
            MOVE SECLOG-ACTION TO PENDCHG-DESC.
            MOVE MAINT-BEFORE-IMAGE TO PENDCHG-BEFORE-IMAGE.
            MOVE HOLD-RECORD TO PENDCHG-AFTER-IMAGE.
            CALL 'PENDCHG' USING PENDCHG-PARMS.
            EVALUATE TRUE
                WHEN PENDCHG-QUEUED
                    DISPLAY 'ACCTMNT - CHANGE ' PENDCHG-ID
                            ' QUEUED FOR SUPERVISOR APPROVAL.'
                WHEN PENDCHG-ALREADY-PENDING
                    DISPLAY 'ACCTMNT - HOLD ' HOLD-ACCT-ID '-'
                            HOLD-SEQ-NO ' ALREADY HAS CHANGE '
                            PENDCHG-ID ' AWAITING APPROVAL, NOTHING '
                            'QUEUED.'
                WHEN OTHER
                    DISPLAY 'ACCTMNT - COULD NOT QUEUE THE CHANGE, '
                            'NOTHING DONE.'
            END-EVALUATE.
        8650-EXIT.
            EXIT.
