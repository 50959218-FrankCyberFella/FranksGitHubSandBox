        IDENTIFICATION DIVISION.
        PROGRAM-ID. RATEMNT.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

        SELECT RATEFILE ASSIGN TO DYNAMIC RATEFILE-DSN
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RATE-KEY
            FILE STATUS  IS RATEFILE-FILE-STATUS.

        SELECT SIGNONFILE ASSIGN TO DYNAMIC SIGNONFILE-DSN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS SIGNONFILE-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
         FD RATEFILE
            RECORD CONTAINS 80.

            COPY RATEREC.

         FD SIGNONFILE
            RECORD CONTAINS 80.

            COPY SIGNREC.

        WORKING-STORAGE SECTION.

         01 RATEFILE-DSN            PIC X(80).
         01 SIGNONFILE-DSN          PIC X(80).

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==RATEFILE-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==SIGNONFILE-FILE-STATUS==
             .

         COPY SECLOG.

         COPY PENDCHG.

         01 MAINT-BEFORE-IMAGE      PIC X(160) VALUE SPACES.

         01 OPERATOR-ID             PIC X(08) VALUE SPACES.
         01 SESSION-LEVEL           PIC X(01) VALUE SPACES.

         01 MAINT-ACTION            PIC X(01) VALUE SPACES.
         01 MAINT-KEY               PIC X(04) VALUE SPACES.
         01 MAINT-DESC              PIC X(20) VALUE SPACES.
         01 MAINT-DATE              PIC X(08) VALUE SPACES.
         01 MAINT-NUMBER-IN         PIC X(18) VALUE SPACES.
         01 MAINT-NUMBER            PIC 9(11)V9(05) VALUE ZERO.
         01 MAINT-WHOLE-IN          PIC X(18) VALUE SPACES.
         01 MAINT-FRACT-IN          PIC X(05) VALUE SPACES.
         01 MAINT-WHOLE-LEN         PIC 9(02) COMP VALUE ZERO.
         01 MAINT-FRACT-LEN         PIC 9(02) COMP VALUE ZERO.
         01 MAINT-WHOLE-N           PIC 9(11) VALUE ZERO.
         01 MAINT-FRACT-N           PIC 9(05) VALUE ZERO.
         01 MAINT-MAX-DECIMALS      PIC 9(01) VALUE ZERO.

         01 MAINT-NUMBER-SW         PIC X(01) VALUE 'N'.
            88 MAINT-NUMBER-OK             VALUE 'Y'.
            88 MAINT-NUMBER-BLANK          VALUE 'B'.

         01 MAINT-INPUT-SW          PIC X(01) VALUE 'Y'.
            88 MAINT-INPUT-OK              VALUE 'Y'.

         01 MAINT-DONE-SW           PIC X(01) VALUE 'N'.
            88 MAINT-DONE                  VALUE 'Y'.

         01 SEED-NEEDED-SW          PIC X(01) VALUE 'N'.
            88 SEED-NEEDED                 VALUE 'Y'.

         01 CURRENT-RUN-DATE        PIC 9(08) VALUE ZERO.

         01 MAINT-RATE-DISPLAY      PIC Z9.99999.
         01 MAINT-MIN-DISPLAY       PIC ZZZZZZZZ9.99.
         01 MAINT-FEE-DISPLAY       PIC ZZZZ9.99.
         01 MAINT-WAIVE-DISPLAY     PIC ZZZZZZZZ9.99.
         01 MAINT-FREE-DISPLAY      PIC ZZ9.
         01 MAINT-PER-DISPLAY       PIC ZZ9.99.

        PROCEDURE DIVISION.
            PERFORM 1100-READ-SESSION-RECORD
               THRU 1100-EXIT.

            IF OPERATOR-ID = SPACES OR SESSION-LEVEL < '3'
                DISPLAY 'RATEMNT - RATE SCHEDULE MAINTENANCE NEEDS '
                        'A LEVEL 3 SIGN-ON THROUGH MENUDRV.'
                MOVE SPACES TO SECLOG-PARMS
                MOVE OPERATOR-ID TO SECLOG-OPERATOR
                MOVE 'RATEMNT' TO SECLOG-PROGRAM
                MOVE 'RATE MAINT' TO SECLOG-ACTION
                MOVE 'D' TO SECLOG-RESULT
                MOVE 'NO REFDATA-LEVEL SESSION' TO SECLOG-DETAIL
                CALL 'SECLOG' USING SECLOG-PARMS
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.

            MOVE SPACES TO RATEFILE-DSN.
            ACCEPT RATEFILE-DSN FROM ENVIRONMENT 'DD_RATEFILE'.
            IF RATEFILE-DSN = SPACES
                MOVE './RATES.IDX' TO RATEFILE-DSN
            END-IF.

            ACCEPT CURRENT-RUN-DATE FROM DATE YYYYMMDD.

            OPEN I-O RATEFILE.
            IF FILE-STATUS-FILE-MISSING OF RATEFILE-FILE-STATUS
                DISPLAY 'RATEMNT - CREATING NEW RATE FILE: '
                        RATEFILE-DSN
                OPEN OUTPUT RATEFILE
                IF FILE-STATUS-SUCCESS OF RATEFILE-FILE-STATUS
                    SET SEED-NEEDED TO TRUE
                    CLOSE RATEFILE
                    OPEN I-O RATEFILE
                END-IF
            END-IF.
            IF NOT FILE-STATUS-SUCCESS OF RATEFILE-FILE-STATUS
                DISPLAY 'RATEMNT - COULD NOT OPEN RATE FILE: '
                        RATEFILE-DSN
                DISPLAY 'RATEMNT - STATUS: ' RATEFILE-FILE-STATUS
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.

            IF SEED-NEEDED
                PERFORM 1500-SEED-DEFAULT-SCHEDULE
                   THRU 1500-EXIT
            END-IF.

            DISPLAY ' '.
            DISPLAY 'RATEMNT - INTEREST AND SERVICE-CHARGE SCHEDULE '
                    'MAINTENANCE'.
            DISPLAY 'ADDS, CHANGES, DEACTIVATIONS AND REACTIVATIONS '
                    'ARE QUEUED AND TAKE EFFECT ONLY WHEN A '
                    'SUPERVISOR APPROVES THEM THROUGH PENDAPR.'.

            PERFORM 3000-PROCESS-ONE-ACTION
               THRU 3000-EXIT
               UNTIL MAINT-DONE.

            CLOSE RATEFILE.

            DISPLAY 'RATEMNT - MAINTENANCE ENDED.'.

            GOBACK.

        1100-READ-SESSION-RECORD.
            MOVE SPACES TO SIGNONFILE-DSN.
            ACCEPT SIGNONFILE-DSN FROM ENVIRONMENT 'DD_SIGNON'.
            IF SIGNONFILE-DSN = SPACES
                MOVE './SIGNON.CUR' TO SIGNONFILE-DSN
            END-IF.

            MOVE SPACES TO OPERATOR-ID.
            MOVE SPACES TO SESSION-LEVEL.
            OPEN INPUT SIGNONFILE.
            IF FILE-STATUS-SUCCESS OF SIGNONFILE-FILE-STATUS
                READ SIGNONFILE
                  AT END
                     SET FILE-STATUS-AT-END OF
                         SIGNONFILE-FILE-STATUS
                      TO TRUE
                END-READ
                IF FILE-STATUS-SUCCESS OF SIGNONFILE-FILE-STATUS
                    MOVE SGN-OPER-ID TO OPERATOR-ID
                    MOVE SGN-AUTH-LEVEL TO SESSION-LEVEL
                END-IF
                CLOSE SIGNONFILE
            END-IF.
        1100-EXIT.
            EXIT.

        1500-SEED-DEFAULT-SCHEDULE.
            DISPLAY 'RATEMNT - NEW RATE FILE, QUEUING THE HOUSE '
                    'DEFAULT SCHEDULE (****) WITH NO INTEREST AND '
                    'NO CHARGES.'.

            MOVE SPACES TO RATE-RECORD.
            MOVE '****' TO RATE-KEY.
            MOVE 'HOUSE DEFAULT' TO RATE-DESC.
            SET RATE-ACTIVE TO TRUE.
            MOVE ZERO TO RATE-INT-RATE.
            MOVE ZERO TO RATE-INT-MIN-BAL.
            MOVE ZERO TO RATE-MAINT-FEE.
            MOVE ZERO TO RATE-FEE-WAIVE-BAL.
            MOVE ZERO TO RATE-FREE-TRAN-COUNT.
            MOVE ZERO TO RATE-PER-TRAN-FEE.
            MOVE '19000101' TO RATE-EFF-DATE.
            MOVE SPACES TO MAINT-BEFORE-IMAGE.
            MOVE 'RATE SCHEDULE ADDED' TO SECLOG-ACTION.
            MOVE 'A' TO PENDCHG-ACTION-CD.
            PERFORM 8600-QUEUE-THE-CHANGE
               THRU 8600-EXIT.
        1500-EXIT.
            EXIT.

        3000-PROCESS-ONE-ACTION.
            DISPLAY ' '.
            DISPLAY 'ACTION (L=LIST, A=ADD, C=CHANGE SCHEDULE, '
                    'D=DEACTIVATE, R=REACTIVATE, X=EXIT): '
                    WITH NO ADVANCING.
            MOVE SPACES TO MAINT-ACTION.
            ACCEPT MAINT-ACTION.

            EVALUATE MAINT-ACTION
                WHEN 'L'
                WHEN 'l'
                    PERFORM 4000-LIST-ALL-SCHEDULES
                       THRU 4000-EXIT
                WHEN 'A'
                WHEN 'a'
                    PERFORM 5000-ADD-A-SCHEDULE
                       THRU 5000-EXIT
                WHEN 'C'
                WHEN 'c'
                    PERFORM 6000-CHANGE-A-SCHEDULE
                       THRU 6000-EXIT
                WHEN 'D'
                WHEN 'd'
                    PERFORM 7000-DEACTIVATE-A-SCHEDULE
                       THRU 7000-EXIT
                WHEN 'R'
                WHEN 'r'
                    PERFORM 7500-REACTIVATE-A-SCHEDULE
                       THRU 7500-EXIT
                WHEN 'X'
                WHEN 'x'
                    SET MAINT-DONE TO TRUE
                WHEN OTHER
                    DISPLAY 'RATEMNT - INVALID ACTION.'
            END-EVALUATE.
        3000-EXIT.
            EXIT.

        4000-LIST-ALL-SCHEDULES.
            MOVE LOW-VALUES TO RATE-KEY.
            START RATEFILE KEY IS NOT LESS THAN RATE-KEY.
            IF NOT FILE-STATUS-SUCCESS OF RATEFILE-FILE-STATUS
                DISPLAY 'RATEMNT - NO SCHEDULES ON FILE.'
            ELSE
                DISPLAY ' BRCH DESCRIPTION          A   RATE %'
                        '  MIN-INT-BAL  MNT-FEE    WAIVE-BAL FREE'
                        ' PER-TX EFFECTIVE'
                PERFORM 4100-LIST-NEXT-SCHEDULE
                   THRU 4100-EXIT
                   UNTIL FILE-STATUS-AT-END OF RATEFILE-FILE-STATUS
            END-IF.
        4000-EXIT.
            EXIT.

        4100-LIST-NEXT-SCHEDULE.
            READ RATEFILE NEXT RECORD
              AT END
                 SET FILE-STATUS-AT-END OF RATEFILE-FILE-STATUS
                  TO TRUE
            END-READ.

            IF FILE-STATUS-AT-END OF RATEFILE-FILE-STATUS
                NEXT SENTENCE
            ELSE
                IF FILE-STATUS-SUCCESS OF RATEFILE-FILE-STATUS
                    PERFORM 4200-EDIT-THE-SCHEDULE
                       THRU 4200-EXIT
                    DISPLAY ' ' RATE-KEY ' ' RATE-DESC ' '
                            RATE-ACTIVE-FLAG ' ' MAINT-RATE-DISPLAY
                            ' ' MAINT-MIN-DISPLAY ' '
                            MAINT-FEE-DISPLAY ' '
                            MAINT-WAIVE-DISPLAY '  '
                            MAINT-FREE-DISPLAY ' '
                            MAINT-PER-DISPLAY ' ' RATE-EFF-DATE
                ELSE
                    SET FILE-STATUS-AT-END OF RATEFILE-FILE-STATUS
                        TO TRUE
                END-IF
            END-IF.
        4100-EXIT.
            EXIT.

        4200-EDIT-THE-SCHEDULE.
            MOVE RATE-INT-RATE TO MAINT-RATE-DISPLAY.
            MOVE RATE-INT-MIN-BAL TO MAINT-MIN-DISPLAY.
            MOVE RATE-MAINT-FEE TO MAINT-FEE-DISPLAY.
            MOVE RATE-FEE-WAIVE-BAL TO MAINT-WAIVE-DISPLAY.
            MOVE RATE-FREE-TRAN-COUNT TO MAINT-FREE-DISPLAY.
            MOVE RATE-PER-TRAN-FEE TO MAINT-PER-DISPLAY.
        4200-EXIT.
            EXIT.

        5000-ADD-A-SCHEDULE.
            PERFORM 8000-ACCEPT-A-KEY
               THRU 8000-EXIT.
            IF MAINT-KEY = SPACES
                DISPLAY 'RATEMNT - NO BRANCH GIVEN, NOTHING ADDED.'
            ELSE
                MOVE MAINT-KEY TO RATE-KEY
                READ RATEFILE
                IF FILE-STATUS-SUCCESS OF RATEFILE-FILE-STATUS
                    DISPLAY 'RATEMNT - SCHEDULE ALREADY ON FILE: '
                            RATE-KEY ' ' RATE-DESC
                ELSE
                    MOVE SPACES TO RATE-RECORD
                    MOVE MAINT-KEY TO RATE-KEY
                    MOVE ZERO TO RATE-INT-RATE
                    MOVE ZERO TO RATE-INT-MIN-BAL
                    MOVE ZERO TO RATE-MAINT-FEE
                    MOVE ZERO TO RATE-FEE-WAIVE-BAL
                    MOVE ZERO TO RATE-FREE-TRAN-COUNT
                    MOVE ZERO TO RATE-PER-TRAN-FEE
                    DISPLAY 'DESCRIPTION: ' WITH NO ADVANCING
                    MOVE SPACES TO MAINT-DESC
                    ACCEPT MAINT-DESC
                    MOVE MAINT-DESC TO RATE-DESC
                    DISPLAY 'BLANK ENTRIES BELOW ARE TAKEN AS ZERO.'
                    PERFORM 8200-ACCEPT-SCHEDULE-VALUES
                       THRU 8200-EXIT
                    IF NOT MAINT-INPUT-OK
                        DISPLAY 'RATEMNT - NOTHING ADDED.'
                    ELSE
                        SET RATE-ACTIVE TO TRUE
                        MOVE SPACES TO MAINT-BEFORE-IMAGE
                        MOVE 'RATE SCHEDULE ADDED' TO SECLOG-ACTION
                        MOVE 'A' TO PENDCHG-ACTION-CD
                        PERFORM 8600-QUEUE-THE-CHANGE
                           THRU 8600-EXIT
                    END-IF
                END-IF
            END-IF.
        5000-EXIT.
            EXIT.

        6000-CHANGE-A-SCHEDULE.
            PERFORM 8000-ACCEPT-A-KEY
               THRU 8000-EXIT.
            MOVE MAINT-KEY TO RATE-KEY.
            READ RATEFILE.
            IF NOT FILE-STATUS-SUCCESS OF RATEFILE-FILE-STATUS
                DISPLAY 'RATEMNT - SCHEDULE NOT ON FILE: ' MAINT-KEY
            ELSE
                MOVE RATE-RECORD TO MAINT-BEFORE-IMAGE
                DISPLAY 'CURRENT DESCRIPTION: ' RATE-DESC
                DISPLAY 'NEW DESCRIPTION (BLANK = KEEP): '
                        WITH NO ADVANCING
                MOVE SPACES TO MAINT-DESC
                ACCEPT MAINT-DESC
                IF MAINT-DESC NOT = SPACES
                    MOVE MAINT-DESC TO RATE-DESC
                END-IF
                DISPLAY 'BLANK ENTRIES BELOW KEEP THE CURRENT VALUE.'
                PERFORM 8200-ACCEPT-SCHEDULE-VALUES
                   THRU 8200-EXIT
                IF NOT MAINT-INPUT-OK
                    DISPLAY 'RATEMNT - NO CHANGE MADE.'
                ELSE
                    MOVE 'RATE SCHEDULE CHANGED' TO SECLOG-ACTION
                    MOVE 'C' TO PENDCHG-ACTION-CD
                    PERFORM 8600-QUEUE-THE-CHANGE
                       THRU 8600-EXIT
                END-IF
            END-IF.
        6000-EXIT.
            EXIT.

        7000-DEACTIVATE-A-SCHEDULE.
            PERFORM 8000-ACCEPT-A-KEY
               THRU 8000-EXIT.
            MOVE MAINT-KEY TO RATE-KEY.
            READ RATEFILE.
            IF NOT FILE-STATUS-SUCCESS OF RATEFILE-FILE-STATUS
                DISPLAY 'RATEMNT - SCHEDULE NOT ON FILE: ' MAINT-KEY
            ELSE
                MOVE RATE-RECORD TO MAINT-BEFORE-IMAGE
                SET RATE-INACTIVE TO TRUE
                MOVE 'RATE SCHED DEACTIVATED' TO SECLOG-ACTION
                MOVE 'C' TO PENDCHG-ACTION-CD
                PERFORM 8600-QUEUE-THE-CHANGE
                   THRU 8600-EXIT
                IF PENDCHG-QUEUED
                   AND RATE-KEY NOT = '****'
                    DISPLAY 'RATEMNT - ONCE APPROVED, BRANCH ' RATE-KEY
                            ' FALLS BACK TO THE HOUSE DEFAULT '
                            'SCHEDULE.'
                END-IF
            END-IF.
        7000-EXIT.
            EXIT.

        7500-REACTIVATE-A-SCHEDULE.
            PERFORM 8000-ACCEPT-A-KEY
               THRU 8000-EXIT.
            MOVE MAINT-KEY TO RATE-KEY.
            READ RATEFILE.
            IF NOT FILE-STATUS-SUCCESS OF RATEFILE-FILE-STATUS
                DISPLAY 'RATEMNT - SCHEDULE NOT ON FILE: ' MAINT-KEY
            ELSE
                MOVE RATE-RECORD TO MAINT-BEFORE-IMAGE
                SET RATE-ACTIVE TO TRUE
                MOVE 'RATE SCHED REACTIVATED' TO SECLOG-ACTION
                MOVE 'C' TO PENDCHG-ACTION-CD
                PERFORM 8600-QUEUE-THE-CHANGE
                   THRU 8600-EXIT
            END-IF.
        7500-EXIT.
            EXIT.

        8000-ACCEPT-A-KEY.
            MOVE SPACES TO MAINT-KEY.
            DISPLAY 'BRANCH CODE (**** = HOUSE DEFAULT): '
                    WITH NO ADVANCING.
            ACCEPT MAINT-KEY.
        8000-EXIT.
            EXIT.

        8100-ACCEPT-A-NUMBER.
            MOVE 'N' TO MAINT-NUMBER-SW.
            MOVE ZERO TO MAINT-NUMBER.
            MOVE SPACES TO MAINT-NUMBER-IN.
            ACCEPT MAINT-NUMBER-IN.

            IF MAINT-NUMBER-IN = SPACES
                SET MAINT-NUMBER-BLANK TO TRUE
            ELSE
                MOVE SPACES TO MAINT-WHOLE-IN
                MOVE SPACES TO MAINT-FRACT-IN
                MOVE ZERO TO MAINT-WHOLE-LEN
                MOVE ZERO TO MAINT-FRACT-LEN
                UNSTRING MAINT-NUMBER-IN
                    DELIMITED BY '.' OR ALL SPACE
                    INTO MAINT-WHOLE-IN COUNT IN MAINT-WHOLE-LEN
                         MAINT-FRACT-IN COUNT IN MAINT-FRACT-LEN
                END-UNSTRING
                INSPECT MAINT-FRACT-IN REPLACING ALL SPACE BY '0'
                IF MAINT-WHOLE-LEN > ZERO
                   AND MAINT-WHOLE-LEN NOT > 11
                   AND MAINT-FRACT-LEN NOT > MAINT-MAX-DECIMALS
                    IF MAINT-WHOLE-IN(1:MAINT-WHOLE-LEN) IS NUMERIC
                       AND MAINT-FRACT-IN IS NUMERIC
                        MOVE MAINT-WHOLE-IN(1:MAINT-WHOLE-LEN)
                             TO MAINT-WHOLE-N
                        MOVE MAINT-FRACT-IN TO MAINT-FRACT-N
                        COMPUTE MAINT-NUMBER =
                            MAINT-WHOLE-N + (MAINT-FRACT-N / 100000)
                        SET MAINT-NUMBER-OK TO TRUE
                    END-IF
                END-IF
            END-IF.
        8100-EXIT.
            EXIT.

        8200-ACCEPT-SCHEDULE-VALUES.
            SET MAINT-INPUT-OK TO TRUE.
            PERFORM 4200-EDIT-THE-SCHEDULE
               THRU 4200-EXIT.

            DISPLAY 'ANNUAL INTEREST RATE % (' MAINT-RATE-DISPLAY
                    '): ' WITH NO ADVANCING.
            MOVE 5 TO MAINT-MAX-DECIMALS.
            PERFORM 8100-ACCEPT-A-NUMBER
               THRU 8100-EXIT.
            IF MAINT-NUMBER-OK AND MAINT-NUMBER NOT > 99.99999
                MOVE MAINT-NUMBER TO RATE-INT-RATE
            ELSE
                IF NOT MAINT-NUMBER-BLANK
                    DISPLAY 'RATEMNT - INVALID RATE.'
                    MOVE 'N' TO MAINT-INPUT-SW
                END-IF
            END-IF.

            IF MAINT-INPUT-OK
                DISPLAY 'MINIMUM BALANCE TO EARN INTEREST ('
                        MAINT-MIN-DISPLAY '): ' WITH NO ADVANCING
                MOVE 2 TO MAINT-MAX-DECIMALS
                PERFORM 8100-ACCEPT-A-NUMBER
                   THRU 8100-EXIT
                IF MAINT-NUMBER-OK
                   AND MAINT-NUMBER NOT > 999999999.99
                    MOVE MAINT-NUMBER TO RATE-INT-MIN-BAL
                ELSE
                    IF NOT MAINT-NUMBER-BLANK
                        DISPLAY 'RATEMNT - INVALID AMOUNT.'
                        MOVE 'N' TO MAINT-INPUT-SW
                    END-IF
                END-IF
            END-IF.

            IF MAINT-INPUT-OK
                DISPLAY 'MONTHLY MAINTENANCE FEE ('
                        MAINT-FEE-DISPLAY '): ' WITH NO ADVANCING
                MOVE 2 TO MAINT-MAX-DECIMALS
                PERFORM 8100-ACCEPT-A-NUMBER
                   THRU 8100-EXIT
                IF MAINT-NUMBER-OK
                   AND MAINT-NUMBER NOT > 99999.99
                    MOVE MAINT-NUMBER TO RATE-MAINT-FEE
                ELSE
                    IF NOT MAINT-NUMBER-BLANK
                        DISPLAY 'RATEMNT - INVALID AMOUNT.'
                        MOVE 'N' TO MAINT-INPUT-SW
                    END-IF
                END-IF
            END-IF.

            IF MAINT-INPUT-OK
                DISPLAY 'BALANCE THAT WAIVES THE FEE, 0 = NEVER ('
                        MAINT-WAIVE-DISPLAY '): ' WITH NO ADVANCING
                MOVE 2 TO MAINT-MAX-DECIMALS
                PERFORM 8100-ACCEPT-A-NUMBER
                   THRU 8100-EXIT
                IF MAINT-NUMBER-OK
                   AND MAINT-NUMBER NOT > 999999999.99
                    MOVE MAINT-NUMBER TO RATE-FEE-WAIVE-BAL
                ELSE
                    IF NOT MAINT-NUMBER-BLANK
                        DISPLAY 'RATEMNT - INVALID AMOUNT.'
                        MOVE 'N' TO MAINT-INPUT-SW
                    END-IF
                END-IF
            END-IF.

            IF MAINT-INPUT-OK
                DISPLAY 'FREE POSTED ITEMS PER MONTH ('
                        MAINT-FREE-DISPLAY '): ' WITH NO ADVANCING
                MOVE 0 TO MAINT-MAX-DECIMALS
                PERFORM 8100-ACCEPT-A-NUMBER
                   THRU 8100-EXIT
                IF MAINT-NUMBER-OK
                   AND MAINT-NUMBER NOT > 999
                    MOVE MAINT-NUMBER TO RATE-FREE-TRAN-COUNT
                ELSE
                    IF NOT MAINT-NUMBER-BLANK
                        DISPLAY 'RATEMNT - INVALID COUNT.'
                        MOVE 'N' TO MAINT-INPUT-SW
                    END-IF
                END-IF
            END-IF.

            IF MAINT-INPUT-OK
                DISPLAY 'FEE PER ITEM OVER THE FREE COUNT ('
                        MAINT-PER-DISPLAY '): ' WITH NO ADVANCING
                MOVE 2 TO MAINT-MAX-DECIMALS
                PERFORM 8100-ACCEPT-A-NUMBER
                   THRU 8100-EXIT
                IF MAINT-NUMBER-OK
                   AND MAINT-NUMBER NOT > 999.99
                    MOVE MAINT-NUMBER TO RATE-PER-TRAN-FEE
                ELSE
                    IF NOT MAINT-NUMBER-BLANK
                        DISPLAY 'RATEMNT - INVALID AMOUNT.'
                        MOVE 'N' TO MAINT-INPUT-SW
                    END-IF
                END-IF
            END-IF.

            IF MAINT-INPUT-OK
                DISPLAY 'EFFECTIVE DATE (YYYYMMDD, BLANK = '
                        'TODAY): ' WITH NO ADVANCING
                MOVE SPACES TO MAINT-DATE
                ACCEPT MAINT-DATE
                IF MAINT-DATE = SPACES
                    MOVE CURRENT-RUN-DATE TO MAINT-DATE
                END-IF
                IF MAINT-DATE IS NUMERIC
                    MOVE MAINT-DATE TO RATE-EFF-DATE
                ELSE
                    DISPLAY 'RATEMNT - INVALID DATE.'
                    MOVE 'N' TO MAINT-INPUT-SW
                END-IF
            END-IF.
        8200-EXIT.
            EXIT.

        8600-QUEUE-THE-CHANGE.
            MOVE OPERATOR-ID TO PENDCHG-OPERATOR.
            MOVE 'RATEMNT' TO PENDCHG-PROGRAM.
            MOVE 'T' TO PENDCHG-FILE-CD.
            MOVE RATE-KEY TO PENDCHG-RECORD-KEY.
            MOVE SECLOG-ACTION TO PENDCHG-DESC.
            MOVE MAINT-BEFORE-IMAGE TO PENDCHG-BEFORE-IMAGE.
            MOVE RATE-RECORD TO PENDCHG-AFTER-IMAGE.
            CALL 'PENDCHG' USING PENDCHG-PARMS.
            EVALUATE TRUE
                WHEN PENDCHG-QUEUED
                    DISPLAY 'RATEMNT - CHANGE ' PENDCHG-ID
                            ' QUEUED FOR SUPERVISOR APPROVAL.'
                WHEN PENDCHG-ALREADY-PENDING
                    DISPLAY 'RATEMNT - SCHEDULE ' RATE-KEY
                            ' ALREADY HAS CHANGE ' PENDCHG-ID
                            ' AWAITING APPROVAL, NOTHING QUEUED.'
                WHEN OTHER
                    DISPLAY 'RATEMNT - COULD NOT QUEUE THE CHANGE, '
                            'NOTHING DONE.'
            END-EVALUATE.
        8600-EXIT.
            EXIT.
