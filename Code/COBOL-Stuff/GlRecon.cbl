        IDENTIFICATION DIVISION.
        PROGRAM-ID. GLRECON.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

        SELECT GLEXTRFILE ASSIGN TO DYNAMIC GLEXTRFILE-DSN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS GLEXTRFILE-FILE-STATUS.

        SELECT GLACCEPTFILE ASSIGN TO DYNAMIC GLACCEPTFILE-DSN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS GLACCEPTFILE-FILE-STATUS.

        SELECT GLBREAKFILE ASSIGN TO DYNAMIC GLBREAKFILE-DSN
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS GLB-KEY
            FILE STATUS  IS GLBREAKFILE-FILE-STATUS.

        SELECT SYSCTLFILE ASSIGN TO DYNAMIC SYSCTLFILE-DSN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS SYSCTLFILE-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
         FD GLEXTRFILE
            RECORD CONTAINS 80.

            COPY GLJREC.

         FD GLACCEPTFILE
            RECORD CONTAINS 80.

            COPY GLAREC.

         FD GLBREAKFILE
            RECORD CONTAINS 128.

            COPY GLBREC.

         FD SYSCTLFILE
            RECORD CONTAINS 80.

            COPY SYSCTL.

        WORKING-STORAGE SECTION.

         01 GLEXTRFILE-DSN          PIC X(80).
         01 GLACCEPTFILE-DSN        PIC X(80).
         01 GLBREAKFILE-DSN         PIC X(80).
         01 SYSCTLFILE-DSN          PIC X(80).
         01 GLEXTR-PREFIX           PIC X(60) VALUE SPACES.
         01 GLEXTR-SUFFIX           PIC X(20) VALUE SPACES.
         01 GLACCEPT-PREFIX         PIC X(60) VALUE SPACES.
         01 GLACCEPT-SUFFIX         PIC X(20) VALUE SPACES.

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==GLEXTRFILE-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==GLACCEPTFILE-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==GLBREAKFILE-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==SYSCTLFILE-FILE-STATUS==
             .

         COPY DATECALC.

         01 RECON-DATE              PIC X(08) VALUE SPACES.
         01 RECON-DATE-SERIAL       PIC 9(07) VALUE ZERO.
         01 CURRENT-RUN-DATE        PIC 9(08) VALUE ZERO.
         01 CURRENT-RUN-TIME        PIC 9(08) VALUE ZERO.
         01 BREAK-AGE-DAYS          PIC 9(07) VALUE ZERO.

         01 BUSINESS-DATE-X         PIC X(08) VALUE SPACES.

         01 RUN-OK-SW               PIC X(01) VALUE 'N'.
            88 RUN-OK                      VALUE 'Y'.

         01 ACCEPT-FILE-FOUND-SW    PIC X(01) VALUE 'N'.
            88 ACCEPT-FILE-FOUND           VALUE 'Y'.

         01 JOURNAL-DONE-SW         PIC X(01) VALUE 'N'.
            88 JOURNAL-DONE                VALUE 'Y'.

         01 ACCEPT-DONE-SW          PIC X(01) VALUE 'N'.
            88 ACCEPT-DONE                 VALUE 'Y'.

         01 BREAK-SCAN-DONE-SW      PIC X(01) VALUE 'N'.
            88 BREAK-SCAN-DONE             VALUE 'Y'.

         01 JOURNAL-LINE-FOUND-SW   PIC X(01) VALUE 'N'.
            88 JOURNAL-LINE-FOUND          VALUE 'Y'.

         01 JOURNAL-COUNT           PIC 9(05) COMP VALUE ZERO.
         01 JOURNAL-IX              PIC 9(05) COMP VALUE ZERO.
         01 JOURNAL-HIT-IX          PIC 9(05) COMP VALUE ZERO.

         01 JOURNAL-TABLE.
            05 JOURNAL-ENTRY OCCURS 1100 TIMES.
               10 JL-ACCT-ID           PIC X(04).
               10 JL-POST-TYPE         PIC X(02).
               10 JL-DEBIT-AMT         PIC 9(11)V99.
               10 JL-CREDIT-AMT        PIC 9(11)V99.
               10 JL-SEEN-SW           PIC X(01).
                  88 JL-SEEN                  VALUE 'Y'.

         01 BREAK-WORK.
            05 BW-KEY.
               10 BW-RUN-DATE          PIC X(08).
               10 BW-ACCT-ID           PIC X(04).
               10 BW-POST-TYPE         PIC X(02).
            05 BW-BREAK-CD             PIC X(01).
            05 BW-OUR-DEBIT            PIC 9(11)V99.
            05 BW-OUR-CREDIT           PIC 9(11)V99.
            05 BW-LEDGER-DEBIT         PIC 9(11)V99.
            05 BW-LEDGER-CREDIT        PIC 9(11)V99.
            05 BW-REASON-CD            PIC X(04).
            05 BW-REASON-DESC          PIC X(24).

         01 LEDGER-DEBIT-WORK       PIC 9(11)V99 VALUE ZERO.
         01 LEDGER-CREDIT-WORK      PIC 9(11)V99 VALUE ZERO.
         01 NET-AMOUNT-WORK         PIC S9(11)V99 VALUE ZERO.

         01 ACCEPT-READ-COUNT       PIC 9(9) COMP VALUE ZERO.
         01 LEDGER-LINE-COUNT       PIC 9(9) COMP VALUE ZERO.
         01 MATCHED-COUNT           PIC 9(9) COMP VALUE ZERO.
         01 MISSING-COUNT           PIC 9(9) COMP VALUE ZERO.
         01 REJECTED-COUNT          PIC 9(9) COMP VALUE ZERO.
         01 AMOUNT-DIFF-COUNT       PIC 9(9) COMP VALUE ZERO.
         01 UNEXPECTED-COUNT        PIC 9(9) COMP VALUE ZERO.
         01 DUPLICATE-COUNT         PIC 9(9) COMP VALUE ZERO.
         01 PRIOR-LINE-COUNT        PIC 9(9) COMP VALUE ZERO.
         01 PRIOR-CLEARED-COUNT     PIC 9(9) COMP VALUE ZERO.
         01 PRIOR-IGNORED-COUNT     PIC 9(9) COMP VALUE ZERO.
         01 LATER-LINE-COUNT        PIC 9(9) COMP VALUE ZERO.
         01 NEW-BREAK-COUNT         PIC 9(9) COMP VALUE ZERO.
         01 CLEARED-COUNT           PIC 9(9) COMP VALUE ZERO.
         01 OPEN-TODAY-COUNT        PIC 9(9) COMP VALUE ZERO.
         01 OPEN-PRIOR-COUNT        PIC 9(9) COMP VALUE ZERO.

         01 RPT-OUR-DISPLAY         PIC ZZZZZZZZZ9.99-.
         01 RPT-LEDGER-DISPLAY      PIC ZZZZZZZZZ9.99-.
         01 RPT-AGE-DISPLAY         PIC ZZZZ9.

        PROCEDURE DIVISION.
            PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

            IF RUN-OK
                PERFORM 2000-LOAD-JOURNAL
                   THRU 2000-EXIT
            END-IF.

            IF NOT RUN-OK
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.

            OPEN I-O GLBREAKFILE.
            IF FILE-STATUS-FILE-MISSING OF GLBREAKFILE-FILE-STATUS
                OPEN OUTPUT GLBREAKFILE
                IF FILE-STATUS-SUCCESS OF GLBREAKFILE-FILE-STATUS
                    CLOSE GLBREAKFILE
                    OPEN I-O GLBREAKFILE
                END-IF
            END-IF.
            IF NOT FILE-STATUS-SUCCESS OF GLBREAKFILE-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.

            PERFORM 3000-MATCH-ACCEPTANCE-FILE
               THRU 3000-EXIT.

            PERFORM 4000-FLAG-MISSING-LINE
               THRU 4000-EXIT
               VARYING JOURNAL-IX FROM 1 BY 1
               UNTIL JOURNAL-IX > JOURNAL-COUNT.

            PERFORM 7000-WRITE-SUMMARY-RECORD
               THRU 7000-EXIT.

            DISPLAY ' '.
            DISPLAY '---------------------------------------------'.
            DISPLAY ' GLRECON - OPEN GL BREAKS AFTER RECONCILING '
                    RECON-DATE.
            DISPLAY '---------------------------------------------'.
            DISPLAY ' RUN DATE ACCT TY CD   OUR NET AMOUNT'
                    ' LEDGER NET AMOUNT   AGE REASON'.

            MOVE LOW-VALUES TO GLB-KEY.
            START GLBREAKFILE KEY IS NOT LESS THAN GLB-KEY.
            IF FILE-STATUS-SUCCESS OF GLBREAKFILE-FILE-STATUS
                MOVE 'N' TO BREAK-SCAN-DONE-SW
                PERFORM 5000-CARRY-ONE-BREAK
                   THRU 5000-EXIT
                   UNTIL BREAK-SCAN-DONE
            END-IF.

            CLOSE GLBREAKFILE.

            PERFORM 9500-PRINT-SUMMARY-REPORT
               THRU 9500-EXIT.

            IF OPEN-TODAY-COUNT > ZERO
               OR OPEN-PRIOR-COUNT > ZERO
                MOVE 8 TO RETURN-CODE
            END-IF.

            GOBACK.

        1000-INITIALIZE.
            MOVE SPACES TO GLEXTRFILE-DSN.
            ACCEPT GLEXTRFILE-DSN FROM ENVIRONMENT 'DD_GLEXTR'.
            MOVE SPACES TO GLEXTR-PREFIX.
            ACCEPT GLEXTR-PREFIX FROM ENVIRONMENT 'DD_GLEXTRPREFIX'.
            MOVE SPACES TO GLEXTR-SUFFIX.
            ACCEPT GLEXTR-SUFFIX FROM ENVIRONMENT 'DD_GLEXTRSUFFIX'.
            IF GLEXTR-SUFFIX = 'NONE'
                MOVE SPACES TO GLEXTR-SUFFIX
            END-IF.

            MOVE SPACES TO GLACCEPTFILE-DSN.
            ACCEPT GLACCEPTFILE-DSN FROM ENVIRONMENT 'DD_GLACCEPT'.
            MOVE SPACES TO GLACCEPT-PREFIX.
            ACCEPT GLACCEPT-PREFIX
                FROM ENVIRONMENT 'DD_GLACCEPTPREFIX'.
            MOVE SPACES TO GLACCEPT-SUFFIX.
            ACCEPT GLACCEPT-SUFFIX
                FROM ENVIRONMENT 'DD_GLACCEPTSUFFIX'.
            IF GLACCEPT-SUFFIX = 'NONE'
                MOVE SPACES TO GLACCEPT-SUFFIX
            END-IF.

            MOVE SPACES TO GLBREAKFILE-DSN.
            ACCEPT GLBREAKFILE-DSN FROM ENVIRONMENT 'DD_GLBREAK'.
            IF GLBREAKFILE-DSN = SPACES
                MOVE './GLBREAK.IDX' TO GLBREAKFILE-DSN
            END-IF.

            MOVE SPACES TO SYSCTLFILE-DSN.
            ACCEPT SYSCTLFILE-DSN FROM ENVIRONMENT 'DD_SYSCTL'.
            IF SYSCTLFILE-DSN = SPACES
                MOVE './SYSCTL.TXT' TO SYSCTLFILE-DSN
            END-IF.

            ACCEPT CURRENT-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT CURRENT-RUN-TIME FROM TIME.

            MOVE SPACES TO RECON-DATE.
            ACCEPT RECON-DATE FROM ENVIRONMENT 'GLRECON_DATE'.
            IF RECON-DATE = SPACES
                PERFORM 1100-READ-SYSTEM-CONTROL
                   THRU 1100-EXIT
                MOVE BUSINESS-DATE-X TO RECON-DATE
            END-IF.

            SET RUN-OK TO TRUE.

            PERFORM 1200-SET-DATED-FILE-NAMES
               THRU 1200-EXIT.
        1000-EXIT.
            EXIT.

        1100-READ-SYSTEM-CONTROL.
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
                DISPLAY 'GLRECON - NO BUSINESS DATE ON THE SYSTEM '
                        'CONTROL FILE, THE JOURNAL NAMES ITS OWN.'
            ELSE
                DISPLAY 'GLRECON - BUSINESS DATE FROM THE SYSTEM '
                        'CONTROL FILE: ' BUSINESS-DATE-X
            END-IF.
        1100-EXIT.
            EXIT.

        1200-SET-DATED-FILE-NAMES.
            IF GLEXTRFILE-DSN = SPACES
                IF GLEXTR-PREFIX = SPACES
                    MOVE './GLEXTR.TXT' TO GLEXTRFILE-DSN
                ELSE
                    IF RECON-DATE IS NOT NUMERIC
                        DISPLAY 'GLRECON - NO BUSINESS DATE TO NAME '
                                'THE GL JOURNAL BY.  SET '
                                'GLRECON_DATE.'
                        MOVE 'N' TO RUN-OK-SW
                    ELSE
                        STRING GLEXTR-PREFIX     DELIMITED BY SPACE
                               RECON-DATE(3:6)   DELIMITED BY SIZE
                               GLEXTR-SUFFIX     DELIMITED BY SPACE
                            INTO GLEXTRFILE-DSN
                        END-STRING
                    END-IF
                END-IF
            END-IF.

            IF GLACCEPTFILE-DSN = SPACES
                IF GLACCEPT-PREFIX = SPACES
                    MOVE './GLACCEPT.TXT' TO GLACCEPTFILE-DSN
                ELSE
                    IF RECON-DATE IS NOT NUMERIC
                        DISPLAY 'GLRECON - NO BUSINESS DATE TO NAME '
                                'THE ACCEPTANCE FILE BY.  SET '
                                'GLRECON_DATE.'
                        MOVE 'N' TO RUN-OK-SW
                    ELSE
                        STRING GLACCEPT-PREFIX   DELIMITED BY SPACE
                               RECON-DATE(3:6)   DELIMITED BY SIZE
                               GLACCEPT-SUFFIX   DELIMITED BY SPACE
                            INTO GLACCEPTFILE-DSN
                        END-STRING
                    END-IF
                END-IF
            END-IF.
        1200-EXIT.
            EXIT.

        2000-LOAD-JOURNAL.
            OPEN INPUT GLEXTRFILE.
            IF NOT FILE-STATUS-SUCCESS OF GLEXTRFILE-FILE-STATUS
                DISPLAY 'GLRECON - NO GL JOURNAL EXTRACT TO '
                        'RECONCILE: ' GLEXTRFILE-DSN
                MOVE 'N' TO RUN-OK-SW
            ELSE
                MOVE 'N' TO JOURNAL-DONE-SW
                PERFORM 2100-LOAD-ONE-JOURNAL-LINE
                   THRU 2100-EXIT
                   UNTIL JOURNAL-DONE
                CLOSE GLEXTRFILE
            END-IF.

            IF RUN-OK AND JOURNAL-COUNT = ZERO
                DISPLAY 'GLRECON - THE GL JOURNAL EXTRACT HOLDS NO '
                        'LINES FOR ' RECON-DATE ': ' GLEXTRFILE-DSN
                MOVE 'N' TO RUN-OK-SW
            END-IF.

            IF RUN-OK
                IF RECON-DATE IS NUMERIC
                    MOVE RECON-DATE TO DATECALC-DATE
                    CALL 'DATECALC' USING DATECALC-PARMS
                    IF DATECALC-OK
                        MOVE DATECALC-SERIAL TO RECON-DATE-SERIAL
                    ELSE
                        MOVE 'N' TO RUN-OK-SW
                    END-IF
                ELSE
                    MOVE 'N' TO RUN-OK-SW
                END-IF
                IF NOT RUN-OK
                    DISPLAY 'GLRECON - THE JOURNAL RUN DATE IS NOT A '
                            'VALID YYYYMMDD: ' RECON-DATE
                END-IF
            END-IF.
        2000-EXIT.
            EXIT.

        2100-LOAD-ONE-JOURNAL-LINE.
            READ GLEXTRFILE
              AT END
                 SET FILE-STATUS-AT-END OF GLEXTRFILE-FILE-STATUS
                  TO TRUE
            END-READ.

            IF FILE-STATUS-AT-END OF GLEXTRFILE-FILE-STATUS
                SET JOURNAL-DONE TO TRUE
            ELSE
                IF NOT FILE-STATUS-SUCCESS OF GLEXTRFILE-FILE-STATUS
                    PERFORM 9000-ABEND-AND-STOP
                END-IF
                IF RECON-DATE = SPACES
                    MOVE GLJ-RUN-DATE TO RECON-DATE
                END-IF
                IF GLJ-RUN-DATE NOT = RECON-DATE
                    DISPLAY 'GLRECON - THE GL JOURNAL EXTRACT IS FOR '
                            GLJ-RUN-DATE ', NOT ' RECON-DATE
                            ' - WRONG FILE HANDED IN.'
                    MOVE 'N' TO RUN-OK-SW
                    SET JOURNAL-DONE TO TRUE
                ELSE
                    IF JOURNAL-COUNT NOT < 1100
                        DISPLAY 'GLRECON - MORE THAN 1100 JOURNAL '
                                'LINES, THE TABLE IS FULL.'
                        PERFORM 9000-ABEND-AND-STOP
                    END-IF
                    ADD 1 TO JOURNAL-COUNT
                    MOVE GLJ-ACCT-ID
                         TO JL-ACCT-ID (JOURNAL-COUNT)
                    MOVE GLJ-POST-TYPE
                         TO JL-POST-TYPE (JOURNAL-COUNT)
                    MOVE GLJ-DEBIT-AMT
                         TO JL-DEBIT-AMT (JOURNAL-COUNT)
                    MOVE GLJ-CREDIT-AMT
                         TO JL-CREDIT-AMT (JOURNAL-COUNT)
                    MOVE 'N' TO JL-SEEN-SW (JOURNAL-COUNT)
                END-IF
            END-IF.
        2100-EXIT.
            EXIT.

        3000-MATCH-ACCEPTANCE-FILE.
            OPEN INPUT GLACCEPTFILE.
            IF NOT FILE-STATUS-SUCCESS OF GLACCEPTFILE-FILE-STATUS
                DISPLAY 'GLRECON - NO ACCEPTANCE FILE FROM THE '
                        'LEDGER - EVERY JOURNAL LINE IS MISSING: '
                        GLACCEPTFILE-DSN
            ELSE
                SET ACCEPT-FILE-FOUND TO TRUE
                MOVE 'N' TO ACCEPT-DONE-SW
                PERFORM 3100-MATCH-ONE-LINE
                   THRU 3100-EXIT
                   UNTIL ACCEPT-DONE
                CLOSE GLACCEPTFILE
            END-IF.
        3000-EXIT.
            EXIT.

        3100-MATCH-ONE-LINE.
            READ GLACCEPTFILE
              AT END
                 SET FILE-STATUS-AT-END OF GLACCEPTFILE-FILE-STATUS
                  TO TRUE
            END-READ.

            IF FILE-STATUS-AT-END OF GLACCEPTFILE-FILE-STATUS
                SET ACCEPT-DONE TO TRUE
            ELSE
                IF NOT FILE-STATUS-SUCCESS OF
                   GLACCEPTFILE-FILE-STATUS
                    PERFORM 9000-ABEND-AND-STOP
                END-IF
                ADD 1 TO ACCEPT-READ-COUNT
                MOVE ZERO TO LEDGER-DEBIT-WORK
                MOVE ZERO TO LEDGER-CREDIT-WORK
                IF GLA-DEBIT-AMT IS NUMERIC
                    MOVE GLA-DEBIT-AMT TO LEDGER-DEBIT-WORK
                END-IF
                IF GLA-CREDIT-AMT IS NUMERIC
                    MOVE GLA-CREDIT-AMT TO LEDGER-CREDIT-WORK
                END-IF
                EVALUATE TRUE
                    WHEN GLA-RUN-DATE = RECON-DATE
                        PERFORM 3200-MATCH-TODAYS-LINE
                           THRU 3200-EXIT
                    WHEN GLA-RUN-DATE < RECON-DATE
                        PERFORM 3400-MATCH-PRIOR-LINE
                           THRU 3400-EXIT
                    WHEN OTHER
                        ADD 1 TO LATER-LINE-COUNT
                END-EVALUATE
            END-IF.
        3100-EXIT.
            EXIT.

        3200-MATCH-TODAYS-LINE.
            ADD 1 TO LEDGER-LINE-COUNT.
            MOVE 'N' TO JOURNAL-LINE-FOUND-SW.
            MOVE ZERO TO JOURNAL-HIT-IX.
            PERFORM 3300-FIND-JOURNAL-LINE
               THRU 3300-EXIT
               VARYING JOURNAL-IX FROM 1 BY 1
               UNTIL JOURNAL-IX > JOURNAL-COUNT
                  OR JOURNAL-LINE-FOUND.

            MOVE SPACES TO BREAK-WORK.
            MOVE GLA-RUN-DATE TO BW-RUN-DATE.
            MOVE GLA-ACCT-ID TO BW-ACCT-ID.
            MOVE GLA-POST-TYPE TO BW-POST-TYPE.
            MOVE ZERO TO BW-OUR-DEBIT.
            MOVE ZERO TO BW-OUR-CREDIT.
            MOVE LEDGER-DEBIT-WORK TO BW-LEDGER-DEBIT.
            MOVE LEDGER-CREDIT-WORK TO BW-LEDGER-CREDIT.
            MOVE GLA-REASON-CD TO BW-REASON-CD.
            MOVE GLA-REASON-DESC TO BW-REASON-DESC.

            IF NOT JOURNAL-LINE-FOUND
                MOVE 'U' TO BW-BREAK-CD
                ADD 1 TO UNEXPECTED-COUNT
                PERFORM 6000-RECORD-BREAK
                   THRU 6000-EXIT
            ELSE
                MOVE JL-DEBIT-AMT (JOURNAL-HIT-IX) TO BW-OUR-DEBIT
                MOVE JL-CREDIT-AMT (JOURNAL-HIT-IX) TO BW-OUR-CREDIT
                EVALUATE TRUE
                    WHEN JL-SEEN (JOURNAL-HIT-IX)
                        MOVE 'D' TO BW-BREAK-CD
                        ADD 1 TO DUPLICATE-COUNT
                        PERFORM 6000-RECORD-BREAK
                           THRU 6000-EXIT
                    WHEN NOT GLA-ACCEPTED
                        MOVE 'R' TO BW-BREAK-CD
                        ADD 1 TO REJECTED-COUNT
                        PERFORM 6000-RECORD-BREAK
                           THRU 6000-EXIT
                    WHEN LEDGER-DEBIT-WORK NOT = BW-OUR-DEBIT
                      OR LEDGER-CREDIT-WORK NOT = BW-OUR-CREDIT
                        MOVE 'A' TO BW-BREAK-CD
                        ADD 1 TO AMOUNT-DIFF-COUNT
                        PERFORM 6000-RECORD-BREAK
                           THRU 6000-EXIT
                    WHEN OTHER
                        ADD 1 TO MATCHED-COUNT
                        PERFORM 6500-CLEAR-BREAK
                           THRU 6500-EXIT
                END-EVALUATE
                MOVE 'Y' TO JL-SEEN-SW (JOURNAL-HIT-IX)
            END-IF.
        3200-EXIT.
            EXIT.

        3300-FIND-JOURNAL-LINE.
            IF JL-ACCT-ID (JOURNAL-IX) = GLA-ACCT-ID
               AND JL-POST-TYPE (JOURNAL-IX) = GLA-POST-TYPE
                SET JOURNAL-LINE-FOUND TO TRUE
                MOVE JOURNAL-IX TO JOURNAL-HIT-IX
            END-IF.
        3300-EXIT.
            EXIT.

        3400-MATCH-PRIOR-LINE.
            ADD 1 TO PRIOR-LINE-COUNT.
            MOVE GLA-RUN-DATE TO GLB-RUN-DATE.
            MOVE GLA-ACCT-ID TO GLB-ACCT-ID.
            MOVE GLA-POST-TYPE TO GLB-POST-TYPE.
            READ GLBREAKFILE.
            IF FILE-STATUS-NOT-FOUND OF GLBREAKFILE-FILE-STATUS
                ADD 1 TO PRIOR-IGNORED-COUNT
                DISPLAY 'GLRECON - NO BREAK ON FILE FOR EARLIER '
                        'LINE ' GLA-RUN-DATE ' ' GLA-ACCT-ID ' '
                        GLA-POST-TYPE ' - IGNORED.'
            ELSE
                IF NOT FILE-STATUS-SUCCESS OF
                   GLBREAKFILE-FILE-STATUS
                    PERFORM 9000-ABEND-AND-STOP
                END-IF
                IF NOT GLB-OPEN
                   OR GLB-SUMMARY
                    ADD 1 TO PRIOR-IGNORED-COUNT
                ELSE
                    MOVE LEDGER-DEBIT-WORK TO GLB-LEDGER-DEBIT
                    MOVE LEDGER-CREDIT-WORK TO GLB-LEDGER-CREDIT
                    MOVE GLA-REASON-CD TO GLB-REASON-CD
                    MOVE GLA-REASON-DESC TO GLB-REASON-DESC
                    MOVE RECON-DATE TO GLB-CHECKED-DATE
                    IF GLA-ACCEPTED
                       AND LEDGER-DEBIT-WORK = GLB-OUR-DEBIT
                       AND LEDGER-CREDIT-WORK = GLB-OUR-CREDIT
                       AND NOT GLB-UNEXPECTED
                       AND NOT GLB-DUPLICATE
                        SET GLB-CLEARED TO TRUE
                        MOVE RECON-DATE TO GLB-CLEARED-DATE
                        ADD 1 TO PRIOR-CLEARED-COUNT
                        ADD 1 TO CLEARED-COUNT
                    ELSE
                        IF NOT GLA-ACCEPTED
                            SET GLB-REJECTED TO TRUE
                        ELSE
                            IF GLB-MISSING OR GLB-REJECTED
                                SET GLB-AMOUNT-DIFF TO TRUE
                            END-IF
                        END-IF
                    END-IF
                    REWRITE GLB-RECORD
                    IF NOT FILE-STATUS-SUCCESS OF
                       GLBREAKFILE-FILE-STATUS
                        PERFORM 9000-ABEND-AND-STOP
                    END-IF
                END-IF
            END-IF.
        3400-EXIT.
            EXIT.

        4000-FLAG-MISSING-LINE.
            IF NOT JL-SEEN (JOURNAL-IX)
                MOVE SPACES TO BREAK-WORK
                MOVE RECON-DATE TO BW-RUN-DATE
                MOVE JL-ACCT-ID (JOURNAL-IX) TO BW-ACCT-ID
                MOVE JL-POST-TYPE (JOURNAL-IX) TO BW-POST-TYPE
                MOVE 'M' TO BW-BREAK-CD
                MOVE JL-DEBIT-AMT (JOURNAL-IX) TO BW-OUR-DEBIT
                MOVE JL-CREDIT-AMT (JOURNAL-IX) TO BW-OUR-CREDIT
                MOVE ZERO TO BW-LEDGER-DEBIT
                MOVE ZERO TO BW-LEDGER-CREDIT
                ADD 1 TO MISSING-COUNT
                PERFORM 6000-RECORD-BREAK
                   THRU 6000-EXIT
            END-IF.
        4000-EXIT.
            EXIT.

        5000-CARRY-ONE-BREAK.
            READ GLBREAKFILE NEXT RECORD
              AT END
                 SET FILE-STATUS-AT-END OF GLBREAKFILE-FILE-STATUS
                  TO TRUE
            END-READ.

            IF FILE-STATUS-AT-END OF GLBREAKFILE-FILE-STATUS
                SET BREAK-SCAN-DONE TO TRUE
            ELSE
                IF NOT FILE-STATUS-SUCCESS OF
                   GLBREAKFILE-FILE-STATUS
                    PERFORM 9000-ABEND-AND-STOP
                END-IF
                IF GLB-OPEN
                   AND NOT GLB-SUMMARY
                   AND GLB-RUN-DATE NOT > RECON-DATE
                    PERFORM 5100-LIST-ONE-BREAK
                       THRU 5100-EXIT
                END-IF
            END-IF.
        5000-EXIT.
            EXIT.

        5100-LIST-ONE-BREAK.
            IF GLB-RUN-DATE = RECON-DATE
                ADD 1 TO OPEN-TODAY-COUNT
            ELSE
                ADD 1 TO OPEN-PRIOR-COUNT
                MOVE RECON-DATE TO GLB-CHECKED-DATE
                REWRITE GLB-RECORD
                IF NOT FILE-STATUS-SUCCESS OF
                   GLBREAKFILE-FILE-STATUS
                    PERFORM 9000-ABEND-AND-STOP
                END-IF
            END-IF.

            MOVE ZERO TO BREAK-AGE-DAYS.
            IF GLB-RUN-DATE IS NUMERIC
                MOVE GLB-RUN-DATE TO DATECALC-DATE
                CALL 'DATECALC' USING DATECALC-PARMS
                IF DATECALC-OK
                   AND DATECALC-SERIAL < RECON-DATE-SERIAL
                    COMPUTE BREAK-AGE-DAYS =
                        RECON-DATE-SERIAL - DATECALC-SERIAL
                END-IF
            END-IF.
            MOVE BREAK-AGE-DAYS TO RPT-AGE-DISPLAY.

            COMPUTE NET-AMOUNT-WORK =
                GLB-OUR-DEBIT - GLB-OUR-CREDIT.
            MOVE NET-AMOUNT-WORK TO RPT-OUR-DISPLAY.
            COMPUTE NET-AMOUNT-WORK =
                GLB-LEDGER-DEBIT - GLB-LEDGER-CREDIT.
            MOVE NET-AMOUNT-WORK TO RPT-LEDGER-DISPLAY.

            DISPLAY ' ' GLB-RUN-DATE ' ' GLB-ACCT-ID ' '
                    GLB-POST-TYPE ' ' GLB-BREAK-CD '  '
                    RPT-OUR-DISPLAY '    ' RPT-LEDGER-DISPLAY ' '
                    RPT-AGE-DISPLAY ' ' GLB-REASON-CD ' '
                    GLB-REASON-DESC.
        5100-EXIT.
            EXIT.

        6000-RECORD-BREAK.
            MOVE BW-KEY TO GLB-KEY.
            READ GLBREAKFILE.
            IF FILE-STATUS-NOT-FOUND OF GLBREAKFILE-FILE-STATUS
                MOVE SPACES TO GLB-RECORD
                MOVE BW-KEY TO GLB-KEY
                MOVE RECON-DATE TO GLB-FOUND-DATE
                PERFORM 6100-FILL-BREAK
                   THRU 6100-EXIT
                WRITE GLB-RECORD
                ADD 1 TO NEW-BREAK-COUNT
            ELSE
                IF NOT FILE-STATUS-SUCCESS OF
                   GLBREAKFILE-FILE-STATUS
                    PERFORM 9000-ABEND-AND-STOP
                END-IF
                PERFORM 6100-FILL-BREAK
                   THRU 6100-EXIT
                REWRITE GLB-RECORD
            END-IF.
            IF NOT FILE-STATUS-SUCCESS OF GLBREAKFILE-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.
        6000-EXIT.
            EXIT.

        6100-FILL-BREAK.
            MOVE BW-BREAK-CD TO GLB-BREAK-CD.
            SET GLB-OPEN TO TRUE.
            MOVE BW-OUR-DEBIT TO GLB-OUR-DEBIT.
            MOVE BW-OUR-CREDIT TO GLB-OUR-CREDIT.
            MOVE BW-LEDGER-DEBIT TO GLB-LEDGER-DEBIT.
            MOVE BW-LEDGER-CREDIT TO GLB-LEDGER-CREDIT.
            MOVE BW-REASON-CD TO GLB-REASON-CD.
            MOVE BW-REASON-DESC TO GLB-REASON-DESC.
            MOVE RECON-DATE TO GLB-CHECKED-DATE.
            MOVE SPACES TO GLB-CLEARED-DATE.
        6100-EXIT.
            EXIT.

        6500-CLEAR-BREAK.
            MOVE BW-KEY TO GLB-KEY.
            READ GLBREAKFILE.
            IF FILE-STATUS-SUCCESS OF GLBREAKFILE-FILE-STATUS
                IF GLB-OPEN
                    SET GLB-CLEARED TO TRUE
                    MOVE LEDGER-DEBIT-WORK TO GLB-LEDGER-DEBIT
                    MOVE LEDGER-CREDIT-WORK TO GLB-LEDGER-CREDIT
                    MOVE RECON-DATE TO GLB-CHECKED-DATE
                    MOVE RECON-DATE TO GLB-CLEARED-DATE
                    REWRITE GLB-RECORD
                    IF NOT FILE-STATUS-SUCCESS OF
                       GLBREAKFILE-FILE-STATUS
                        PERFORM 9000-ABEND-AND-STOP
                    END-IF
                    ADD 1 TO CLEARED-COUNT
                END-IF
            ELSE
                IF NOT FILE-STATUS-NOT-FOUND OF
                   GLBREAKFILE-FILE-STATUS
                    PERFORM 9000-ABEND-AND-STOP
                END-IF
            END-IF.
        6500-EXIT.
            EXIT.

        7000-WRITE-SUMMARY-RECORD.
            MOVE SPACES TO GLB-SUMMARY-RECORD.
            MOVE RECON-DATE TO GLBS-RUN-DATE.
            MOVE SPACES TO GLBS-ACCT-ID.
            MOVE '00' TO GLBS-POST-TYPE.
            READ GLBREAKFILE.
            IF NOT FILE-STATUS-SUCCESS OF GLBREAKFILE-FILE-STATUS
               AND NOT FILE-STATUS-NOT-FOUND OF
                       GLBREAKFILE-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.

            MOVE SPACES TO GLB-SUMMARY-RECORD.
            MOVE RECON-DATE TO GLBS-RUN-DATE.
            MOVE SPACES TO GLBS-ACCT-ID.
            MOVE '00' TO GLBS-POST-TYPE.
            MOVE 'S' TO GLBS-RECORD-CD.
            MOVE JOURNAL-COUNT TO GLBS-LINES-SENT.
            MOVE LEDGER-LINE-COUNT TO GLBS-LINES-RETURNED.
            MOVE MATCHED-COUNT TO GLBS-LINES-MATCHED.
            COMPUTE GLBS-LINES-BROKEN =
                MISSING-COUNT + REJECTED-COUNT + AMOUNT-DIFF-COUNT
              + UNEXPECTED-COUNT + DUPLICATE-COUNT.
            MOVE CURRENT-RUN-DATE TO GLBS-RECON-DATE.
            MOVE CURRENT-RUN-TIME(1:6) TO GLBS-RECON-TIME.

            IF FILE-STATUS-NOT-FOUND OF GLBREAKFILE-FILE-STATUS
                WRITE GLB-SUMMARY-RECORD
            ELSE
                REWRITE GLB-SUMMARY-RECORD
            END-IF.
            IF NOT FILE-STATUS-SUCCESS OF GLBREAKFILE-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.
        7000-EXIT.
            EXIT.

        9000-ABEND-AND-STOP.
            DISPLAY 'GLRECON - ABEND - BAD FILE STATUS'.
            DISPLAY 'GLRECON - GLEXTR STATUS:     '
                    GLEXTRFILE-FILE-STATUS.
            DISPLAY 'GLRECON - GLACCEPT STATUS:   '
                    GLACCEPTFILE-FILE-STATUS.
            DISPLAY 'GLRECON - GLBREAK STATUS:    '
                    GLBREAKFILE-FILE-STATUS.
            DISPLAY 'GLRECON - ACCEPTANCE LINES READ BEFORE ABEND: '
                    ACCEPT-READ-COUNT.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.

        9500-PRINT-SUMMARY-REPORT.
            DISPLAY ' '.
            DISPLAY '---------------------------------------------'.
            DISPLAY ' GLRECON - GL ACCEPTANCE RECONCILIATION FOR '
                    RECON-DATE.
            DISPLAY '---------------------------------------------'.
            DISPLAY ' JOURNAL LINES SENT ........ ' JOURNAL-COUNT.
            IF ACCEPT-FILE-FOUND
                DISPLAY ' ACCEPTANCE LINES READ ..... '
                        ACCEPT-READ-COUNT
                DISPLAY '   FOR THIS JOURNAL ........ '
                        LEDGER-LINE-COUNT
                DISPLAY '   FOR EARLIER JOURNALS .... '
                        PRIOR-LINE-COUNT
                DISPLAY '   FOR LATER JOURNALS ...... '
                        LATER-LINE-COUNT ' (LEFT FOR THEIR OWN RUN)'
            ELSE
                DISPLAY ' ACCEPTANCE FILE ........... NOT RECEIVED'
            END-IF.
            DISPLAY ' LINES MATCHED ............. ' MATCHED-COUNT.
            DISPLAY ' MISSING FROM THE LEDGER ... ' MISSING-COUNT.
            DISPLAY ' REJECTED BY THE LEDGER .... ' REJECTED-COUNT.
            DISPLAY ' BOOKED AT ANOTHER AMOUNT .. ' AMOUNT-DIFF-COUNT.
            DISPLAY ' NOT IN OUR JOURNAL ........ ' UNEXPECTED-COUNT.
            DISPLAY ' BOOKED TWICE .............. ' DUPLICATE-COUNT.
            DISPLAY ' NEW BREAKS RECORDED ....... ' NEW-BREAK-COUNT.
            DISPLAY ' BREAKS CLEARED ............ ' CLEARED-COUNT.
            DISPLAY '   FROM EARLIER JOURNALS ... '
                    PRIOR-CLEARED-COUNT.
            DISPLAY ' EARLIER LINES IGNORED ..... '
                    PRIOR-IGNORED-COUNT.
            DISPLAY ' OPEN BREAKS, THIS JOURNAL . ' OPEN-TODAY-COUNT.
            DISPLAY ' OPEN BREAKS CARRIED ....... ' OPEN-PRIOR-COUNT.
            IF OPEN-TODAY-COUNT = ZERO
               AND OPEN-PRIOR-COUNT = ZERO
                DISPLAY ' RESULT: THE LEDGER HOLDS EVERY JOURNAL '
                        'LINE AS SENT.'
            ELSE
                DISPLAY ' RESULT: GL BREAKS OPEN - SEE THE LIST '
                        'ABOVE.'
            END-IF.
            DISPLAY '---------------------------------------------'.
            DISPLAY ' '.
        9500-EXIT.
            EXIT.
