        IDENTIFICATION DIVISION.
        PROGRAM-ID. PERIODCL.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

        SELECT SYSCTLFILE ASSIGN TO DYNAMIC SYSCTLFILE-DSN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS SYSCTLFILE-FILE-STATUS.

        SELECT ACCTMAST ASSIGN TO DYNAMIC ACCTMAST-DSN
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ACCT-ID
            FILE STATUS  IS ACCTMAST-FILE-STATUS.

        SELECT CALFILE ASSIGN TO DYNAMIC CALFILE-DSN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS CALFILE-FILE-STATUS.

        SELECT ANNSUMFILE ASSIGN TO DYNAMIC ANNSUMFILE-DSN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS ANNSUMFILE-FILE-STATUS.

        SELECT ANNHOLDFILE ASSIGN TO DYNAMIC ANNHOLDFILE-DSN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS ANNHOLDFILE-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
         FD SYSCTLFILE
            RECORD CONTAINS 80.

            COPY SYSCTL.

         FD ACCTMAST
            RECORD CONTAINS 160.

            COPY ACCTREC.

         FD CALFILE
            RECORD CONTAINS 80.

            COPY CALREC.

         FD ANNSUMFILE
            RECORD CONTAINS 80.

            COPY ANNSUMM.

         FD ANNHOLDFILE
            RECORD CONTAINS 80.

         01 ANNHOLD-RECORD.
            05 ANNHOLD-RECORD-CD    PIC X(01).
               88 ANNHOLD-DETAIL           VALUE 'D'.
            05 ANNHOLD-YEAR         PIC X(04).
            05 ANNHOLD-ACCT-ID      PIC X(04).
            05 FILLER               PIC X(71).

        WORKING-STORAGE SECTION.

         01 SYSCTLFILE-DSN          PIC X(80).
         01 ACCTMAST-DSN            PIC X(80).
         01 CALFILE-DSN             PIC X(80).
         01 ANNSUMFILE-DSN          PIC X(80).
         01 ANNHOLDFILE-DSN         PIC X(80).
         01 ANNSUM-PREFIX           PIC X(40) VALUE SPACES.
         01 ANNSUM-SUFFIX           PIC X(10) VALUE SPACES.

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==SYSCTLFILE-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==ACCTMAST-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==CALFILE-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==ANNSUMFILE-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==ANNHOLDFILE-FILE-STATUS==
             .

         COPY DATECALC.

         COPY SECLOG.

         01 CURRENT-RUN-DATE        PIC 9(08) VALUE ZERO.
         01 CURRENT-RUN-TIME        PIC 9(08) VALUE ZERO.

         01 SYSCTL-FORCE-ANSWER     PIC X(05) VALUE SPACES.
         01 SYSCTL-FORCED-SW        PIC X(01) VALUE 'N'.
            88 SYSCTL-FORCED               VALUE 'Y'.

         01 SYSCTL-WORK-RECORD      PIC X(80) VALUE SPACES.

         01 BUSINESS-DATE-X         PIC X(08) VALUE SPACES.

         01 LAST-CLOSED-PERIOD-X    PIC X(06) VALUE SPACES.

         01 OPEN-PERIOD-X           PIC X(06) VALUE SPACES.
         01 OPEN-PERIOD-N REDEFINES OPEN-PERIOD-X.
            05 OPEN-PERIOD-YYYY     PIC 9(04).
            05 OPEN-PERIOD-MM       PIC 9(02).

         01 CLOSE-PERIOD-X          PIC X(06) VALUE SPACES.
         01 CLOSE-PERIOD-N REDEFINES CLOSE-PERIOD-X.
            05 CLOSE-PERIOD-YYYY    PIC 9(04).
            05 CLOSE-PERIOD-MM      PIC 9(02).

         01 NEXT-PERIOD-X           PIC X(06) VALUE SPACES.
         01 NEXT-PERIOD-N REDEFINES NEXT-PERIOD-X.
            05 NEXT-PERIOD-YYYY     PIC 9(04).
            05 NEXT-PERIOD-MM       PIC 9(02).

         01 NEXT-DAY-X              PIC X(08) VALUE SPACES.
         01 NEXT-DAY-N REDEFINES NEXT-DAY-X.
            05 NEXT-DAY-YYYY        PIC 9(04).
            05 NEXT-DAY-MM          PIC 9(02).
            05 NEXT-DAY-DD          PIC 9(02).

         01 HOLIDAY-COUNT           PIC 9(03) COMP VALUE ZERO.
         01 HOLIDAY-IX              PIC 9(03) COMP VALUE ZERO.
         01 HOLIDAY-TABLE.
            05 HOLIDAY-DATE         PIC X(08) OCCURS 200 TIMES.

         01 HOLIDAY-FOUND-SW        PIC X(01) VALUE 'N'.
            88 HOLIDAY-FOUND               VALUE 'Y'.

         01 BUSINESS-DAY-FOUND-SW   PIC X(01) VALUE 'N'.
            88 BUSINESS-DAY-FOUND          VALUE 'Y'.

         01 LAST-BUSINESS-DAY-SW    PIC X(01) VALUE 'N'.
            88 LAST-BUSINESS-DAY           VALUE 'Y'.

         01 RUN-OK-SW               PIC X(01) VALUE 'N'.
            88 RUN-OK                      VALUE 'Y'.

         01 NOTHING-TO-CLOSE-SW     PIC X(01) VALUE 'N'.
            88 NOTHING-TO-CLOSE            VALUE 'Y'.

         01 YEAR-END-CLOSE-SW       PIC X(01) VALUE 'N'.
            88 YEAR-END-CLOSE              VALUE 'Y'.

         01 ANNUAL-RESTART-SW       PIC X(01) VALUE 'N'.
            88 ANNUAL-RESTART              VALUE 'Y'.

         01 ACCOUNTS-READ-COUNT     PIC 9(9) COMP VALUE ZERO.
         01 ACCOUNTS-ROLLED-COUNT   PIC 9(9) COMP VALUE ZERO.
         01 ACCOUNTS-MOVED-COUNT    PIC 9(9) COMP VALUE ZERO.
         01 ACCOUNTS-RETAGGED-COUNT PIC 9(9) COMP VALUE ZERO.
         01 ACCOUNTS-AHEAD-COUNT    PIC 9(9) COMP VALUE ZERO.
         01 ANNUAL-WRITTEN-COUNT    PIC 9(09) VALUE ZERO.
         01 ANNUAL-HELD-COUNT       PIC 9(09) VALUE ZERO.
         01 ANNUAL-CARRIED-COUNT    PIC 9(09) VALUE ZERO.

         01 PERIOD-NET-TOTAL        PIC S9(11)V99 VALUE ZERO.
         01 YEAR-NET-TOTAL          PIC S9(11)V99 VALUE ZERO.
         01 MASTER-BALANCE-TOTAL    PIC S9(11)V99 VALUE ZERO.
         01 ANNUAL-OPEN-TOTAL       PIC S9(11)V99 VALUE ZERO.
         01 ANNUAL-NET-TOTAL        PIC S9(11)V99 VALUE ZERO.
         01 ANNUAL-CLOSE-TOTAL      PIC S9(11)V99 VALUE ZERO.

         01 RPT-MTD-DISPLAY         PIC ZZZZZZZZZZ9.99-.
         01 RPT-YTD-DISPLAY         PIC ZZZZZZZZZZ9.99-.
         01 RPT-BAL-DISPLAY         PIC ZZZZZZZZZZ9.99-.
         01 RPT-COUNT-DISPLAY       PIC ZZZZZZZZ9.

        PROCEDURE DIVISION.
            PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

            PERFORM 1200-READ-SYSTEM-CONTROL
               THRU 1200-EXIT.

            IF NOT RUN-OK
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.

            PERFORM 1400-LOAD-CALENDAR
               THRU 1400-EXIT.

            PERFORM 2000-CHOOSE-THE-PERIOD
               THRU 2000-EXIT.

            IF NOTHING-TO-CLOSE
                GOBACK
            END-IF.

            PERFORM 2500-CHECK-THE-PERIOD
               THRU 2500-EXIT.

            IF NOTHING-TO-CLOSE
                MOVE 4 TO RETURN-CODE
                GOBACK
            END-IF.

            IF NOT RUN-OK
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.

            PERFORM 3000-OPEN-CLOSE-FILES
               THRU 3000-EXIT.

            DISPLAY ' '.
            DISPLAY '---------------------------------------------'.
            DISPLAY ' PERIODCL - CLOSE OF PERIOD ' CLOSE-PERIOD-X
                    ' ON BUSINESS DATE ' BUSINESS-DATE-X.
            DISPLAY '---------------------------------------------'.
            DISPLAY ' ACCT BRCH         MTD NET         YTD NET'
                    '         BALANCE'.

            MOVE LOW-VALUES TO ACCT-ID.
            START ACCTMAST KEY IS NOT LESS THAN ACCT-ID.
            IF FILE-STATUS-SUCCESS OF ACCTMAST-FILE-STATUS
                PERFORM 3100-CLOSE-ONE-ACCOUNT
                   THRU 3100-EXIT
                   UNTIL FILE-STATUS-AT-END OF ACCTMAST-FILE-STATUS
            END-IF.

            IF YEAR-END-CLOSE
                PERFORM 5000-WRITE-ANNUAL-TRAILER
                   THRU 5000-EXIT
                CLOSE ANNSUMFILE
                IF ANNUAL-RESTART
                    CLOSE ANNHOLDFILE
                END-IF
            END-IF.

            CLOSE ACCTMAST.

            PERFORM 6000-STAMP-SYSTEM-CONTROL
               THRU 6000-EXIT.

            PERFORM 6500-LOG-THE-CLOSE
               THRU 6500-EXIT.

            PERFORM 9500-PRINT-SUMMARY-REPORT
               THRU 9500-EXIT.

            GOBACK.

        1000-INITIALIZE.
            MOVE SPACES TO SYSCTLFILE-DSN.
            ACCEPT SYSCTLFILE-DSN FROM ENVIRONMENT 'DD_SYSCTL'.
            IF SYSCTLFILE-DSN = SPACES
                MOVE './SYSCTL.TXT' TO SYSCTLFILE-DSN
            END-IF.

            MOVE SPACES TO ACCTMAST-DSN.
            ACCEPT ACCTMAST-DSN FROM ENVIRONMENT 'DD_ACCTMAST'.
            IF ACCTMAST-DSN = SPACES
                MOVE './ACCTMAST.IDX' TO ACCTMAST-DSN
            END-IF.

            MOVE SPACES TO CALFILE-DSN.
            ACCEPT CALFILE-DSN FROM ENVIRONMENT 'DD_CALFILE'.
            IF CALFILE-DSN = SPACES
                MOVE './CALENDAR.TXT' TO CALFILE-DSN
            END-IF.

            MOVE SPACES TO ANNSUM-PREFIX.
            ACCEPT ANNSUM-PREFIX FROM ENVIRONMENT 'DD_ANNSUMPREFIX'.
            MOVE SPACES TO ANNSUM-SUFFIX.
            ACCEPT ANNSUM-SUFFIX FROM ENVIRONMENT 'DD_ANNSUMSUFFIX'.
            IF ANNSUM-PREFIX = SPACES
                MOVE './ANNSUMM.Y' TO ANNSUM-PREFIX
                IF ANNSUM-SUFFIX = SPACES
                    MOVE '.TXT' TO ANNSUM-SUFFIX
                END-IF
            END-IF.
            IF ANNSUM-SUFFIX = 'NONE'
                MOVE SPACES TO ANNSUM-SUFFIX
            END-IF.

            MOVE SPACES TO SYSCTL-FORCE-ANSWER.
            ACCEPT SYSCTL-FORCE-ANSWER
                FROM ENVIRONMENT 'SYSCTL_FORCE'.
            IF SYSCTL-FORCE-ANSWER = 'YES'
               OR SYSCTL-FORCE-ANSWER = 'Y'
                SET SYSCTL-FORCED TO TRUE
            END-IF.

            ACCEPT CURRENT-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT CURRENT-RUN-TIME FROM TIME.
        1000-EXIT.
            EXIT.

        1200-READ-SYSTEM-CONTROL.
            OPEN INPUT SYSCTLFILE.
            IF NOT FILE-STATUS-SUCCESS OF SYSCTLFILE-FILE-STATUS
                DISPLAY 'PERIODCL - NO SYSTEM CONTROL FILE: '
                        SYSCTLFILE-DSN
                DISPLAY 'PERIODCL - A PERIOD CAN ONLY BE CLOSED '
                        'AGAINST THE SYSTEM CONTROL RECORD.'
            ELSE
                READ SYSCTLFILE
                  AT END
                     SET FILE-STATUS-AT-END OF
                         SYSCTLFILE-FILE-STATUS
                      TO TRUE
                END-READ
                IF FILE-STATUS-SUCCESS OF SYSCTLFILE-FILE-STATUS
                    MOVE SYSCTL-RECORD TO SYSCTL-WORK-RECORD
                    MOVE SC-BUSINESS-DATE TO BUSINESS-DATE-X
                    MOVE SC-CLOSED-PERIOD TO LAST-CLOSED-PERIOD-X
                    SET RUN-OK TO TRUE
                ELSE
                    DISPLAY 'PERIODCL - SYSTEM CONTROL FILE IS '
                            'EMPTY, NOTHING CLOSED.'
                END-IF
                CLOSE SYSCTLFILE
            END-IF.

            IF RUN-OK
                MOVE 'N' TO RUN-OK-SW
                IF BUSINESS-DATE-X IS NUMERIC
                    MOVE BUSINESS-DATE-X TO DATECALC-DATE
                    CALL 'DATECALC' USING DATECALC-PARMS
                    IF DATECALC-OK
                        SET RUN-OK TO TRUE
                    END-IF
                END-IF
                IF NOT RUN-OK
                    DISPLAY 'PERIODCL - THE SYSTEM CONTROL BUSINESS '
                            'DATE IS NOT A VALID DATE: '
                            BUSINESS-DATE-X
                END-IF
            END-IF.

            IF RUN-OK
               AND LAST-CLOSED-PERIOD-X NOT = SPACES
                IF LAST-CLOSED-PERIOD-X IS NUMERIC
                    MOVE LAST-CLOSED-PERIOD-X TO OPEN-PERIOD-X
                    IF OPEN-PERIOD-MM = 12
                        ADD 1 TO OPEN-PERIOD-YYYY
                        MOVE 1 TO OPEN-PERIOD-MM
                    ELSE
                        ADD 1 TO OPEN-PERIOD-MM
                    END-IF
                ELSE
                    MOVE 'N' TO RUN-OK-SW
                    DISPLAY 'PERIODCL - THE LAST CLOSED PERIOD ON '
                            'THE SYSTEM CONTROL RECORD IS NOT '
                            'YYYYMM: ' LAST-CLOSED-PERIOD-X
                END-IF
            END-IF.
        1200-EXIT.
            EXIT.

        1400-LOAD-CALENDAR.
            OPEN INPUT CALFILE.
            IF NOT FILE-STATUS-SUCCESS OF CALFILE-FILE-STATUS
                DISPLAY 'PERIODCL - NO CALENDAR FILE, ONLY WEEKENDS '
                        'ARE TREATED AS NON-BUSINESS DAYS.'
            ELSE
                PERFORM 1450-READ-CALENDAR
                   THRU 1450-EXIT
                   UNTIL FILE-STATUS-AT-END OF CALFILE-FILE-STATUS
                CLOSE CALFILE
                DISPLAY 'PERIODCL - CALENDAR LOADED: '
                        HOLIDAY-COUNT ' HOLIDAYS.'
            END-IF.
        1400-EXIT.
            EXIT.

        1450-READ-CALENDAR.
            READ CALFILE
              AT END
                 SET FILE-STATUS-AT-END OF CALFILE-FILE-STATUS
                  TO TRUE
            END-READ.

            IF FILE-STATUS-SUCCESS OF CALFILE-FILE-STATUS
                IF CAL-DATE IS NUMERIC
                    IF HOLIDAY-COUNT < 200
                        ADD 1 TO HOLIDAY-COUNT
                        MOVE CAL-DATE TO HOLIDAY-DATE (HOLIDAY-COUNT)
                    ELSE
                        DISPLAY 'PERIODCL - WARNING: CALENDAR HOLDS '
                                'MORE THAN 200 HOLIDAYS, EXTRAS '
                                'IGNORED.'
                        SET FILE-STATUS-AT-END OF CALFILE-FILE-STATUS
                         TO TRUE
                    END-IF
                END-IF
            ELSE
                SET FILE-STATUS-AT-END OF CALFILE-FILE-STATUS
                 TO TRUE
            END-IF.
        1450-EXIT.
            EXIT.

        2000-CHOOSE-THE-PERIOD.
            PERFORM 2200-FIND-NEXT-BUSINESS-DAY
               THRU 2200-EXIT.

            MOVE SPACES TO CLOSE-PERIOD-X.
            ACCEPT CLOSE-PERIOD-X FROM ENVIRONMENT 'PERIODCL_PERIOD'.

            IF CLOSE-PERIOD-X NOT = SPACES
                DISPLAY 'PERIODCL - CLOSE REQUESTED FOR PERIOD '
                        CLOSE-PERIOD-X '.'
            ELSE
                IF OPEN-PERIOD-X NOT = SPACES
                   AND OPEN-PERIOD-X < BUSINESS-DATE-X(1:6)
                    MOVE OPEN-PERIOD-X TO CLOSE-PERIOD-X
                    DISPLAY 'PERIODCL - PERIOD ' OPEN-PERIOD-X
                            ' WAS NOT CLOSED AT ITS MONTH-END - '
                            'CLOSING IT NOW.'
                ELSE
                    IF LAST-BUSINESS-DAY
                        MOVE BUSINESS-DATE-X(1:6) TO CLOSE-PERIOD-X
                    ELSE
                        SET NOTHING-TO-CLOSE TO TRUE
                        DISPLAY 'PERIODCL - BUSINESS DATE '
                                BUSINESS-DATE-X ' IS NOT THE LAST '
                                'BUSINESS DAY OF THE MONTH (NEXT IS '
                                NEXT-DAY-X ') - NOTHING TO CLOSE.'
                    END-IF
                END-IF
            END-IF.
        2000-EXIT.
            EXIT.

        2200-FIND-NEXT-BUSINESS-DAY.
            MOVE BUSINESS-DATE-X TO NEXT-DAY-X.
            MOVE 'N' TO BUSINESS-DAY-FOUND-SW.
            PERFORM 2220-TRY-NEXT-DAY
               THRU 2220-EXIT
               UNTIL BUSINESS-DAY-FOUND.

            IF NEXT-DAY-X(1:6) NOT = BUSINESS-DATE-X(1:6)
                SET LAST-BUSINESS-DAY TO TRUE
            END-IF.
        2200-EXIT.
            EXIT.

        2220-TRY-NEXT-DAY.
            ADD 1 TO NEXT-DAY-DD.
            MOVE NEXT-DAY-X TO DATECALC-DATE.
            CALL 'DATECALC' USING DATECALC-PARMS.
            IF NOT DATECALC-OK
                MOVE 1 TO NEXT-DAY-DD
                IF NEXT-DAY-MM < 12
                    ADD 1 TO NEXT-DAY-MM
                ELSE
                    MOVE 1 TO NEXT-DAY-MM
                    ADD 1 TO NEXT-DAY-YYYY
                END-IF
                MOVE NEXT-DAY-X TO DATECALC-DATE
                CALL 'DATECALC' USING DATECALC-PARMS
            END-IF.

            IF NOT DATECALC-WEEKEND
                MOVE 'N' TO HOLIDAY-FOUND-SW
                PERFORM 2240-MATCH-HOLIDAY
                   THRU 2240-EXIT
                   VARYING HOLIDAY-IX FROM 1 BY 1
                   UNTIL HOLIDAY-IX > HOLIDAY-COUNT
                      OR HOLIDAY-FOUND
                IF NOT HOLIDAY-FOUND
                    SET BUSINESS-DAY-FOUND TO TRUE
                END-IF
            END-IF.
        2220-EXIT.
            EXIT.

        2240-MATCH-HOLIDAY.
            IF HOLIDAY-DATE (HOLIDAY-IX) = NEXT-DAY-X
                SET HOLIDAY-FOUND TO TRUE
            END-IF.
        2240-EXIT.
            EXIT.

        2500-CHECK-THE-PERIOD.
            EVALUATE TRUE
                WHEN CLOSE-PERIOD-X IS NOT NUMERIC
                  OR CLOSE-PERIOD-MM < 1
                  OR CLOSE-PERIOD-MM > 12
                    MOVE 'N' TO RUN-OK-SW
                    DISPLAY 'PERIODCL - PERIODCL_PERIOD MUST BE '
                            'YYYYMM, GOT: ' CLOSE-PERIOD-X
                WHEN LAST-CLOSED-PERIOD-X NOT = SPACES
                 AND CLOSE-PERIOD-X NOT > LAST-CLOSED-PERIOD-X
                    SET NOTHING-TO-CLOSE TO TRUE
                    DISPLAY 'PERIODCL - PERIOD ' CLOSE-PERIOD-X
                            ' IS ALREADY CLOSED (PERIODS THROUGH '
                            LAST-CLOSED-PERIOD-X ' ARE CLOSED).'
                WHEN OPEN-PERIOD-X NOT = SPACES
                 AND CLOSE-PERIOD-X NOT = OPEN-PERIOD-X
                    MOVE 'N' TO RUN-OK-SW
                    DISPLAY 'PERIODCL - PERIODS CLOSE IN ORDER - '
                            OPEN-PERIOD-X ' MUST BE CLOSED BEFORE '
                            CLOSE-PERIOD-X '.'
                WHEN CLOSE-PERIOD-X > BUSINESS-DATE-X(1:6)
                    MOVE 'N' TO RUN-OK-SW
                    DISPLAY 'PERIODCL - PERIOD ' CLOSE-PERIOD-X
                            ' HAS NOT BEGUN ON BUSINESS DATE '
                            BUSINESS-DATE-X '.'
                WHEN CLOSE-PERIOD-X = BUSINESS-DATE-X(1:6)
                 AND NOT SYSCTL-FORCED
                 AND NOT LAST-BUSINESS-DAY
                    MOVE 'N' TO RUN-OK-SW
                    DISPLAY 'PERIODCL - BUSINESS DATE '
                            BUSINESS-DATE-X ' IS NOT THE LAST '
                            'BUSINESS DAY OF ' CLOSE-PERIOD-X
                            ' - SET SYSCTL_FORCE=YES TO CLOSE EARLY.'
                WHEN CLOSE-PERIOD-X = BUSINESS-DATE-X(1:6)
                 AND NOT SYSCTL-FORCED
                 AND NOT SC-TRANPOST-DONE
                    MOVE 'N' TO RUN-OK-SW
                    DISPLAY 'PERIODCL - POSTING HAS NOT COMPLETED '
                            'FOR BUSINESS DATE ' BUSINESS-DATE-X
                            ' - PERIOD ' CLOSE-PERIOD-X
                            ' NOT CLOSED.'
                WHEN OTHER
                    IF SYSCTL-FORCED
                        DISPLAY 'PERIODCL - SUPERVISOR FORCE IN '
                                'EFFECT, CLOSE CHECKS OVERRIDDEN.'
                    END-IF
            END-EVALUATE.

            IF RUN-OK AND NOT NOTHING-TO-CLOSE
                MOVE CLOSE-PERIOD-X TO NEXT-PERIOD-X
                IF NEXT-PERIOD-MM = 12
                    ADD 1 TO NEXT-PERIOD-YYYY
                    MOVE 1 TO NEXT-PERIOD-MM
                    SET YEAR-END-CLOSE TO TRUE
                ELSE
                    ADD 1 TO NEXT-PERIOD-MM
                END-IF
            END-IF.
        2500-EXIT.
            EXIT.

        3000-OPEN-CLOSE-FILES.
            OPEN I-O ACCTMAST.
            IF NOT FILE-STATUS-SUCCESS OF ACCTMAST-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.

            IF YEAR-END-CLOSE
                MOVE SPACES TO ANNSUMFILE-DSN
                STRING ANNSUM-PREFIX DELIMITED BY SPACE
                       CLOSE-PERIOD-X(1:4) DELIMITED BY SIZE
                       ANNSUM-SUFFIX DELIMITED BY SPACE
                       INTO ANNSUMFILE-DSN
                END-STRING
                MOVE SPACES TO ANNHOLDFILE-DSN
                STRING ANNSUMFILE-DSN DELIMITED BY SPACE
                       '.HOLD' DELIMITED BY SIZE
                       INTO ANNHOLDFILE-DSN
                END-STRING
                OPEN INPUT ANNSUMFILE
                IF FILE-STATUS-SUCCESS OF ANNSUMFILE-FILE-STATUS
                    PERFORM 3050-HOLD-EARLIER-DETAILS
                       THRU 3050-EXIT
                END-IF
                OPEN OUTPUT ANNSUMFILE
                IF NOT FILE-STATUS-SUCCESS OF ANNSUMFILE-FILE-STATUS
                    PERFORM 9000-ABEND-AND-STOP
                END-IF
            END-IF.
        3000-EXIT.
            EXIT.

        3050-HOLD-EARLIER-DETAILS.
            SET ANNUAL-RESTART TO TRUE.
            OPEN OUTPUT ANNHOLDFILE.
            IF NOT FILE-STATUS-SUCCESS OF ANNHOLDFILE-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.

            PERFORM 3060-HOLD-ONE-DETAIL
               THRU 3060-EXIT
               UNTIL FILE-STATUS-AT-END OF ANNSUMFILE-FILE-STATUS.

            CLOSE ANNSUMFILE.
            CLOSE ANNHOLDFILE.
            DISPLAY 'PERIODCL - YEAR-END CLOSE RESTARTED: '
                    ANNUAL-HELD-COUNT ' ANNUAL RECORDS FROM THE '
                    'EARLIER RUN HELD IN ' ANNHOLDFILE-DSN.

            OPEN INPUT ANNHOLDFILE.
            IF NOT FILE-STATUS-SUCCESS OF ANNHOLDFILE-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.
            PERFORM 4250-READ-HELD-DETAIL
               THRU 4250-EXIT.
        3050-EXIT.
            EXIT.

        3060-HOLD-ONE-DETAIL.
            READ ANNSUMFILE
              AT END
                 SET FILE-STATUS-AT-END OF ANNSUMFILE-FILE-STATUS
                  TO TRUE
            END-READ.

            IF FILE-STATUS-AT-END OF ANNSUMFILE-FILE-STATUS
                NEXT SENTENCE
            ELSE
                IF FILE-STATUS-SUCCESS OF ANNSUMFILE-FILE-STATUS
                    IF ANS-DETAIL
                        MOVE ANS-RECORD TO ANNHOLD-RECORD
                        WRITE ANNHOLD-RECORD
                        IF NOT FILE-STATUS-SUCCESS OF
                               ANNHOLDFILE-FILE-STATUS
                            PERFORM 9000-ABEND-AND-STOP
                        END-IF
                        ADD 1 TO ANNUAL-HELD-COUNT
                    END-IF
                ELSE
                    PERFORM 9000-ABEND-AND-STOP
                END-IF
            END-IF.
        3060-EXIT.
            EXIT.

        3100-CLOSE-ONE-ACCOUNT.
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
                    ADD ACCT-BALANCE TO MASTER-BALANCE-TOTAL
                    PERFORM 3200-ROLL-THE-TOTALS
                       THRU 3200-EXIT
                ELSE
                    PERFORM 9000-ABEND-AND-STOP
                END-IF
            END-IF.
        3100-EXIT.
            EXIT.

        3200-ROLL-THE-TOTALS.
            IF ACCT-MTD-NET IS NOT NUMERIC
                MOVE ZERO TO ACCT-MTD-NET
            END-IF.
            IF ACCT-YTD-NET IS NOT NUMERIC
                MOVE ZERO TO ACCT-YTD-NET
            END-IF.

            IF ACCT-MTD-PERIOD NOT = SPACES
               AND ACCT-MTD-PERIOD > CLOSE-PERIOD-X
                ADD 1 TO ACCOUNTS-AHEAD-COUNT
                IF YEAR-END-CLOSE AND ANNUAL-RESTART
                    PERFORM 4200-CARRY-HELD-DETAIL
                       THRU 4200-EXIT
                END-IF
            ELSE
                IF ACCT-MTD-PERIOD NOT = CLOSE-PERIOD-X
                    ADD 1 TO ACCOUNTS-RETAGGED-COUNT
                END-IF
                IF ACCT-MTD-NET NOT = ZERO
                    ADD 1 TO ACCOUNTS-MOVED-COUNT
                    ADD ACCT-MTD-NET TO PERIOD-NET-TOTAL
                    PERFORM 3900-PRINT-CLOSE-LINE
                       THRU 3900-EXIT
                END-IF
                ADD ACCT-YTD-NET TO YEAR-NET-TOTAL

                IF YEAR-END-CLOSE
                    IF ACCT-YTD-NET NOT = ZERO
                       OR ACCT-BALANCE NOT = ZERO
                        PERFORM 4000-WRITE-ANNUAL-DETAIL
                           THRU 4000-EXIT
                    END-IF
                    MOVE ZERO TO ACCT-YTD-NET
                END-IF

                MOVE ZERO TO ACCT-MTD-NET
                MOVE NEXT-PERIOD-X TO ACCT-MTD-PERIOD
                REWRITE ACCT-RECORD
                IF NOT FILE-STATUS-SUCCESS OF ACCTMAST-FILE-STATUS
                    PERFORM 9000-ABEND-AND-STOP
                END-IF
                ADD 1 TO ACCOUNTS-ROLLED-COUNT
            END-IF.
        3200-EXIT.
            EXIT.

        3900-PRINT-CLOSE-LINE.
            MOVE ACCT-MTD-NET TO RPT-MTD-DISPLAY.
            MOVE ACCT-YTD-NET TO RPT-YTD-DISPLAY.
            MOVE ACCT-BALANCE TO RPT-BAL-DISPLAY.
            DISPLAY ' ' ACCT-ID ' ' ACCT-BRANCH-CD ' '
                    RPT-MTD-DISPLAY ' ' RPT-YTD-DISPLAY ' '
                    RPT-BAL-DISPLAY.
        3900-EXIT.
            EXIT.

        4000-WRITE-ANNUAL-DETAIL.
            MOVE SPACES TO ANS-RECORD.
            SET ANS-DETAIL TO TRUE.
            MOVE CLOSE-PERIOD-X(1:4) TO ANS-YEAR.
            MOVE ACCT-ID TO ANS-ACCT-ID.
            MOVE ACCT-BRANCH-CD TO ANS-BRANCH-CD.
            MOVE ACCT-NAME TO ANS-ACCT-NAME.
            MOVE ACCT-STATUS-CD TO ANS-STATUS-CD.
            COMPUTE ANS-OPEN-BALANCE = ACCT-BALANCE - ACCT-YTD-NET.
            MOVE ACCT-YTD-NET TO ANS-YTD-NET.
            MOVE ACCT-BALANCE TO ANS-CLOSE-BALANCE.
            WRITE ANS-RECORD.
            IF NOT FILE-STATUS-SUCCESS OF ANNSUMFILE-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.

            ADD 1 TO ANNUAL-WRITTEN-COUNT.
            ADD ANS-OPEN-BALANCE TO ANNUAL-OPEN-TOTAL.
            ADD ANS-YTD-NET TO ANNUAL-NET-TOTAL.
            ADD ANS-CLOSE-BALANCE TO ANNUAL-CLOSE-TOTAL.
        4000-EXIT.
            EXIT.

        4200-CARRY-HELD-DETAIL.
            PERFORM 4250-READ-HELD-DETAIL
               THRU 4250-EXIT
               UNTIL FILE-STATUS-AT-END OF ANNHOLDFILE-FILE-STATUS
                  OR ANNHOLD-ACCT-ID NOT < ACCT-ID.

            IF FILE-STATUS-SUCCESS OF ANNHOLDFILE-FILE-STATUS
               AND ANNHOLD-ACCT-ID = ACCT-ID
                MOVE ANNHOLD-RECORD TO ANS-RECORD
                WRITE ANS-RECORD
                IF NOT FILE-STATUS-SUCCESS OF ANNSUMFILE-FILE-STATUS
                    PERFORM 9000-ABEND-AND-STOP
                END-IF
                ADD 1 TO ANNUAL-WRITTEN-COUNT
                ADD 1 TO ANNUAL-CARRIED-COUNT
                ADD ANS-OPEN-BALANCE TO ANNUAL-OPEN-TOTAL
                ADD ANS-YTD-NET TO ANNUAL-NET-TOTAL
                ADD ANS-CLOSE-BALANCE TO ANNUAL-CLOSE-TOTAL
                PERFORM 4250-READ-HELD-DETAIL
                   THRU 4250-EXIT
            END-IF.
        4200-EXIT.
            EXIT.

        4250-READ-HELD-DETAIL.
            READ ANNHOLDFILE
              AT END
                 SET FILE-STATUS-AT-END OF ANNHOLDFILE-FILE-STATUS
                  TO TRUE
            END-READ.

            IF NOT FILE-STATUS-SUCCESS OF ANNHOLDFILE-FILE-STATUS
               AND NOT FILE-STATUS-AT-END OF ANNHOLDFILE-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.
        4250-EXIT.
            EXIT.

        5000-WRITE-ANNUAL-TRAILER.
            MOVE SPACES TO ANS-TRAILER-RECORD.
            MOVE 'T' TO ANT-RECORD-CD.
            MOVE CLOSE-PERIOD-X(1:4) TO ANT-YEAR.
            MOVE ANNUAL-WRITTEN-COUNT TO ANT-ACCT-COUNT.
            MOVE ANNUAL-OPEN-TOTAL TO ANT-OPEN-TOTAL.
            MOVE ANNUAL-NET-TOTAL TO ANT-NET-TOTAL.
            MOVE ANNUAL-CLOSE-TOTAL TO ANT-CLOSE-TOTAL.
            MOVE CURRENT-RUN-DATE TO ANT-WRITTEN-DATE.
            MOVE CURRENT-RUN-TIME(1:6) TO ANT-WRITTEN-TIME.
            WRITE ANS-TRAILER-RECORD.
            IF NOT FILE-STATUS-SUCCESS OF ANNSUMFILE-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.
        5000-EXIT.
            EXIT.

        6000-STAMP-SYSTEM-CONTROL.
            OPEN INPUT SYSCTLFILE.
            IF FILE-STATUS-SUCCESS OF SYSCTLFILE-FILE-STATUS
                READ SYSCTLFILE
                  AT END
                     SET FILE-STATUS-AT-END OF
                         SYSCTLFILE-FILE-STATUS
                      TO TRUE
                END-READ
                IF FILE-STATUS-SUCCESS OF SYSCTLFILE-FILE-STATUS
                    MOVE SYSCTL-RECORD TO SYSCTL-WORK-RECORD
                END-IF
                CLOSE SYSCTLFILE
            END-IF.

            MOVE SYSCTL-WORK-RECORD TO SYSCTL-RECORD.
            MOVE CLOSE-PERIOD-X TO SC-CLOSED-PERIOD.
            MOVE BUSINESS-DATE-X TO SC-CLOSED-DATE.
            MOVE SPACES TO SC-ADJ-WINDOW-UNTIL.
            MOVE SPACES TO SC-ADJ-WINDOW-OPER.
            IF YEAR-END-CLOSE
                MOVE CLOSE-PERIOD-X(1:4) TO SC-CLOSED-YEAR
            END-IF.
            MOVE SYSCTL-RECORD TO SYSCTL-WORK-RECORD.

            OPEN OUTPUT SYSCTLFILE.
            IF NOT FILE-STATUS-SUCCESS OF SYSCTLFILE-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.
            MOVE SYSCTL-WORK-RECORD TO SYSCTL-RECORD.
            WRITE SYSCTL-RECORD.
            IF NOT FILE-STATUS-SUCCESS OF SYSCTLFILE-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.
            CLOSE SYSCTLFILE.
        6000-EXIT.
            EXIT.

        6500-LOG-THE-CLOSE.
            MOVE SPACES TO SECLOG-PARMS.
            MOVE 'BATCH' TO SECLOG-OPERATOR.
            MOVE 'PERIODCL' TO SECLOG-PROGRAM.
            IF YEAR-END-CLOSE
                MOVE 'YEAR CLOSED' TO SECLOG-ACTION
            ELSE
                MOVE 'PERIOD CLOSED' TO SECLOG-ACTION
            END-IF.
            MOVE 'A' TO SECLOG-RESULT.
            MOVE ACCOUNTS-ROLLED-COUNT TO RPT-COUNT-DISPLAY.
            IF SYSCTL-FORCED
                STRING 'PERIOD ' CLOSE-PERIOD-X ' ACCOUNTS '
                       RPT-COUNT-DISPLAY ' FORCED'
                    DELIMITED BY SIZE INTO SECLOG-DETAIL
                END-STRING
            ELSE
                STRING 'PERIOD ' CLOSE-PERIOD-X ' ACCOUNTS '
                       RPT-COUNT-DISPLAY
                    DELIMITED BY SIZE INTO SECLOG-DETAIL
                END-STRING
            END-IF.
            CALL 'SECLOG' USING SECLOG-PARMS.
        6500-EXIT.
            EXIT.

        9000-ABEND-AND-STOP.
            DISPLAY 'PERIODCL - ABEND - BAD FILE STATUS'.
            DISPLAY 'PERIODCL - SYSCTL STATUS:    '
                    SYSCTLFILE-FILE-STATUS.
            DISPLAY 'PERIODCL - ACCTMAST STATUS:  '
                    ACCTMAST-FILE-STATUS.
            DISPLAY 'PERIODCL - ANNSUM STATUS:    '
                    ANNSUMFILE-FILE-STATUS.
            DISPLAY 'PERIODCL - ANNHOLD STATUS:   '
                    ANNHOLDFILE-FILE-STATUS.
            DISPLAY 'PERIODCL - ACCOUNTS ROLLED BEFORE ABEND: '
                    ACCOUNTS-ROLLED-COUNT.
            DISPLAY 'PERIODCL - ROLLED ACCOUNTS CARRY THE NEXT '
                    'PERIOD; A RERUN FINISHES THE REST AND STAMPS '
                    'THE SYSTEM CONTROL RECORD.'.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.

        9500-PRINT-SUMMARY-REPORT.
            DISPLAY ' '.
            DISPLAY '---------------------------------------------'.
            DISPLAY ' PERIODCL - SUMMARY FOR PERIOD ' CLOSE-PERIOD-X.
            DISPLAY '---------------------------------------------'.
            DISPLAY ' ACCOUNTS READ ............. '
                    ACCOUNTS-READ-COUNT.
            DISPLAY ' ACCOUNTS ROLLED ........... '
                    ACCOUNTS-ROLLED-COUNT.
            DISPLAY '   WITH MOVEMENT IN PERIOD . '
                    ACCOUNTS-MOVED-COUNT.
            DISPLAY '   RETAGGED, EARLIER TAG ... '
                    ACCOUNTS-RETAGGED-COUNT.
            DISPLAY ' ALREADY ROLLED (RESTART) .. '
                    ACCOUNTS-AHEAD-COUNT.
            MOVE PERIOD-NET-TOTAL TO RPT-BAL-DISPLAY.
            DISPLAY ' PERIOD NET MOVEMENT ....... '
                    RPT-BAL-DISPLAY.
            MOVE YEAR-NET-TOTAL TO RPT-BAL-DISPLAY.
            DISPLAY ' YEAR-TO-DATE NET MOVEMENT . '
                    RPT-BAL-DISPLAY.
            MOVE MASTER-BALANCE-TOTAL TO RPT-BAL-DISPLAY.
            DISPLAY ' MASTER BALANCE AT CLOSE ... '
                    RPT-BAL-DISPLAY.
            IF YEAR-END-CLOSE
                DISPLAY ' YEAR-END CLOSE FOR ........ '
                        CLOSE-PERIOD-X(1:4)
                DISPLAY ' ANNUAL SUMMARY RECORDS .... '
                        ANNUAL-WRITTEN-COUNT
                IF ANNUAL-RESTART
                    DISPLAY '   CARRIED FROM EARLIER RUN  '
                            ANNUAL-CARRIED-COUNT
                END-IF
                MOVE ANNUAL-OPEN-TOTAL TO RPT-BAL-DISPLAY
                DISPLAY ' ANNUAL OPENING TOTAL ...... '
                        RPT-BAL-DISPLAY
                MOVE ANNUAL-CLOSE-TOTAL TO RPT-BAL-DISPLAY
                DISPLAY ' ANNUAL CLOSING TOTAL ...... '
                        RPT-BAL-DISPLAY
                DISPLAY ' ANNUAL SUMMARY FILE ....... '
                        ANNSUMFILE-DSN
            END-IF.
            DISPLAY ' PERIODS NOW CLOSED THROUGH  ' CLOSE-PERIOD-X.
            DISPLAY '---------------------------------------------'.
            DISPLAY ' '.
        9500-EXIT.
            EXIT.
