        IDENTIFICATION DIVISION.
        PROGRAM-ID. INTFEE.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

        SELECT ACCTMAST ASSIGN TO DYNAMIC ACCTMAST-DSN
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ACCT-ID
            FILE STATUS  IS ACCTMAST-FILE-STATUS.

        SELECT TRANHIST ASSIGN TO DYNAMIC TRANHIST-DSN
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS HIST-TRAN-ID
            FILE STATUS  IS TRANHIST-FILE-STATUS.

        SELECT RATEFILE ASSIGN TO DYNAMIC RATEFILE-DSN
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RATE-KEY
            FILE STATUS  IS RATEFILE-FILE-STATUS.

        SELECT ACCRFILE ASSIGN TO DYNAMIC ACCRFILE-DSN
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ACCR-KEY
            FILE STATUS  IS ACCRFILE-FILE-STATUS.

        SELECT MTHENDFILE ASSIGN TO DYNAMIC MTHENDFILE-DSN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS MTHENDFILE-FILE-STATUS.

        SELECT SYSCTLFILE ASSIGN TO DYNAMIC SYSCTLFILE-DSN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS SYSCTLFILE-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
         FD ACCTMAST
            RECORD CONTAINS 160.

            COPY ACCTREC.

         FD TRANHIST
            RECORD CONTAINS 80.

            COPY HISTREC.

         FD RATEFILE
            RECORD CONTAINS 80.

            COPY RATEREC.

         FD ACCRFILE
            RECORD CONTAINS 128.

            COPY ACCRREC.

         FD MTHENDFILE
            RECORD CONTAINS 80.

            COPY TRANREC.

         FD SYSCTLFILE
            RECORD CONTAINS 80.

            COPY SYSCTL.

        WORKING-STORAGE SECTION.

         01 ACCTMAST-DSN            PIC X(80).
         01 TRANHIST-DSN            PIC X(80).
         01 RATEFILE-DSN            PIC X(80).
         01 ACCRFILE-DSN            PIC X(80).
         01 MTHENDFILE-DSN          PIC X(80).
         01 SYSCTLFILE-DSN          PIC X(80).

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==ACCTMAST-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==TRANHIST-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==RATEFILE-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==ACCRFILE-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==MTHENDFILE-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==SYSCTLFILE-FILE-STATUS==
             .

         COPY DATECALC.

         01 CURRENT-RUN-DATE        PIC 9(08) VALUE ZERO.
         01 CURRENT-RUN-PARTS REDEFINES CURRENT-RUN-DATE.
            05 CURRENT-RUN-YYYY     PIC 9(04).
            05 CURRENT-RUN-MM       PIC 9(02).
            05 CURRENT-RUN-DD       PIC 9(02).

         01 BUSINESS-DATE-X         PIC X(08) VALUE SPACES.
         01 BUSINESS-DATE-PARTS REDEFINES BUSINESS-DATE-X.
            05 BUSINESS-YYYY        PIC 9(04).
            05 BUSINESS-MM          PIC 9(02).
            05 BUSINESS-DD          PIC 9(02).
         01 CLOSED-PERIOD-X         PIC X(06) VALUE SPACES.

         01 PERIOD-X                PIC X(06) VALUE SPACES.
         01 PERIOD-PARTS REDEFINES PERIOD-X.
            05 PERIOD-YYYY          PIC 9(04).
            05 PERIOD-MM            PIC 9(02).

         01 PERIOD-START-X          PIC X(08) VALUE SPACES.
         01 PERIOD-END-X            PIC X(08) VALUE SPACES.
         01 PERIOD-END-PARTS REDEFINES PERIOD-END-X.
            05 PERIOD-END-YYYYMM    PIC X(06).
            05 PERIOD-END-DD        PIC 9(02).
         01 PERIOD-DAYS             PIC 9(02) VALUE ZERO.

         01 PERIOD-OK-SW            PIC X(01) VALUE 'N'.
            88 PERIOD-OK                   VALUE 'Y'.

         01 RUN-REFUSED-SW          PIC X(01) VALUE 'N'.
            88 RUN-REFUSED                 VALUE 'Y'.

         01 ACCR-SCAN-DONE-SW       PIC X(01) VALUE 'N'.
            88 ACCR-SCAN-DONE              VALUE 'Y'.

         01 HIST-SCAN-DONE-SW       PIC X(01) VALUE 'N'.
            88 HIST-SCAN-DONE              VALUE 'Y'.

         01 XFER-MAX                PIC 9(04) COMP VALUE 2000.
         01 XFER-COUNT              PIC 9(04) COMP VALUE ZERO.
         01 XFER-IX                 PIC 9(04) COMP VALUE ZERO.
         01 XFER-TABLE.
            05 XFER-HIST-IMAGE      PIC X(80) OCCURS 2000 TIMES.
         01 XFER-TABLE-FULL-SW      PIC X(01) VALUE 'N'.
            88 XFER-TABLE-FULL             VALUE 'Y'.

         01 RATE-TABLE-COUNT        PIC 9(02) COMP VALUE ZERO.
         01 RATE-IX                 PIC 9(02) COMP VALUE ZERO.
         01 RATE-FOUND-IX           PIC 9(02) COMP VALUE ZERO.
         01 RATE-DEFAULT-IX         PIC 9(02) COMP VALUE ZERO.
         01 RATE-SCHEDULE-TABLE.
            05 RATE-ENTRY OCCURS 50 TIMES.
               10 RTX-KEY              PIC X(04).
               10 RTX-INT-RATE         PIC 9(02)V9(05).
               10 RTX-INT-MIN-BAL      PIC 9(09)V99.
               10 RTX-MAINT-FEE        PIC 9(05)V99.
               10 RTX-FEE-WAIVE-BAL    PIC 9(09)V99.
               10 RTX-FREE-TRAN-COUNT  PIC 9(03).
               10 RTX-PER-TRAN-FEE     PIC 9(03)V99.

         01 ITEM-DAY                PIC 9(02) VALUE ZERO.
         01 ITEM-EFFECT-WORK        PIC S9(11)V99 VALUE ZERO.
         01 WEIGHT-SUM-WORK         PIC S9(13)V99 VALUE ZERO.
         01 LATER-ACTIVITY-WORK     PIC S9(11)V99 VALUE ZERO.
         01 END-BAL-WORK            PIC S9(11)V99 VALUE ZERO.
         01 AVG-BAL-WORK            PIC S9(11)V99 VALUE ZERO.
         01 INTEREST-WORK           PIC 9(09)V99 VALUE ZERO.
         01 MAINT-FEE-WORK          PIC 9(07)V99 VALUE ZERO.
         01 TRAN-FEE-WORK           PIC 9(07)V99 VALUE ZERO.
         01 FEE-TOTAL-WORK          PIC 9(09)V99 VALUE ZERO.
         01 PERIOD-ITEM-COUNT       PIC 9(05) VALUE ZERO.

         01 ACCOUNTS-READ-COUNT     PIC 9(9) COMP VALUE ZERO.
         01 ACCOUNTS-CHARGED-COUNT  PIC 9(9) COMP VALUE ZERO.
         01 ACCOUNTS-NIL-COUNT      PIC 9(9) COMP VALUE ZERO.
         01 ACCOUNTS-SKIPPED-COUNT  PIC 9(9) COMP VALUE ZERO.
         01 ACCOUNTS-NOSCHED-COUNT  PIC 9(9) COMP VALUE ZERO.
         01 INTEREST-ITEM-COUNT     PIC 9(9) COMP VALUE ZERO.
         01 FEE-ITEM-COUNT          PIC 9(9) COMP VALUE ZERO.
         01 PARTIAL-CLEARED-COUNT   PIC 9(9) COMP VALUE ZERO.
         01 OUTPUT-DETAIL-COUNT     PIC 9(09) VALUE ZERO.
         01 OUTPUT-HASH-TOTAL       PIC S9(11)V99 VALUE ZERO.
         01 INTEREST-TOTAL          PIC 9(09)V99 VALUE ZERO.
         01 MAINT-FEE-TOTAL         PIC 9(07)V99 VALUE ZERO.
         01 TRAN-FEE-TOTAL          PIC 9(07)V99 VALUE ZERO.

         01 RPT-AVG-DISPLAY         PIC ZZZZZZZZZ9.99-.
         01 RPT-INT-DISPLAY         PIC ZZZZZZZZ9.99.
         01 RPT-FEE-DISPLAY         PIC ZZZZZZZZ9.99.
         01 RPT-RATE-DISPLAY        PIC Z9.99999.
         01 RPT-ACTION-TEXT         PIC X(12) VALUE SPACES.

        PROCEDURE DIVISION.
            PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

            IF NOT PERIOD-OK
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.

            PERFORM 1400-CHECK-PRIOR-RUN
               THRU 1400-EXIT.

            IF RUN-REFUSED
                CLOSE ACCRFILE
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.

            PERFORM 1600-LOAD-RATE-TABLE
               THRU 1600-EXIT.

            PERFORM 1700-LOAD-TRANSFER-LEGS
               THRU 1700-EXIT.

            IF XFER-TABLE-FULL
                CLOSE ACCRFILE
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.

            PERFORM 1800-OPEN-RUN-FILES
               THRU 1800-EXIT.

            DISPLAY ' '.
            DISPLAY '---------------------------------------------'.
            DISPLAY ' INTFEE - MONTH-END ACCRUAL REGISTER FOR '
                    PERIOD-X ' (' PERIOD-START-X ' - '
                    PERIOD-END-X ', ' PERIOD-DAYS ' DAYS)'.
            DISPLAY '---------------------------------------------'.
            DISPLAY ' ACCT BRCH  AVG DAILY BAL   RATE %     INTEREST'
                    '      CHARGES ITEMS RESULT'.

            MOVE LOW-VALUES TO ACCT-ID.
            START ACCTMAST KEY IS NOT LESS THAN ACCT-ID.
            IF FILE-STATUS-SUCCESS OF ACCTMAST-FILE-STATUS
                PERFORM 3000-PROCESS-ONE-ACCOUNT
                   THRU 3000-EXIT
                   UNTIL FILE-STATUS-AT-END OF ACCTMAST-FILE-STATUS
            END-IF.

            PERFORM 5000-WRITE-TRAILER
               THRU 5000-EXIT.

            PERFORM 5500-WRITE-CLOSING-RECORD
               THRU 5500-EXIT.

            CLOSE ACCTMAST.
            CLOSE TRANHIST.
            CLOSE MTHENDFILE.
            CLOSE ACCRFILE.

            PERFORM 9500-PRINT-SUMMARY-REPORT
               THRU 9500-EXIT.

            GOBACK.

        1000-INITIALIZE.
            MOVE SPACES TO ACCTMAST-DSN.
            ACCEPT ACCTMAST-DSN FROM ENVIRONMENT 'DD_ACCTMAST'.
            IF ACCTMAST-DSN = SPACES
                MOVE './ACCTMAST.IDX' TO ACCTMAST-DSN
            END-IF.

            MOVE SPACES TO TRANHIST-DSN.
            ACCEPT TRANHIST-DSN FROM ENVIRONMENT 'DD_TRANHIST'.
            IF TRANHIST-DSN = SPACES
                MOVE './TRANHIST.IDX' TO TRANHIST-DSN
            END-IF.

            MOVE SPACES TO RATEFILE-DSN.
            ACCEPT RATEFILE-DSN FROM ENVIRONMENT 'DD_RATEFILE'.
            IF RATEFILE-DSN = SPACES
                MOVE './RATES.IDX' TO RATEFILE-DSN
            END-IF.

            MOVE SPACES TO ACCRFILE-DSN.
            ACCEPT ACCRFILE-DSN FROM ENVIRONMENT 'DD_ACCRFILE'.
            IF ACCRFILE-DSN = SPACES
                MOVE './ACCRUAL.IDX' TO ACCRFILE-DSN
            END-IF.

            MOVE SPACES TO MTHENDFILE-DSN.
            ACCEPT MTHENDFILE-DSN FROM ENVIRONMENT 'DD_MTHENDFILE'.
            IF MTHENDFILE-DSN = SPACES
                MOVE './MTHEND.TXT' TO MTHENDFILE-DSN
            END-IF.

            MOVE SPACES TO SYSCTLFILE-DSN.
            ACCEPT SYSCTLFILE-DSN FROM ENVIRONMENT 'DD_SYSCTL'.
            IF SYSCTLFILE-DSN = SPACES
                MOVE './SYSCTL.TXT' TO SYSCTLFILE-DSN
            END-IF.

            ACCEPT CURRENT-RUN-DATE FROM DATE YYYYMMDD.

            PERFORM 1050-READ-SYSTEM-CONTROL
               THRU 1050-EXIT.

            MOVE SPACES TO PERIOD-X.
            ACCEPT PERIOD-X FROM ENVIRONMENT 'INTFEE_PERIOD'.
            IF PERIOD-X = SPACES
                PERFORM 1100-DEFAULT-TO-LAST-MONTH
                   THRU 1100-EXIT
            END-IF.

            IF PERIOD-X IS NUMERIC
               AND PERIOD-MM > ZERO
               AND PERIOD-MM < 13
                PERFORM 1200-SET-PERIOD-DATES
                   THRU 1200-EXIT
            ELSE
                DISPLAY 'INTFEE - INTFEE_PERIOD MUST BE YYYYMM, '
                        'GOT: ' PERIOD-X
            END-IF.
        1000-EXIT.
            EXIT.

        1050-READ-SYSTEM-CONTROL.
            MOVE SPACES TO BUSINESS-DATE-X.
            MOVE SPACES TO CLOSED-PERIOD-X.
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
                    MOVE SC-CLOSED-PERIOD TO CLOSED-PERIOD-X
                END-IF
                CLOSE SYSCTLFILE
            END-IF.

            IF BUSINESS-DATE-X IS NOT NUMERIC
                MOVE CURRENT-RUN-DATE TO BUSINESS-DATE-X
                DISPLAY 'INTFEE - NO BUSINESS DATE ON THE SYSTEM '
                        'CONTROL FILE, WORKING FROM TODAY: '
                        BUSINESS-DATE-X
            ELSE
                DISPLAY 'INTFEE - BUSINESS DATE FROM THE SYSTEM '
                        'CONTROL FILE: ' BUSINESS-DATE-X
            END-IF.
        1050-EXIT.
            EXIT.

        1100-DEFAULT-TO-LAST-MONTH.
            IF CLOSED-PERIOD-X = BUSINESS-DATE-X(1:6)
                MOVE CLOSED-PERIOD-X TO PERIOD-X
            ELSE
                IF BUSINESS-MM = 1
                    COMPUTE PERIOD-YYYY = BUSINESS-YYYY - 1
                    MOVE 12 TO PERIOD-MM
                ELSE
                    MOVE BUSINESS-YYYY TO PERIOD-YYYY
                    COMPUTE PERIOD-MM = BUSINESS-MM - 1
                END-IF
            END-IF.
            DISPLAY 'INTFEE - NO INTFEE_PERIOD GIVEN, DEFAULTING TO '
                    'THE MONTH JUST ENDED: ' PERIOD-X.
        1100-EXIT.
            EXIT.

        1200-SET-PERIOD-DATES.
            STRING PERIOD-X '01' DELIMITED BY SIZE
                INTO PERIOD-START-X.
            MOVE PERIOD-X TO PERIOD-END-YYYYMM.
            MOVE 32 TO PERIOD-END-DD.
            MOVE '1' TO DATECALC-STATUS.
            PERFORM 1250-TRY-MONTH-END-DAY
               THRU 1250-EXIT
               UNTIL DATECALC-OK
                  OR PERIOD-END-DD < 28.

            IF NOT DATECALC-OK
                DISPLAY 'INTFEE - CANNOT WORK OUT THE LAST DAY OF '
                        'PERIOD ' PERIOD-X
            ELSE
                MOVE PERIOD-END-DD TO PERIOD-DAYS
                IF PERIOD-END-X > BUSINESS-DATE-X
                   AND PERIOD-X > CLOSED-PERIOD-X
                    DISPLAY 'INTFEE - PERIOD ' PERIOD-X ' HAS NOT '
                            'ENDED YET (LAST DAY ' PERIOD-END-X
                            ') - NOTHING RUN.'
                ELSE
                    SET PERIOD-OK TO TRUE
                END-IF
            END-IF.
        1200-EXIT.
            EXIT.

        1250-TRY-MONTH-END-DAY.
            SUBTRACT 1 FROM PERIOD-END-DD.
            MOVE PERIOD-END-X TO DATECALC-DATE.
            CALL 'DATECALC' USING DATECALC-PARMS.
        1250-EXIT.
            EXIT.

        1400-CHECK-PRIOR-RUN.
            OPEN I-O ACCRFILE.
            IF FILE-STATUS-FILE-MISSING OF ACCRFILE-FILE-STATUS
                DISPLAY 'INTFEE - CREATING NEW ACCRUAL REGISTER: '
                        ACCRFILE-DSN
                OPEN OUTPUT ACCRFILE
                IF FILE-STATUS-SUCCESS OF ACCRFILE-FILE-STATUS
                    CLOSE ACCRFILE
                    OPEN I-O ACCRFILE
                END-IF
            END-IF.
            IF NOT FILE-STATUS-SUCCESS OF ACCRFILE-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.

            MOVE PERIOD-X TO ACCR-PERIOD.
            MOVE '****' TO ACCR-ACCT-ID.
            READ ACCRFILE.
            IF FILE-STATUS-SUCCESS OF ACCRFILE-FILE-STATUS
                SET RUN-REFUSED TO TRUE
                DISPLAY 'INTFEE - PERIOD ' PERIOD-X ' WAS ALREADY '
                        'RUN ON ' ACCR-RUN-DATE
                        ' - INTEREST AND CHARGES ARE NOT GENERATED '
                        'TWICE FOR THE SAME MONTH.'
            ELSE
                MOVE PERIOD-X TO ACCR-PERIOD
                MOVE LOW-VALUES TO ACCR-ACCT-ID
                START ACCRFILE KEY IS NOT LESS THAN ACCR-KEY
                IF FILE-STATUS-SUCCESS OF ACCRFILE-FILE-STATUS
                    MOVE 'N' TO ACCR-SCAN-DONE-SW
                    PERFORM 1450-CLEAR-PARTIAL-RECORD
                       THRU 1450-EXIT
                       UNTIL ACCR-SCAN-DONE
                END-IF
                IF PARTIAL-CLEARED-COUNT > ZERO
                    DISPLAY 'INTFEE - AN EARLIER RUN FOR ' PERIOD-X
                            ' DID NOT FINISH; ' PARTIAL-CLEARED-COUNT
                            ' REGISTER RECORDS CLEARED AND REBUILT.'
                END-IF
            END-IF.
        1400-EXIT.
            EXIT.

        1450-CLEAR-PARTIAL-RECORD.
            READ ACCRFILE NEXT RECORD
              AT END
                 SET FILE-STATUS-AT-END OF ACCRFILE-FILE-STATUS
                  TO TRUE
            END-READ.

            IF FILE-STATUS-SUCCESS OF ACCRFILE-FILE-STATUS
               AND ACCR-PERIOD = PERIOD-X
                DELETE ACCRFILE RECORD
                IF NOT FILE-STATUS-SUCCESS OF ACCRFILE-FILE-STATUS
                    PERFORM 9000-ABEND-AND-STOP
                END-IF
                ADD 1 TO PARTIAL-CLEARED-COUNT
            ELSE
                SET ACCR-SCAN-DONE TO TRUE
            END-IF.
        1450-EXIT.
            EXIT.

        1600-LOAD-RATE-TABLE.
            OPEN INPUT RATEFILE.
            IF NOT FILE-STATUS-SUCCESS OF RATEFILE-FILE-STATUS
                DISPLAY 'INTFEE - NO RATE SCHEDULE FILE: '
                        RATEFILE-DSN
                PERFORM 9000-ABEND-AND-STOP
            END-IF.

            MOVE LOW-VALUES TO RATE-KEY.
            START RATEFILE KEY IS NOT LESS THAN RATE-KEY.
            IF FILE-STATUS-SUCCESS OF RATEFILE-FILE-STATUS
                PERFORM 1650-LOAD-ONE-SCHEDULE
                   THRU 1650-EXIT
                   UNTIL FILE-STATUS-AT-END OF RATEFILE-FILE-STATUS
            END-IF.
            CLOSE RATEFILE.

            DISPLAY 'INTFEE - RATE SCHEDULES IN EFFECT FOR '
                    PERIOD-X ': ' RATE-TABLE-COUNT.
            IF RATE-DEFAULT-IX = ZERO
                DISPLAY 'INTFEE - WARNING: NO ACTIVE HOUSE DEFAULT '
                        '(****) SCHEDULE - BRANCHES WITHOUT THEIR '
                        'OWN SCHEDULE ARE NOT CHARGED.'
            END-IF.
        1600-EXIT.
            EXIT.

        1650-LOAD-ONE-SCHEDULE.
            READ RATEFILE NEXT RECORD
              AT END
                 SET FILE-STATUS-AT-END OF RATEFILE-FILE-STATUS
                  TO TRUE
            END-READ.

            IF FILE-STATUS-AT-END OF RATEFILE-FILE-STATUS
                NEXT SENTENCE
            ELSE
                IF FILE-STATUS-SUCCESS OF RATEFILE-FILE-STATUS
                    IF RATE-ACTIVE
                       AND RATE-EFF-DATE NOT > PERIOD-END-X
                        IF RATE-TABLE-COUNT < 50
                            ADD 1 TO RATE-TABLE-COUNT
                            MOVE RATE-KEY
                                 TO RTX-KEY (RATE-TABLE-COUNT)
                            MOVE RATE-INT-RATE
                                 TO RTX-INT-RATE (RATE-TABLE-COUNT)
                            MOVE RATE-INT-MIN-BAL
                                 TO RTX-INT-MIN-BAL (RATE-TABLE-COUNT)
                            MOVE RATE-MAINT-FEE
                                 TO RTX-MAINT-FEE (RATE-TABLE-COUNT)
                            MOVE RATE-FEE-WAIVE-BAL
                                 TO RTX-FEE-WAIVE-BAL
                                    (RATE-TABLE-COUNT)
                            MOVE RATE-FREE-TRAN-COUNT
                                 TO RTX-FREE-TRAN-COUNT
                                    (RATE-TABLE-COUNT)
                            MOVE RATE-PER-TRAN-FEE
                                 TO RTX-PER-TRAN-FEE
                                    (RATE-TABLE-COUNT)
                            IF RATE-KEY = '****'
                                MOVE RATE-TABLE-COUNT
                                     TO RATE-DEFAULT-IX
                            END-IF
                        ELSE
                            DISPLAY 'INTFEE - WARNING: MORE THAN 50 '
                                    'RATE SCHEDULES, ' RATE-KEY
                                    ' IGNORED.'
                        END-IF
                    END-IF
                ELSE
                    SET FILE-STATUS-AT-END OF RATEFILE-FILE-STATUS
                        TO TRUE
                END-IF
            END-IF.
        1650-EXIT.
            EXIT.

        1700-LOAD-TRANSFER-LEGS.
            MOVE ZERO TO XFER-COUNT.
            OPEN INPUT TRANHIST.
            IF NOT FILE-STATUS-SUCCESS OF TRANHIST-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.

            MOVE LOW-VALUES TO HIST-TRAN-ID.
            START TRANHIST KEY IS NOT LESS THAN HIST-TRAN-ID.
            IF FILE-STATUS-SUCCESS OF TRANHIST-FILE-STATUS
                MOVE 'N' TO HIST-SCAN-DONE-SW
                PERFORM 1750-KEEP-ONE-TRANSFER
                   THRU 1750-EXIT
                   UNTIL HIST-SCAN-DONE
                      OR XFER-TABLE-FULL
            END-IF.
            CLOSE TRANHIST.

            IF XFER-TABLE-FULL
                DISPLAY 'INTFEE - MORE THAN ' XFER-MAX ' TRANSFERS '
                        'DATED IN OR AFTER ' PERIOD-X ' - CANNOT '
                        'WEIGH BOTH LEGS.  RAISE THE TRANSFER TABLE '
                        'SIZE AND RERUN.'
            ELSE
                DISPLAY 'INTFEE - TRANSFERS DATED IN OR AFTER '
                        PERIOD-X ': ' XFER-COUNT
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
                SET HIST-SCAN-DONE TO TRUE
            ELSE
                IF NOT FILE-STATUS-SUCCESS OF TRANHIST-FILE-STATUS
                    PERFORM 9000-ABEND-AND-STOP
                END-IF
                IF HIST-TYPE-TRANSFER
                   AND HIST-TRAN-DATE NOT < PERIOD-START-X
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

        1800-OPEN-RUN-FILES.
            OPEN INPUT ACCTMAST.
            IF NOT FILE-STATUS-SUCCESS OF ACCTMAST-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.

            OPEN INPUT TRANHIST.
            IF NOT FILE-STATUS-SUCCESS OF TRANHIST-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.

            OPEN OUTPUT MTHENDFILE.
            IF NOT FILE-STATUS-SUCCESS OF MTHENDFILE-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.

            MOVE SPACES TO TRAN-HEADER-RECORD.
            MOVE 'HD' TO THR-REC-TYPE.
            MOVE PERIOD-END-X TO THR-FILE-DATE.
            MOVE 'MEIF' TO THR-SOURCE-ID.
            WRITE TRAN-HEADER-RECORD.
            IF NOT FILE-STATUS-SUCCESS OF MTHENDFILE-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.
        1800-EXIT.
            EXIT.

        3000-PROCESS-ONE-ACCOUNT.
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
                    PERFORM 3100-WORK-OUT-THE-ACCOUNT
                       THRU 3100-EXIT
                ELSE
                    PERFORM 9000-ABEND-AND-STOP
                END-IF
            END-IF.
        3000-EXIT.
            EXIT.

        3100-WORK-OUT-THE-ACCOUNT.
            MOVE SPACES TO ACCR-RECORD.
            MOVE PERIOD-X TO ACCR-PERIOD.
            MOVE ACCT-ID TO ACCR-ACCT-ID.
            MOVE PERIOD-DAYS TO ACCR-DAYS.
            MOVE ZERO TO ACCR-END-BAL.
            MOVE ZERO TO ACCR-AVG-BAL.
            MOVE ZERO TO ACCR-INT-RATE.
            MOVE ZERO TO ACCR-INTEREST.
            MOVE ZERO TO ACCR-TRAN-COUNT.
            MOVE ZERO TO ACCR-MAINT-FEE.
            MOVE ZERO TO ACCR-TRAN-FEE.
            MOVE CURRENT-RUN-DATE TO ACCR-RUN-DATE.
            MOVE ZERO TO INTEREST-WORK.
            MOVE ZERO TO FEE-TOTAL-WORK.
            MOVE ZERO TO AVG-BAL-WORK.
            MOVE ZERO TO PERIOD-ITEM-COUNT.

            IF NOT ACCT-STATUS-OPEN
                SET ACCR-SKIPPED TO TRUE
                ADD 1 TO ACCOUNTS-SKIPPED-COUNT
            ELSE
                PERFORM 3200-FIND-RATE-SCHEDULE
                   THRU 3200-EXIT
                IF RATE-FOUND-IX = ZERO
                    SET ACCR-NO-SCHEDULE TO TRUE
                    ADD 1 TO ACCOUNTS-NOSCHED-COUNT
                ELSE
                    MOVE RTX-KEY (RATE-FOUND-IX) TO ACCR-RATE-KEY
                    MOVE RTX-INT-RATE (RATE-FOUND-IX)
                         TO ACCR-INT-RATE
                    PERFORM 3300-SCAN-ACCOUNT-HISTORY
                       THRU 3300-EXIT
                    PERFORM 3400-WORK-OUT-INTEREST-AND-FEES
                       THRU 3400-EXIT
                    IF INTEREST-WORK > ZERO
                        PERFORM 4000-WRITE-INTEREST-ITEM
                           THRU 4000-EXIT
                    END-IF
                    IF FEE-TOTAL-WORK > ZERO
                        PERFORM 4100-WRITE-CHARGE-ITEM
                           THRU 4100-EXIT
                    END-IF
                    IF INTEREST-WORK > ZERO OR FEE-TOTAL-WORK > ZERO
                        SET ACCR-GENERATED TO TRUE
                        ADD 1 TO ACCOUNTS-CHARGED-COUNT
                    ELSE
                        SET ACCR-NOTHING-DUE TO TRUE
                        ADD 1 TO ACCOUNTS-NIL-COUNT
                    END-IF
                END-IF
            END-IF.

            WRITE ACCR-RECORD.
            IF NOT FILE-STATUS-SUCCESS OF ACCRFILE-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.

            PERFORM 3900-PRINT-REGISTER-LINE
               THRU 3900-EXIT.
        3100-EXIT.
            EXIT.

        3200-FIND-RATE-SCHEDULE.
            MOVE ZERO TO RATE-FOUND-IX.
            PERFORM 3250-CHECK-ONE-SCHEDULE
               THRU 3250-EXIT
               VARYING RATE-IX FROM 1 BY 1
               UNTIL RATE-IX > RATE-TABLE-COUNT
                  OR RATE-FOUND-IX > ZERO.
            IF RATE-FOUND-IX = ZERO
                MOVE RATE-DEFAULT-IX TO RATE-FOUND-IX
            END-IF.
        3200-EXIT.
            EXIT.

        3250-CHECK-ONE-SCHEDULE.
            IF RTX-KEY (RATE-IX) = ACCT-BRANCH-CD
                MOVE RATE-IX TO RATE-FOUND-IX
            END-IF.
        3250-EXIT.
            EXIT.

        3300-SCAN-ACCOUNT-HISTORY.
            MOVE ZERO TO WEIGHT-SUM-WORK.
            MOVE ZERO TO LATER-ACTIVITY-WORK.

            MOVE ACCT-ID TO HIST-TRAN-ID(1:4).
            MOVE LOW-VALUES TO HIST-TRAN-ID(5:6).
            START TRANHIST KEY IS NOT LESS THAN HIST-TRAN-ID.
            IF FILE-STATUS-SUCCESS OF TRANHIST-FILE-STATUS
                MOVE 'N' TO HIST-SCAN-DONE-SW
                PERFORM 3350-READ-ONE-HISTORY-ITEM
                   THRU 3350-EXIT
                   UNTIL HIST-SCAN-DONE
            END-IF.

            PERFORM 3370-WEIGH-ONE-TRANSFER
               THRU 3370-EXIT
               VARYING XFER-IX FROM 1 BY 1
               UNTIL XFER-IX > XFER-COUNT.
        3300-EXIT.
            EXIT.

        3350-READ-ONE-HISTORY-ITEM.
            READ TRANHIST NEXT RECORD
              AT END
                 SET FILE-STATUS-AT-END OF TRANHIST-FILE-STATUS
                  TO TRUE
            END-READ.

            IF FILE-STATUS-SUCCESS OF TRANHIST-FILE-STATUS
               AND HIST-TRAN-ID(1:4) = ACCT-ID
                IF NOT HIST-TYPE-TRANSFER
                    PERFORM 3360-WEIGH-ONE-ITEM
                       THRU 3360-EXIT
                END-IF
            ELSE
                SET HIST-SCAN-DONE TO TRUE
            END-IF.
        3350-EXIT.
            EXIT.

        3360-WEIGH-ONE-ITEM.
            MOVE ZERO TO ITEM-EFFECT-WORK.
            IF HIST-AMOUNT-X(1:10) IS NUMERIC
               AND (HIST-AMOUNT-X(11:1) = '+'
                 OR HIST-AMOUNT-X(11:1) = '-')
               AND HIST-TRAN-DATE IS NUMERIC
                EVALUATE HIST-STATUS-CD
                    WHEN '02'
                        MOVE HIST-AMOUNT-N TO ITEM-EFFECT-WORK
                    WHEN '03'
                        COMPUTE ITEM-EFFECT-WORK =
                            ZERO - HIST-AMOUNT-N
                END-EVALUATE
                IF HIST-TRAN-DATE > PERIOD-END-X
                    ADD ITEM-EFFECT-WORK TO LATER-ACTIVITY-WORK
                ELSE
                    IF HIST-TRAN-DATE NOT < PERIOD-START-X
                        MOVE HIST-TRAN-DATE(7:2) TO ITEM-DAY
                        COMPUTE WEIGHT-SUM-WORK = WEIGHT-SUM-WORK
                            + (ITEM-EFFECT-WORK * (ITEM-DAY - 1))
                        IF HIST-STATUS-CD = '02'
                           AND PERIOD-ITEM-COUNT < 99999
                            ADD 1 TO PERIOD-ITEM-COUNT
                        END-IF
                    END-IF
                END-IF
            END-IF.
        3360-EXIT.
            EXIT.

        3370-WEIGH-ONE-TRANSFER.
            MOVE XFER-HIST-IMAGE (XFER-IX) TO HIST-RECORD.
            IF HIST-XFER-FROM-ACCT = ACCT-ID
               OR HIST-XFER-TO-ACCT = ACCT-ID
                IF HIST-XFER-FROM-ACCT = ACCT-ID
                   AND HIST-AMOUNT-X(1:10) IS NUMERIC
                   AND (HIST-AMOUNT-X(11:1) = '+'
                     OR HIST-AMOUNT-X(11:1) = '-')
                    COMPUTE HIST-AMOUNT-N = ZERO - HIST-AMOUNT-N
                END-IF
                PERFORM 3360-WEIGH-ONE-ITEM
                   THRU 3360-EXIT
            END-IF.
        3370-EXIT.
            EXIT.

        3400-WORK-OUT-INTEREST-AND-FEES.
            COMPUTE END-BAL-WORK = ACCT-BALANCE - LATER-ACTIVITY-WORK.
            COMPUTE AVG-BAL-WORK ROUNDED =
                END-BAL-WORK - (WEIGHT-SUM-WORK / PERIOD-DAYS).

            MOVE ZERO TO INTEREST-WORK.
            IF RTX-INT-RATE (RATE-FOUND-IX) > ZERO
               AND AVG-BAL-WORK > ZERO
               AND AVG-BAL-WORK NOT < RTX-INT-MIN-BAL (RATE-FOUND-IX)
                COMPUTE INTEREST-WORK ROUNDED =
                    AVG-BAL-WORK * RTX-INT-RATE (RATE-FOUND-IX)
                    * PERIOD-DAYS / 36500
            END-IF.
            IF INTEREST-WORK > 99999999.99
                DISPLAY 'INTFEE - WARNING: INTEREST ON ' ACCT-ID
                        ' TOO LARGE FOR ONE TRANSACTION - NOT '
                        'GENERATED, POST IT MANUALLY.'
                MOVE ZERO TO INTEREST-WORK
                MOVE 8 TO RETURN-CODE
            END-IF.

            MOVE ZERO TO MAINT-FEE-WORK.
            IF RTX-MAINT-FEE (RATE-FOUND-IX) > ZERO
                IF RTX-FEE-WAIVE-BAL (RATE-FOUND-IX) = ZERO
                   OR AVG-BAL-WORK <
                      RTX-FEE-WAIVE-BAL (RATE-FOUND-IX)
                    MOVE RTX-MAINT-FEE (RATE-FOUND-IX)
                         TO MAINT-FEE-WORK
                END-IF
            END-IF.

            MOVE ZERO TO TRAN-FEE-WORK.
            IF PERIOD-ITEM-COUNT >
               RTX-FREE-TRAN-COUNT (RATE-FOUND-IX)
                COMPUTE TRAN-FEE-WORK =
                    (PERIOD-ITEM-COUNT
                      - RTX-FREE-TRAN-COUNT (RATE-FOUND-IX))
                    * RTX-PER-TRAN-FEE (RATE-FOUND-IX)
            END-IF.

            COMPUTE FEE-TOTAL-WORK = MAINT-FEE-WORK + TRAN-FEE-WORK.

            MOVE END-BAL-WORK TO ACCR-END-BAL.
            MOVE AVG-BAL-WORK TO ACCR-AVG-BAL.
            MOVE INTEREST-WORK TO ACCR-INTEREST.
            MOVE PERIOD-ITEM-COUNT TO ACCR-TRAN-COUNT.
            MOVE MAINT-FEE-WORK TO ACCR-MAINT-FEE.
            MOVE TRAN-FEE-WORK TO ACCR-TRAN-FEE.
        3400-EXIT.
            EXIT.

        3900-PRINT-REGISTER-LINE.
            EVALUATE TRUE
                WHEN ACCR-GENERATED
                    MOVE 'GENERATED' TO RPT-ACTION-TEXT
                WHEN ACCR-NOTHING-DUE
                    MOVE 'NOTHING DUE' TO RPT-ACTION-TEXT
                WHEN ACCR-SKIPPED
                    MOVE 'NOT OPEN' TO RPT-ACTION-TEXT
                WHEN ACCR-NO-SCHEDULE
                    MOVE 'NO SCHEDULE' TO RPT-ACTION-TEXT
            END-EVALUATE.
            MOVE AVG-BAL-WORK TO RPT-AVG-DISPLAY.
            MOVE ACCR-INT-RATE TO RPT-RATE-DISPLAY.
            MOVE INTEREST-WORK TO RPT-INT-DISPLAY.
            MOVE FEE-TOTAL-WORK TO RPT-FEE-DISPLAY.
            DISPLAY ' ' ACCT-ID ' ' ACCT-BRANCH-CD ' '
                    RPT-AVG-DISPLAY ' ' RPT-RATE-DISPLAY ' '
                    RPT-INT-DISPLAY ' ' RPT-FEE-DISPLAY ' '
                    PERIOD-ITEM-COUNT ' ' RPT-ACTION-TEXT.
        3900-EXIT.
            EXIT.

        4000-WRITE-INTEREST-ITEM.
            MOVE SPACES TO TRAN-RECORD.
            STRING ACCT-ID 'MI' PERIOD-X(3:4) DELIMITED BY SIZE
                INTO TRAN-ID.
            MOVE CURRENT-RUN-DATE TO TRAN-DATE.
            MOVE INTEREST-WORK TO TRAN-AMOUNT-N.
            SET TRAN-STATUS-POSTED TO TRUE.
            STRING 'MONTH-END INTEREST ' PERIOD-X
                DELIMITED BY SIZE INTO TRAN-DESC.
            WRITE TRAN-RECORD.
            IF NOT FILE-STATUS-SUCCESS OF MTHENDFILE-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.

            ADD 1 TO OUTPUT-DETAIL-COUNT.
            ADD 1 TO INTEREST-ITEM-COUNT.
            ADD TRAN-AMOUNT-N TO OUTPUT-HASH-TOTAL.
            ADD INTEREST-WORK TO INTEREST-TOTAL.
        4000-EXIT.
            EXIT.

        4100-WRITE-CHARGE-ITEM.
            MOVE SPACES TO TRAN-RECORD.
            STRING ACCT-ID 'MF' PERIOD-X(3:4) DELIMITED BY SIZE
                INTO TRAN-ID.
            MOVE CURRENT-RUN-DATE TO TRAN-DATE.
            COMPUTE TRAN-AMOUNT-N = ZERO - FEE-TOTAL-WORK.
            SET TRAN-STATUS-POSTED TO TRUE.
            STRING 'SERVICE CHARGE ' PERIOD-X
                DELIMITED BY SIZE INTO TRAN-DESC.
            WRITE TRAN-RECORD.
            IF NOT FILE-STATUS-SUCCESS OF MTHENDFILE-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.

            ADD 1 TO OUTPUT-DETAIL-COUNT.
            ADD 1 TO FEE-ITEM-COUNT.
            ADD TRAN-AMOUNT-N TO OUTPUT-HASH-TOTAL.
            ADD MAINT-FEE-WORK TO MAINT-FEE-TOTAL.
            ADD TRAN-FEE-WORK TO TRAN-FEE-TOTAL.
        4100-EXIT.
            EXIT.

        5000-WRITE-TRAILER.
            MOVE SPACES TO TRAN-TRAILER-RECORD.
            MOVE 'TR' TO TTR-REC-TYPE.
            MOVE OUTPUT-DETAIL-COUNT TO TTR-RECORD-COUNT.
            MOVE OUTPUT-HASH-TOTAL TO TTR-HASH-TOTAL-N.
            WRITE TRAN-TRAILER-RECORD.
            IF NOT FILE-STATUS-SUCCESS OF MTHENDFILE-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.
        5000-EXIT.
            EXIT.

        5500-WRITE-CLOSING-RECORD.
            MOVE SPACES TO ACCR-RECORD.
            MOVE PERIOD-X TO ACCR-PERIOD.
            MOVE '****' TO ACCR-ACCT-ID.
            MOVE SPACES TO ACCR-RATE-KEY.
            MOVE PERIOD-DAYS TO ACCR-DAYS.
            MOVE ZERO TO ACCR-END-BAL.
            MOVE ZERO TO ACCR-AVG-BAL.
            MOVE ZERO TO ACCR-INT-RATE.
            MOVE INTEREST-TOTAL TO ACCR-INTEREST.
            MOVE OUTPUT-DETAIL-COUNT TO ACCR-TRAN-COUNT.
            MOVE MAINT-FEE-TOTAL TO ACCR-MAINT-FEE.
            MOVE TRAN-FEE-TOTAL TO ACCR-TRAN-FEE.
            MOVE CURRENT-RUN-DATE TO ACCR-RUN-DATE.
            SET ACCR-GENERATED TO TRUE.
            WRITE ACCR-RECORD.
            IF NOT FILE-STATUS-SUCCESS OF ACCRFILE-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.
        5500-EXIT.
            EXIT.

        9000-ABEND-AND-STOP.
            DISPLAY 'INTFEE - ABEND - BAD FILE STATUS'.
            DISPLAY 'INTFEE - ACCTMAST STATUS:   '
                    ACCTMAST-FILE-STATUS.
            DISPLAY 'INTFEE - TRANHIST STATUS:   '
                    TRANHIST-FILE-STATUS.
            DISPLAY 'INTFEE - RATEFILE STATUS:   '
                    RATEFILE-FILE-STATUS.
            DISPLAY 'INTFEE - ACCRFILE STATUS:   '
                    ACCRFILE-FILE-STATUS.
            DISPLAY 'INTFEE - MTHENDFILE STATUS: '
                    MTHENDFILE-FILE-STATUS.
            DISPLAY 'INTFEE - THE PERIOD IS NOT MARKED DONE; RERUN '
                    'AFTER THE FAULT IS FIXED AND THE PARTIAL '
                    'REGISTER IS REBUILT.'.
            DISPLAY 'INTFEE - ACCOUNTS READ BEFORE ABEND: '
                    ACCOUNTS-READ-COUNT.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.

        9500-PRINT-SUMMARY-REPORT.
            DISPLAY ' '.
            DISPLAY '---------------------------------------------'.
            DISPLAY ' INTFEE - MONTH-END SUMMARY FOR ' PERIOD-X.
            DISPLAY '---------------------------------------------'.
            DISPLAY ' ACCOUNTS READ ............. '
                    ACCOUNTS-READ-COUNT.
            DISPLAY ' ACCOUNTS CREDITED/CHARGED . '
                    ACCOUNTS-CHARGED-COUNT.
            DISPLAY ' ACCOUNTS WITH NOTHING DUE . '
                    ACCOUNTS-NIL-COUNT.
            DISPLAY ' ACCOUNTS NOT OPEN ......... '
                    ACCOUNTS-SKIPPED-COUNT.
            DISPLAY ' ACCOUNTS WITH NO SCHEDULE . '
                    ACCOUNTS-NOSCHED-COUNT.
            DISPLAY ' INTEREST ITEMS WRITTEN .... '
                    INTEREST-ITEM-COUNT.
            DISPLAY ' CHARGE ITEMS WRITTEN ...... '
                    FEE-ITEM-COUNT.
            MOVE INTEREST-TOTAL TO RPT-INT-DISPLAY.
            DISPLAY ' TOTAL INTEREST ............ '
                    RPT-INT-DISPLAY.
            MOVE MAINT-FEE-TOTAL TO RPT-FEE-DISPLAY.
            DISPLAY ' MAINTENANCE CHARGES ....... '
                    RPT-FEE-DISPLAY.
            MOVE TRAN-FEE-TOTAL TO RPT-FEE-DISPLAY.
            DISPLAY ' PER-ITEM CHARGES .......... '
                    RPT-FEE-DISPLAY.
            MOVE OUTPUT-HASH-TOTAL TO RPT-AVG-DISPLAY.
            DISPLAY ' NET AMOUNT (TRAILER HASH) . '
                    RPT-AVG-DISPLAY.
            DISPLAY ' OUTPUT FILE ............... '
                    MTHENDFILE-DSN.
            DISPLAY '---------------------------------------------'.
            DISPLAY ' '.
        9500-EXIT.
            EXIT.
