        IDENTIFICATION DIVISION.
        PROGRAM-ID. DORMRUN.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

        SELECT ACCTMAST ASSIGN TO DYNAMIC ACCTMAST-DSN
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ACCT-ID
            FILE STATUS  IS ACCTMAST-FILE-STATUS.

        SELECT RUNCTLFILE ASSIGN TO DYNAMIC RUNCTLFILE-DSN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS RUNCTLFILE-FILE-STATUS.

        SELECT ESCHFILE ASSIGN TO DYNAMIC ESCHFILE-DSN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS ESCHFILE-FILE-STATUS.

        SELECT ESCHRPT ASSIGN TO DYNAMIC ESCHRPT-DSN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS ESCHRPT-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
         FD ACCTMAST
            RECORD CONTAINS 160.

            COPY ACCTREC.

         FD RUNCTLFILE
            RECORD CONTAINS 80.

            COPY RUNCTL.

         FD ESCHFILE
            RECORD CONTAINS 80.

            COPY TRANREC.

         FD ESCHRPT
            RECORD CONTAINS 80.

            COPY ESCHREC.

        WORKING-STORAGE SECTION.

         01 ACCTMAST-DSN            PIC X(80).
         01 RUNCTLFILE-DSN          PIC X(80).
         01 ESCHFILE-DSN            PIC X(80).
         01 ESCHRPT-DSN             PIC X(80).

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==ACCTMAST-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==RUNCTLFILE-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==ESCHFILE-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==ESCHRPT-FILE-STATUS==
             .

         COPY DATECALC.

         COPY SECLOG.

         01 CURRENT-RUN-DATE        PIC 9(08) VALUE ZERO.
         01 RUN-DATE-X              PIC X(08) VALUE SPACES.
         01 RUN-DATE-SERIAL         PIC 9(07) VALUE ZERO.

         01 NOTICE-DAYS             PIC 9(04) VALUE ZERO.
         01 DORMANT-DAYS            PIC 9(04) VALUE ZERO.
         01 ESCHEAT-DAYS            PIC 9(05) VALUE ZERO.
         01 UNCLAIMED-GL-ACCT       PIC X(04) VALUE SPACES.

         01 RUN-OK-SW               PIC X(01) VALUE 'N'.
            88 RUN-OK                      VALUE 'Y'.

         01 RUN-REFUSED-SW          PIC X(01) VALUE 'N'.
            88 RUN-REFUSED                 VALUE 'Y'.

         01 ESCHEAT-ALLOWED-SW      PIC X(01) VALUE 'N'.
            88 ESCHEAT-ALLOWED             VALUE 'Y'.

         01 ACCOUNT-CHANGED-SW      PIC X(01) VALUE 'N'.
            88 ACCOUNT-CHANGED             VALUE 'Y'.

         01 ACTIVITY-DATE           PIC X(08) VALUE SPACES.
         01 ACTIVITY-SERIAL         PIC 9(07) VALUE ZERO.
         01 IDLE-DAYS               PIC 9(07) VALUE ZERO.

         01 ACCOUNTS-READ-COUNT     PIC 9(9) COMP VALUE ZERO.
         01 ACCOUNTS-ACTIVE-COUNT   PIC 9(9) COMP VALUE ZERO.
         01 ACCOUNTS-SKIPPED-COUNT  PIC 9(9) COMP VALUE ZERO.
         01 ACCOUNTS-NODATE-COUNT   PIC 9(9) COMP VALUE ZERO.
         01 NOTICE-COUNT            PIC 9(9) COMP VALUE ZERO.
         01 DORMANT-COUNT           PIC 9(9) COMP VALUE ZERO.
         01 ESCHEAT-COUNT           PIC 9(9) COMP VALUE ZERO.
         01 ZERO-CLOSED-COUNT       PIC 9(9) COMP VALUE ZERO.
         01 REVIEW-COUNT            PIC 9(9) COMP VALUE ZERO.
         01 OUTPUT-DETAIL-COUNT     PIC 9(09) VALUE ZERO.
         01 OUTPUT-HASH-TOTAL       PIC S9(11)V99 VALUE ZERO.

         01 RPT-BAL-DISPLAY         PIC ZZZZZZZZZZ9.99-.
         01 RPT-IDLE-DISPLAY        PIC ZZZZZZ9.
         01 RPT-ACTION-TEXT         PIC X(20) VALUE SPACES.

        PROCEDURE DIVISION.
            PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

            IF NOT RUN-OK
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.

            PERFORM 1200-LOAD-RUN-CONTROLS
               THRU 1200-EXIT.

            IF NOT RUN-OK
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.

            PERFORM 1400-CHECK-PRIOR-OUTPUT
               THRU 1400-EXIT.

            IF RUN-REFUSED
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.

            PERFORM 1800-OPEN-RUN-FILES
               THRU 1800-EXIT.

            DISPLAY ' '.
            DISPLAY '---------------------------------------------'.
            DISPLAY ' DORMRUN - DORMANCY AND ESCHEAT REGISTER FOR '
                    RUN-DATE-X.
            DISPLAY '---------------------------------------------'.
            DISPLAY ' ACCT BRCH LAST ACT  IDLE DAYS         BALANCE'
                    ' ACTION'.

            MOVE LOW-VALUES TO ACCT-ID.
            START ACCTMAST KEY IS NOT LESS THAN ACCT-ID.
            IF FILE-STATUS-SUCCESS OF ACCTMAST-FILE-STATUS
                PERFORM 3000-PROCESS-ONE-ACCOUNT
                   THRU 3000-EXIT
                   UNTIL FILE-STATUS-AT-END OF ACCTMAST-FILE-STATUS
            END-IF.

            PERFORM 5000-WRITE-TRAILER
               THRU 5000-EXIT.

            CLOSE ACCTMAST.
            CLOSE ESCHFILE.
            CLOSE ESCHRPT.

            PERFORM 9500-PRINT-SUMMARY-REPORT
               THRU 9500-EXIT.

            IF REVIEW-COUNT > ZERO
               AND RETURN-CODE < 8
                MOVE 8 TO RETURN-CODE
            END-IF.

            GOBACK.

        1000-INITIALIZE.
            MOVE SPACES TO ACCTMAST-DSN.
            ACCEPT ACCTMAST-DSN FROM ENVIRONMENT 'DD_ACCTMAST'.
            IF ACCTMAST-DSN = SPACES
                MOVE './ACCTMAST.IDX' TO ACCTMAST-DSN
            END-IF.

            MOVE SPACES TO RUNCTLFILE-DSN.
            ACCEPT RUNCTLFILE-DSN FROM ENVIRONMENT 'DD_RUNCTL'.
            IF RUNCTLFILE-DSN = SPACES
                MOVE './RUNCTL.TXT' TO RUNCTLFILE-DSN
            END-IF.

            MOVE SPACES TO ESCHFILE-DSN.
            ACCEPT ESCHFILE-DSN FROM ENVIRONMENT 'DD_ESCHFILE'.
            IF ESCHFILE-DSN = SPACES
                MOVE './ESCHEAT.TXT' TO ESCHFILE-DSN
            END-IF.

            MOVE SPACES TO ESCHRPT-DSN.
            ACCEPT ESCHRPT-DSN FROM ENVIRONMENT 'DD_ESCHRPT'.
            IF ESCHRPT-DSN = SPACES
                MOVE './ESCHRPT.TXT' TO ESCHRPT-DSN
            END-IF.

            MOVE SPACES TO RUN-DATE-X.
            ACCEPT RUN-DATE-X FROM ENVIRONMENT 'DORMRUN_DATE'.
            IF RUN-DATE-X = SPACES
                ACCEPT CURRENT-RUN-DATE FROM DATE YYYYMMDD
                MOVE CURRENT-RUN-DATE TO RUN-DATE-X
            END-IF.

            IF RUN-DATE-X IS NUMERIC
                MOVE RUN-DATE-X TO CURRENT-RUN-DATE
                MOVE CURRENT-RUN-DATE TO DATECALC-DATE
                CALL 'DATECALC' USING DATECALC-PARMS
                IF DATECALC-OK
                    MOVE DATECALC-SERIAL TO RUN-DATE-SERIAL
                    SET RUN-OK TO TRUE
                END-IF
            END-IF.

            IF NOT RUN-OK
                DISPLAY 'DORMRUN - DORMRUN_DATE MUST BE A VALID '
                        'YYYYMMDD, GOT: ' RUN-DATE-X
            END-IF.
        1000-EXIT.
            EXIT.

        1200-LOAD-RUN-CONTROLS.
            OPEN INPUT RUNCTLFILE.
            IF NOT FILE-STATUS-SUCCESS OF RUNCTLFILE-FILE-STATUS
                DISPLAY 'DORMRUN - NO RUN-CONTROL FILE: '
                        RUNCTLFILE-DSN
                MOVE 'N' TO RUN-OK-SW
            ELSE
                READ RUNCTLFILE
                  AT END
                     SET FILE-STATUS-AT-END OF RUNCTLFILE-FILE-STATUS
                      TO TRUE
                END-READ
                IF FILE-STATUS-SUCCESS OF RUNCTLFILE-FILE-STATUS
                    IF RC-DORMANT-NOTICE-DAYS IS NUMERIC
                        MOVE RC-DORMANT-NOTICE-DAYS TO NOTICE-DAYS
                    END-IF
                    IF RC-DORMANT-DAYS IS NUMERIC
                        MOVE RC-DORMANT-DAYS TO DORMANT-DAYS
                    END-IF
                    IF RC-ESCHEAT-DAYS IS NUMERIC
                        MOVE RC-ESCHEAT-DAYS TO ESCHEAT-DAYS
                    END-IF
                    MOVE RC-UNCLAIMED-GL-ACCT TO UNCLAIMED-GL-ACCT
                ELSE
                    DISPLAY 'DORMRUN - RUN-CONTROL FILE IS EMPTY.'
                    MOVE 'N' TO RUN-OK-SW
                END-IF
                CLOSE RUNCTLFILE
            END-IF.

            IF RUN-OK
                DISPLAY 'DORMRUN - RUN CONTROLS: NOTICE AFTER '
                        NOTICE-DAYS ' DORMANT AFTER ' DORMANT-DAYS
                        ' ESCHEAT AFTER ' ESCHEAT-DAYS
                        ' IDLE DAYS, UNCLAIMED GL ' UNCLAIMED-GL-ACCT
                IF ESCHEAT-DAYS > ZERO
                    IF UNCLAIMED-GL-ACCT = SPACES
                        DISPLAY 'DORMRUN - WARNING: NO UNCLAIMED-'
                                'PROPERTY GL ACCOUNT ON THE RUN '
                                'CONTROLS - NO ESCHEATS GENERATED.'
                        MOVE 8 TO RETURN-CODE
                    ELSE
                        SET ESCHEAT-ALLOWED TO TRUE
                    END-IF
                END-IF
            END-IF.
        1200-EXIT.
            EXIT.

        1400-CHECK-PRIOR-OUTPUT.
            OPEN INPUT ESCHFILE.
            IF FILE-STATUS-SUCCESS OF ESCHFILE-FILE-STATUS
                READ ESCHFILE
                  AT END
                     SET FILE-STATUS-AT-END OF ESCHFILE-FILE-STATUS
                      TO TRUE
                END-READ
                IF FILE-STATUS-SUCCESS OF ESCHFILE-FILE-STATUS
                    SET RUN-REFUSED TO TRUE
                    DISPLAY 'DORMRUN - THE ESCHEAT FILE FROM THE LAST '
                            'RUN HAS NOT BEEN TAKEN IN BY FILEIO YET: '
                            ESCHFILE-DSN
                    DISPLAY 'DORMRUN - RUN FILEIO FIRST SO NO ESCHEAT '
                            'IS LOST - NOTHING CHANGED.'
                END-IF
                CLOSE ESCHFILE
            END-IF.
        1400-EXIT.
            EXIT.

        1800-OPEN-RUN-FILES.
            OPEN I-O ACCTMAST.
            IF NOT FILE-STATUS-SUCCESS OF ACCTMAST-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.

            OPEN OUTPUT ESCHFILE.
            IF NOT FILE-STATUS-SUCCESS OF ESCHFILE-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.

            OPEN EXTEND ESCHRPT.
            IF NOT FILE-STATUS-SUCCESS OF ESCHRPT-FILE-STATUS
                OPEN OUTPUT ESCHRPT
            END-IF.
            IF NOT FILE-STATUS-SUCCESS OF ESCHRPT-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.

            MOVE SPACES TO TRAN-HEADER-RECORD.
            MOVE 'HD' TO THR-REC-TYPE.
            MOVE RUN-DATE-X TO THR-FILE-DATE.
            MOVE 'ESCH' TO THR-SOURCE-ID.
            WRITE TRAN-HEADER-RECORD.
            IF NOT FILE-STATUS-SUCCESS OF ESCHFILE-FILE-STATUS
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
            MOVE 'N' TO ACCOUNT-CHANGED-SW.
            MOVE SPACES TO RPT-ACTION-TEXT.

            IF ACCT-STATUS-CLOSED OR ACCT-STATUS-FROZEN
                ADD 1 TO ACCOUNTS-SKIPPED-COUNT
            ELSE
                PERFORM 3200-WORK-OUT-IDLE-DAYS
                   THRU 3200-EXIT
                IF ACTIVITY-SERIAL = ZERO
                    ADD 1 TO ACCOUNTS-NODATE-COUNT
                ELSE
                    IF ACCT-STATUS-DORMANT
                        PERFORM 3500-CHECK-DORMANT-ACCOUNT
                           THRU 3500-EXIT
                    ELSE
                        PERFORM 3300-CHECK-OPEN-ACCOUNT
                           THRU 3300-EXIT
                    END-IF
                END-IF
            END-IF.

            IF ACCOUNT-CHANGED
                REWRITE ACCT-RECORD
                IF NOT FILE-STATUS-SUCCESS OF ACCTMAST-FILE-STATUS
                    PERFORM 9000-ABEND-AND-STOP
                END-IF
            END-IF.

            IF RPT-ACTION-TEXT NOT = SPACES
                PERFORM 3900-PRINT-REGISTER-LINE
                   THRU 3900-EXIT
            END-IF.
        3100-EXIT.
            EXIT.

        3200-WORK-OUT-IDLE-DAYS.
            MOVE ZERO TO ACTIVITY-SERIAL.
            MOVE ZERO TO IDLE-DAYS.
            MOVE ACCT-LAST-POST-DATE TO ACTIVITY-DATE.
            IF ACCT-REACTIVATE-DATE IS NUMERIC
                IF ACTIVITY-DATE IS NOT NUMERIC
                   OR ACCT-REACTIVATE-DATE > ACTIVITY-DATE
                    MOVE ACCT-REACTIVATE-DATE TO ACTIVITY-DATE
                END-IF
            END-IF.

            IF ACTIVITY-DATE IS NUMERIC
                MOVE ACTIVITY-DATE TO DATECALC-DATE
                CALL 'DATECALC' USING DATECALC-PARMS
                IF DATECALC-OK
                   AND DATECALC-SERIAL NOT > RUN-DATE-SERIAL
                    MOVE DATECALC-SERIAL TO ACTIVITY-SERIAL
                    COMPUTE IDLE-DAYS =
                        RUN-DATE-SERIAL - ACTIVITY-SERIAL
                END-IF
            END-IF.
        3200-EXIT.
            EXIT.

        3300-CHECK-OPEN-ACCOUNT.
            IF DORMANT-DAYS > ZERO
               AND IDLE-DAYS NOT < DORMANT-DAYS
                MOVE 'D' TO ACCT-STATUS-CD
                MOVE RUN-DATE-X TO ACCT-DORMANT-DATE
                SET ACCOUNT-CHANGED TO TRUE
                ADD 1 TO DORMANT-COUNT
                MOVE 'MOVED TO DORMANT' TO RPT-ACTION-TEXT
                MOVE 'ACCOUNT DORMANT' TO SECLOG-ACTION
                PERFORM 8000-LOG-STATUS-CHANGE
                   THRU 8000-EXIT
            ELSE
                IF NOTICE-DAYS > ZERO
                   AND IDLE-DAYS NOT < NOTICE-DAYS
                    IF ACCT-NOTICE-DATE IS NOT NUMERIC
                       OR ACCT-NOTICE-DATE < ACTIVITY-DATE
                        MOVE RUN-DATE-X TO ACCT-NOTICE-DATE
                        SET ACCOUNT-CHANGED TO TRUE
                        ADD 1 TO NOTICE-COUNT
                        MOVE 'PRE-DORMANCY NOTICE' TO RPT-ACTION-TEXT
                    END-IF
                ELSE
                    ADD 1 TO ACCOUNTS-ACTIVE-COUNT
                END-IF
            END-IF.
        3300-EXIT.
            EXIT.

        3500-CHECK-DORMANT-ACCOUNT.
            IF ESCHEAT-DAYS > ZERO
               AND IDLE-DAYS NOT < ESCHEAT-DAYS
               AND ACCT-ESCHEAT-DATE = SPACES
                IF NOT ESCHEAT-ALLOWED
                    ADD 1 TO REVIEW-COUNT
                    MOVE 'ESCHEAT DUE - NO GL' TO RPT-ACTION-TEXT
                ELSE
                    EVALUATE TRUE
                        WHEN ACCT-BALANCE > 99999999.99
                            ADD 1 TO REVIEW-COUNT
                            MOVE 'REVIEW - TOO LARGE' TO
                                 RPT-ACTION-TEXT
                        WHEN ACCT-BALANCE > ZERO
                            PERFORM 4000-WRITE-ESCHEAT-ITEM
                               THRU 4000-EXIT
                        WHEN ACCT-BALANCE = ZERO
                            PERFORM 4100-CLOSE-ZERO-ACCOUNT
                               THRU 4100-EXIT
                        WHEN OTHER
                            ADD 1 TO REVIEW-COUNT
                            MOVE 'REVIEW - OVERDRAWN' TO
                                 RPT-ACTION-TEXT
                    END-EVALUATE
                END-IF
            END-IF.
        3500-EXIT.
            EXIT.

        3900-PRINT-REGISTER-LINE.
            MOVE ACCT-BALANCE TO RPT-BAL-DISPLAY.
            MOVE IDLE-DAYS TO RPT-IDLE-DISPLAY.
            DISPLAY ' ' ACCT-ID ' ' ACCT-BRANCH-CD ' '
                    ACTIVITY-DATE ' ' RPT-IDLE-DISPLAY ' '
                    RPT-BAL-DISPLAY ' ' RPT-ACTION-TEXT.
        3900-EXIT.
            EXIT.

        4000-WRITE-ESCHEAT-ITEM.
            MOVE SPACES TO TRAN-RECORD.
            STRING ACCT-ID 'ES' RUN-DATE-X(3:4) DELIMITED BY SIZE
                INTO TRAN-ID.
            MOVE RUN-DATE-X TO TRAN-DATE.
            COMPUTE TRAN-AMOUNT-N = ZERO - ACCT-BALANCE.
            SET TRAN-STATUS-POSTED TO TRUE.
            SET TRAN-TYPE-ESCHEAT TO TRUE.
            MOVE UNCLAIMED-GL-ACCT TO TRAN-XFER-TO-ACCT.
            MOVE 'ESCHEAT TO UNCLAIMED PROP' TO TRAN-DESC.
            WRITE TRAN-RECORD.
            IF NOT FILE-STATUS-SUCCESS OF ESCHFILE-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.

            ADD 1 TO OUTPUT-DETAIL-COUNT.
            ADD TRAN-AMOUNT-N TO OUTPUT-HASH-TOTAL.
            ADD 1 TO ESCHEAT-COUNT.

            MOVE 'ESCHEAT GENERATED' TO RPT-ACTION-TEXT.

            MOVE 'ESCHEAT GENERATED' TO SECLOG-ACTION.
            PERFORM 8000-LOG-STATUS-CHANGE
               THRU 8000-EXIT.
        4000-EXIT.
            EXIT.

        4100-CLOSE-ZERO-ACCOUNT.
            MOVE 'C' TO ACCT-STATUS-CD.
            MOVE RUN-DATE-X TO ACCT-ESCHEAT-DATE.
            SET ACCOUNT-CHANGED TO TRUE.
            ADD 1 TO ZERO-CLOSED-COUNT.
            MOVE 'CLOSED, NIL BALANCE' TO RPT-ACTION-TEXT.

            PERFORM 4500-WRITE-REPORT-RECORD
               THRU 4500-EXIT.
            SET ESCH-ZERO-CLOSED TO TRUE.
            WRITE ESCH-RECORD.
            IF NOT FILE-STATUS-SUCCESS OF ESCHRPT-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.

            MOVE 'DORMANT ACCT CLOSED' TO SECLOG-ACTION.
            PERFORM 8000-LOG-STATUS-CHANGE
               THRU 8000-EXIT.
        4100-EXIT.
            EXIT.

        4500-WRITE-REPORT-RECORD.
            MOVE SPACES TO ESCH-RECORD.
            MOVE RUN-DATE-X TO ESCH-RUN-DATE.
            MOVE ACCT-ID TO ESCH-ACCT-ID.
            MOVE ACCT-BRANCH-CD TO ESCH-BRANCH-CD.
            MOVE ACCT-NAME TO ESCH-ACCT-NAME.
            MOVE ACCT-BALANCE TO ESCH-AMOUNT.
            MOVE ACTIVITY-DATE TO ESCH-LAST-ACTIVITY.
            MOVE ACCT-DORMANT-DATE TO ESCH-DORMANT-DATE.
        4500-EXIT.
            EXIT.

        5000-WRITE-TRAILER.
            MOVE SPACES TO TRAN-TRAILER-RECORD.
            MOVE 'TR' TO TTR-REC-TYPE.
            MOVE OUTPUT-DETAIL-COUNT TO TTR-RECORD-COUNT.
            MOVE OUTPUT-HASH-TOTAL TO TTR-HASH-TOTAL-N.
            WRITE TRAN-TRAILER-RECORD.
            IF NOT FILE-STATUS-SUCCESS OF ESCHFILE-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.
        5000-EXIT.
            EXIT.

        8000-LOG-STATUS-CHANGE.
            MOVE 'BATCH' TO SECLOG-OPERATOR.
            MOVE 'DORMRUN' TO SECLOG-PROGRAM.
            MOVE 'A' TO SECLOG-RESULT.
            MOVE SPACES TO SECLOG-DETAIL.
            STRING ACCT-ID ' STATUS NOW ' ACCT-STATUS-CD
                   ' IDLE SINCE ' ACTIVITY-DATE
                DELIMITED BY SIZE INTO SECLOG-DETAIL.
            CALL 'SECLOG' USING SECLOG-PARMS.
        8000-EXIT.
            EXIT.

        9000-ABEND-AND-STOP.
            DISPLAY 'DORMRUN - ABEND - BAD FILE STATUS'.
            DISPLAY 'DORMRUN - ACCTMAST STATUS:   '
                    ACCTMAST-FILE-STATUS.
            DISPLAY 'DORMRUN - RUNCTL STATUS:     '
                    RUNCTLFILE-FILE-STATUS.
            DISPLAY 'DORMRUN - ESCHFILE STATUS:   '
                    ESCHFILE-FILE-STATUS.
            DISPLAY 'DORMRUN - ESCHRPT STATUS:    '
                    ESCHRPT-FILE-STATUS.
            DISPLAY 'DORMRUN - ACCOUNTS READ BEFORE ABEND: '
                    ACCOUNTS-READ-COUNT.
            DISPLAY 'DORMRUN - ACCOUNTS ALREADY MARKED KEEP THEIR '
                    'DATES; A RERUN PICKS UP ONLY WHAT IS LEFT.'.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.

        9500-PRINT-SUMMARY-REPORT.
            DISPLAY ' '.
            DISPLAY '---------------------------------------------'.
            DISPLAY ' DORMRUN - SUMMARY FOR ' RUN-DATE-X.
            DISPLAY '---------------------------------------------'.
            DISPLAY ' ACCOUNTS READ ............. '
                    ACCOUNTS-READ-COUNT.
            DISPLAY ' ACCOUNTS STILL ACTIVE ..... '
                    ACCOUNTS-ACTIVE-COUNT.
            DISPLAY ' CLOSED/FROZEN, SKIPPED .... '
                    ACCOUNTS-SKIPPED-COUNT.
            DISPLAY ' NO ACTIVITY DATE, SKIPPED . '
                    ACCOUNTS-NODATE-COUNT.
            DISPLAY ' PRE-DORMANCY NOTICES ...... '
                    NOTICE-COUNT.
            DISPLAY ' MOVED TO DORMANT .......... '
                    DORMANT-COUNT.
            DISPLAY ' ESCHEATS GENERATED ........ '
                    ESCHEAT-COUNT.
            DISPLAY ' CLOSED WITH NIL BALANCE ... '
                    ZERO-CLOSED-COUNT.
            DISPLAY ' LEFT FOR REVIEW ........... '
                    REVIEW-COUNT.
            MOVE OUTPUT-HASH-TOTAL TO RPT-BAL-DISPLAY.
            DISPLAY ' ESCHEAT AMOUNT (HASH) ..... '
                    RPT-BAL-DISPLAY.
            DISPLAY ' ESCHEAT FILE .............. '
                    ESCHFILE-DSN.
            DISPLAY ' STATE ESCHEAT REPORT ...... '
                    ESCHRPT-DSN.
            DISPLAY '---------------------------------------------'.
            DISPLAY ' '.
        9500-EXIT.
            EXIT.
