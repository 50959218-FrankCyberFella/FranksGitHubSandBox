        IDENTIFICATION DIVISION.
        PROGRAM-ID. TRANSCRN.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

        SELECT GOODFILE ASSIGN TO DYNAMIC GOODFILE-DSN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS GOODFILE-FILE-STATUS.

        SELECT SCRNGOOD ASSIGN TO DYNAMIC SCRNGOOD-DSN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS SCRNGOOD-FILE-STATUS.

        SELECT TRANHIST ASSIGN TO DYNAMIC TRANHIST-DSN
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS HIST-TRAN-ID
            FILE STATUS  IS TRANHIST-FILE-STATUS.

        SELECT ACCTMAST ASSIGN TO DYNAMIC ACCTMAST-DSN
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ACCT-ID
            FILE STATUS  IS ACCTMAST-FILE-STATUS.

        SELECT SCRNFILE ASSIGN TO DYNAMIC SCRNFILE-DSN
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SCRN-KEY
            FILE STATUS  IS SCRNFILE-FILE-STATUS.

        SELECT RUNCTLFILE ASSIGN TO DYNAMIC RUNCTLFILE-DSN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS RUNCTLFILE-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
         FD GOODFILE
            RECORD CONTAINS 80.

            COPY TRANREC.

         FD SCRNGOOD
            RECORD CONTAINS 80.

         01 SCRNGOOD-RECORD  PIC X(80).

         FD TRANHIST
            RECORD CONTAINS 80.

            COPY HISTREC.

         FD ACCTMAST
            RECORD CONTAINS 160.

            COPY ACCTREC.

         FD SCRNFILE
            RECORD CONTAINS 200.

            COPY SCRNREC.

         FD RUNCTLFILE
            RECORD CONTAINS 80.

            COPY RUNCTL.

        WORKING-STORAGE SECTION.

         01 GOODFILE-DSN            PIC X(80).
         01 SCRNGOOD-DSN            PIC X(80).
         01 TRANHIST-DSN            PIC X(80).
         01 ACCTMAST-DSN            PIC X(80).
         01 SCRNFILE-DSN            PIC X(80).
         01 RUNCTLFILE-DSN          PIC X(80).

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==GOODFILE-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==SCRNGOOD-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==TRANHIST-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==ACCTMAST-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==SCRNFILE-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==RUNCTLFILE-FILE-STATUS==
             .

         COPY DATECALC.

         01 CURRENT-RUN-DATE        PIC 9(08) VALUE ZERO.
         01 RUN-DATE-X              PIC X(08) VALUE SPACES.
         01 RUN-DATE-SERIAL         PIC 9(07) VALUE ZERO.

         01 AMOUNT-MULT             PIC 9(03) VALUE ZERO.
         01 DAILY-MULT              PIC 9(03) VALUE ZERO.
         01 MIN-HISTORY             PIC 9(03) VALUE ZERO.
         01 REPORT-LIMIT            PIC 9(07) VALUE ZERO.
         01 BAND-PCT                PIC 9(02) VALUE ZERO.
         01 DORMANT-DAYS            PIC 9(04) VALUE ZERO.
         01 REPORT-LIMIT-AMT        PIC S9(11)V99 VALUE ZERO.
         01 BAND-FLOOR-AMT          PIC S9(11)V99 VALUE ZERO.

         01 RUN-OK-SW               PIC X(01) VALUE 'N'.
            88 RUN-OK                      VALUE 'Y'.

         01 ITEM-SCREENABLE-SW      PIC X(01) VALUE 'N'.
            88 ITEM-SCREENABLE             VALUE 'Y'.

         01 ITEM-HELD-SW            PIC X(01) VALUE 'N'.
            88 ITEM-HELD                   VALUE 'Y'.

         01 ACCT-ENTRY-FOUND-SW     PIC X(01) VALUE 'N'.
            88 ACCT-ENTRY-FOUND            VALUE 'Y'.

         01 TABLE-FULL-SW           PIC X(01) VALUE 'N'.
            88 TABLE-FULL                  VALUE 'Y'.

         01 HIST-SCAN-DONE-SW       PIC X(01) VALUE 'N'.
            88 HIST-SCAN-DONE              VALUE 'Y'.

         01 HIST-DAY-FOUND-SW       PIC X(01) VALUE 'N'.
            88 HIST-DAY-FOUND              VALUE 'Y'.

         01 QUEUE-SCAN-DONE-SW      PIC X(01) VALUE 'N'.
            88 QUEUE-SCAN-DONE             VALUE 'Y'.

         01 SCA-COUNT               PIC 9(05) COMP VALUE ZERO.
         01 SCA-IX                  PIC 9(05) COMP VALUE ZERO.
         01 SCA-FOUND-IX            PIC 9(05) COMP VALUE ZERO.
         01 SCREEN-ACCOUNT-TABLE.
            05 SCA-ENTRY OCCURS 5000 TIMES.
               10 SCA-ACCT-ID          PIC X(04).
               10 SCA-DAY-COUNT        PIC 9(05) COMP.
               10 SCA-LOADED-SW        PIC X(01).
               10 SCA-HIST-COUNT       PIC 9(07) COMP.
               10 SCA-AVG-AMOUNT       PIC S9(11)V99.
               10 SCA-USUAL-DAILY      PIC 9(05) COMP.
               10 SCA-IDLE-DAYS        PIC 9(05) COMP.
               10 SCA-DORMANT-SW       PIC X(01).

         01 HDAY-COUNT              PIC 9(03) COMP VALUE ZERO.
         01 HDAY-IX                 PIC 9(03) COMP VALUE ZERO.
         01 HDAY-TABLE.
            05 HDAY-DATE            PIC X(08) OCCURS 400 TIMES.

         01 SCREEN-ACCT-ID          PIC X(04) VALUE SPACES.
         01 ITEM-AMOUNT             PIC S9(11)V99 VALUE ZERO.
         01 ITEM-ABS-AMOUNT         PIC S9(11)V99 VALUE ZERO.
         01 AMOUNT-LIMIT-WORK       PIC S9(13)V99 VALUE ZERO.
         01 DAILY-LIMIT-WORK        PIC 9(09) COMP VALUE ZERO.
         01 DAY-COUNT-WORK          PIC 9(05) COMP VALUE ZERO.
         01 ROUND-QUOTIENT          PIC 9(11) VALUE ZERO.
         01 ROUND-REMAINDER         PIC 9(03)V99 VALUE ZERO.
         01 IDLE-DAYS-WORK          PIC 9(07) VALUE ZERO.

         01 PATTERN-HIST-COUNT      PIC 9(07) COMP VALUE ZERO.
         01 PATTERN-ACTIVE-DAYS     PIC 9(07) COMP VALUE ZERO.
         01 PATTERN-AMOUNT-TOTAL    PIC S9(13)V99 VALUE ZERO.
         01 PATTERN-AVG-AMOUNT      PIC S9(11)V99 VALUE ZERO.
         01 PATTERN-USUAL-DAILY     PIC 9(05) COMP VALUE ZERO.
         01 PATTERN-IDLE-DAYS       PIC 9(05) COMP VALUE ZERO.
         01 PATTERN-DORMANT-SW      PIC X(01) VALUE 'N'.
            88 PATTERN-DORMANT             VALUE 'Y'.

         01 GOOD-SEQ-NO             PIC 9(07) VALUE ZERO.
         01 GOOD-READ-COUNT         PIC 9(9) COMP VALUE ZERO.
         01 PASSED-COUNT            PIC 9(9) COMP VALUE ZERO.
         01 NOT-SCREENED-COUNT      PIC 9(9) COMP VALUE ZERO.
         01 HELD-COUNT              PIC 9(9) COMP VALUE ZERO.
         01 NEW-HIT-COUNT           PIC 9(9) COMP VALUE ZERO.
         01 ALREADY-DECIDED-COUNT   PIC 9(9) COMP VALUE ZERO.
         01 PRIOR-DROPPED-COUNT     PIC 9(9) COMP VALUE ZERO.
         01 AMOUNT-HIT-COUNT        PIC 9(9) COMP VALUE ZERO.
         01 VELOCITY-HIT-COUNT      PIC 9(9) COMP VALUE ZERO.
         01 DORMANT-HIT-COUNT       PIC 9(9) COMP VALUE ZERO.
         01 STRUCTURE-HIT-COUNT     PIC 9(9) COMP VALUE ZERO.
         01 GOOD-AMOUNT-TOTAL       PIC S9(11)V99 VALUE ZERO.
         01 PASSED-AMOUNT-TOTAL     PIC S9(11)V99 VALUE ZERO.
         01 HELD-AMOUNT-TOTAL       PIC S9(11)V99 VALUE ZERO.

         01 RPT-AMOUNT-DISPLAY      PIC ZZZZZZZZZZ9.99-.
         01 RPT-AVG-DISPLAY         PIC ZZZZZZZZZZ9.99-.
         01 RPT-COUNT-DISPLAY       PIC ZZZZ9.

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

            PERFORM 1800-OPEN-RUN-FILES
               THRU 1800-EXIT.

            PERFORM 2000-COUNT-THE-DAY
               THRU 2000-EXIT.

            PERFORM 2500-DROP-PRIOR-OPEN-ITEMS
               THRU 2500-EXIT.

            DISPLAY ' '.
            DISPLAY '---------------------------------------------'.
            DISPLAY ' TRANSCRN - SUSPICIOUS-ACTIVITY HITS FOR '
                    RUN-DATE-X.
            DISPLAY '---------------------------------------------'.
            DISPLAY ' TRAN-ID    ACCT HITS          AMOUNT'
                    '         AVERAGE   DAY USUAL'.

            OPEN INPUT GOODFILE.
            IF NOT FILE-STATUS-SUCCESS OF GOODFILE-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.

            MOVE ZERO TO GOOD-SEQ-NO.
            PERFORM 3000-SCREEN-ONE-ITEM
               THRU 3000-EXIT
               UNTIL FILE-STATUS-AT-END OF GOODFILE-FILE-STATUS.

            CLOSE GOODFILE SCRNGOOD TRANHIST ACCTMAST SCRNFILE.

            PERFORM 9500-PRINT-SUMMARY-REPORT
               THRU 9500-EXIT.

            IF TABLE-FULL
               AND RETURN-CODE < 8
                MOVE 8 TO RETURN-CODE
            END-IF.

            GOBACK.

        1000-INITIALIZE.
            MOVE SPACES TO GOODFILE-DSN.
            ACCEPT GOODFILE-DSN FROM ENVIRONMENT 'DD_GOODFILE'.
            IF GOODFILE-DSN = SPACES
                MOVE './GOODFILE.TXT' TO GOODFILE-DSN
            END-IF.

            MOVE SPACES TO SCRNGOOD-DSN.
            ACCEPT SCRNGOOD-DSN FROM ENVIRONMENT 'DD_SCRNGOOD'.
            IF SCRNGOOD-DSN = SPACES
                MOVE './SCRNGOOD.TXT' TO SCRNGOOD-DSN
            END-IF.

            MOVE SPACES TO TRANHIST-DSN.
            ACCEPT TRANHIST-DSN FROM ENVIRONMENT 'DD_TRANHIST'.
            IF TRANHIST-DSN = SPACES
                MOVE './TRANHIST.IDX' TO TRANHIST-DSN
            END-IF.

            MOVE SPACES TO ACCTMAST-DSN.
            ACCEPT ACCTMAST-DSN FROM ENVIRONMENT 'DD_ACCTMAST'.
            IF ACCTMAST-DSN = SPACES
                MOVE './ACCTMAST.IDX' TO ACCTMAST-DSN
            END-IF.

            MOVE SPACES TO SCRNFILE-DSN.
            ACCEPT SCRNFILE-DSN FROM ENVIRONMENT 'DD_SCRNFILE'.
            IF SCRNFILE-DSN = SPACES
                MOVE './SCREEN.IDX' TO SCRNFILE-DSN
            END-IF.

            MOVE SPACES TO RUNCTLFILE-DSN.
            ACCEPT RUNCTLFILE-DSN FROM ENVIRONMENT 'DD_RUNCTL'.
            IF RUNCTLFILE-DSN = SPACES
                MOVE './RUNCTL.TXT' TO RUNCTLFILE-DSN
            END-IF.

            MOVE SPACES TO RUN-DATE-X.
            ACCEPT RUN-DATE-X FROM ENVIRONMENT 'TRANSCRN_DATE'.
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
                DISPLAY 'TRANSCRN - TRANSCRN_DATE MUST BE A VALID '
                        'YYYYMMDD, GOT: ' RUN-DATE-X
            END-IF.
        1000-EXIT.
            EXIT.

        1200-LOAD-RUN-CONTROLS.
            OPEN INPUT RUNCTLFILE.
            IF NOT FILE-STATUS-SUCCESS OF RUNCTLFILE-FILE-STATUS
                DISPLAY 'TRANSCRN - NO RUN-CONTROL FILE: '
                        RUNCTLFILE-DSN
                DISPLAY 'TRANSCRN - THE GOOD FILE CANNOT BE '
                        'SCREENED - NOTHING RELEASED TO POSTING.'
                MOVE 'N' TO RUN-OK-SW
            ELSE
                READ RUNCTLFILE
                  AT END
                     SET FILE-STATUS-AT-END OF RUNCTLFILE-FILE-STATUS
                      TO TRUE
                END-READ
                IF FILE-STATUS-SUCCESS OF RUNCTLFILE-FILE-STATUS
                    IF RC-SCRN-AMOUNT-MULT IS NUMERIC
                        MOVE RC-SCRN-AMOUNT-MULT TO AMOUNT-MULT
                    END-IF
                    IF RC-SCRN-DAILY-MULT IS NUMERIC
                        MOVE RC-SCRN-DAILY-MULT TO DAILY-MULT
                    END-IF
                    IF RC-SCRN-MIN-HISTORY IS NUMERIC
                        MOVE RC-SCRN-MIN-HISTORY TO MIN-HISTORY
                    END-IF
                    IF RC-SCRN-REPORT-LIMIT IS NUMERIC
                        MOVE RC-SCRN-REPORT-LIMIT TO REPORT-LIMIT
                    END-IF
                    IF RC-SCRN-BAND-PCT IS NUMERIC
                        MOVE RC-SCRN-BAND-PCT TO BAND-PCT
                    END-IF
                    IF RC-DORMANT-DAYS IS NUMERIC
                        MOVE RC-DORMANT-DAYS TO DORMANT-DAYS
                    END-IF
                ELSE
                    DISPLAY 'TRANSCRN - RUN-CONTROL FILE IS EMPTY.'
                    MOVE 'N' TO RUN-OK-SW
                END-IF
                CLOSE RUNCTLFILE
            END-IF.

            IF RUN-OK
                MOVE REPORT-LIMIT TO REPORT-LIMIT-AMT
                COMPUTE BAND-FLOOR-AMT =
                    REPORT-LIMIT-AMT * (100 - BAND-PCT) / 100
                DISPLAY 'TRANSCRN - RUN CONTROLS: AMOUNT OVER '
                        AMOUNT-MULT ' X AVERAGE, COUNT OVER '
                        DAILY-MULT ' X USUAL, MIN HISTORY '
                        MIN-HISTORY ', LIMIT ' REPORT-LIMIT
                        ' LESS ' BAND-PCT ' PCT, IDLE '
                        DORMANT-DAYS ' DAYS'
                IF AMOUNT-MULT = ZERO
                   AND DAILY-MULT = ZERO
                   AND REPORT-LIMIT = ZERO
                    DISPLAY 'TRANSCRN - WARNING: NO PATTERN '
                            'THRESHOLDS ON THE RUN CONTROLS - ONLY '
                            'DORMANT ACCOUNTS ARE SCREENED.'
                END-IF
            END-IF.
        1200-EXIT.
            EXIT.

        1800-OPEN-RUN-FILES.
            OPEN OUTPUT SCRNGOOD.
            IF NOT FILE-STATUS-SUCCESS OF SCRNGOOD-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.

            OPEN INPUT TRANHIST.
            IF NOT FILE-STATUS-SUCCESS OF TRANHIST-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.

            OPEN INPUT ACCTMAST.
            IF NOT FILE-STATUS-SUCCESS OF ACCTMAST-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.

            OPEN I-O SCRNFILE.
            IF FILE-STATUS-FILE-MISSING OF SCRNFILE-FILE-STATUS
                DISPLAY 'TRANSCRN - CREATING NEW SCREENING REVIEW '
                        'FILE: ' SCRNFILE-DSN
                OPEN OUTPUT SCRNFILE
                IF FILE-STATUS-SUCCESS OF SCRNFILE-FILE-STATUS
                    CLOSE SCRNFILE
                    OPEN I-O SCRNFILE
                END-IF
            END-IF.
            IF NOT FILE-STATUS-SUCCESS OF SCRNFILE-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.
        1800-EXIT.
            EXIT.

        2000-COUNT-THE-DAY.
            OPEN INPUT GOODFILE.
            IF NOT FILE-STATUS-SUCCESS OF GOODFILE-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.

            PERFORM 2100-COUNT-ONE-ITEM
               THRU 2100-EXIT
               UNTIL FILE-STATUS-AT-END OF GOODFILE-FILE-STATUS.

            CLOSE GOODFILE.

            IF TABLE-FULL
                DISPLAY 'TRANSCRN - WARNING: MORE THAN 5000 '
                        'ACCOUNTS ON THE GOOD FILE - THE DAILY-COUNT '
                        'TEST IS SKIPPED FOR THE REST.'
            END-IF.
        2000-EXIT.
            EXIT.

        2100-COUNT-ONE-ITEM.
            READ GOODFILE
              AT END
                 SET FILE-STATUS-AT-END OF GOODFILE-FILE-STATUS
                  TO TRUE
            END-READ.

            IF FILE-STATUS-AT-END OF GOODFILE-FILE-STATUS
                NEXT SENTENCE
            ELSE
                IF FILE-STATUS-SUCCESS OF GOODFILE-FILE-STATUS
                    PERFORM 3100-WORK-OUT-THE-ACCOUNT
                       THRU 3100-EXIT
                    IF ITEM-SCREENABLE
                        PERFORM 2200-FIND-ACCOUNT-ENTRY
                           THRU 2200-EXIT
                        IF ACCT-ENTRY-FOUND
                            ADD 1 TO SCA-DAY-COUNT (SCA-FOUND-IX)
                        ELSE
                            PERFORM 2300-ADD-ACCOUNT-ENTRY
                               THRU 2300-EXIT
                        END-IF
                    END-IF
                ELSE
                    PERFORM 9000-ABEND-AND-STOP
                END-IF
            END-IF.
        2100-EXIT.
            EXIT.

        2200-FIND-ACCOUNT-ENTRY.
            MOVE 'N' TO ACCT-ENTRY-FOUND-SW.
            MOVE ZERO TO SCA-FOUND-IX.
            PERFORM 2250-MATCH-ACCOUNT-ENTRY
               THRU 2250-EXIT
               VARYING SCA-IX FROM 1 BY 1
               UNTIL SCA-IX > SCA-COUNT
                  OR ACCT-ENTRY-FOUND.
        2200-EXIT.
            EXIT.

        2250-MATCH-ACCOUNT-ENTRY.
            IF SCA-ACCT-ID (SCA-IX) = SCREEN-ACCT-ID
                SET ACCT-ENTRY-FOUND TO TRUE
                MOVE SCA-IX TO SCA-FOUND-IX
            END-IF.
        2250-EXIT.
            EXIT.

        2300-ADD-ACCOUNT-ENTRY.
            IF SCA-COUNT < 5000
                ADD 1 TO SCA-COUNT
                MOVE SCREEN-ACCT-ID TO SCA-ACCT-ID (SCA-COUNT)
                MOVE 1 TO SCA-DAY-COUNT (SCA-COUNT)
                MOVE 'N' TO SCA-LOADED-SW (SCA-COUNT)
                MOVE ZERO TO SCA-HIST-COUNT (SCA-COUNT)
                MOVE ZERO TO SCA-AVG-AMOUNT (SCA-COUNT)
                MOVE ZERO TO SCA-USUAL-DAILY (SCA-COUNT)
                MOVE ZERO TO SCA-IDLE-DAYS (SCA-COUNT)
                MOVE 'N' TO SCA-DORMANT-SW (SCA-COUNT)
            ELSE
                SET TABLE-FULL TO TRUE
            END-IF.
        2300-EXIT.
            EXIT.

        2500-DROP-PRIOR-OPEN-ITEMS.
            MOVE RUN-DATE-X TO SCRN-SCREEN-DATE.
            MOVE ZERO TO SCRN-SEQ-NO.
            START SCRNFILE KEY IS NOT LESS THAN SCRN-KEY.
            IF FILE-STATUS-SUCCESS OF SCRNFILE-FILE-STATUS
                MOVE 'N' TO QUEUE-SCAN-DONE-SW
                PERFORM 2600-DROP-ONE-OPEN-ITEM
                   THRU 2600-EXIT
                   UNTIL QUEUE-SCAN-DONE
            END-IF.

            IF PRIOR-DROPPED-COUNT > ZERO
                DISPLAY 'TRANSCRN - ' PRIOR-DROPPED-COUNT
                        ' UNDECIDED HIT(S) FROM AN EARLIER SCREENING '
                        'OF THIS DATE DROPPED - SCREENING AGAIN.'
            END-IF.
        2500-EXIT.
            EXIT.

        2600-DROP-ONE-OPEN-ITEM.
            READ SCRNFILE NEXT RECORD
              AT END
                 SET FILE-STATUS-AT-END OF SCRNFILE-FILE-STATUS
                  TO TRUE
            END-READ.

            IF NOT FILE-STATUS-SUCCESS OF SCRNFILE-FILE-STATUS
               OR SCRN-SCREEN-DATE NOT = RUN-DATE-X
                SET QUEUE-SCAN-DONE TO TRUE
            ELSE
                IF SCRN-OPEN
                    DELETE SCRNFILE RECORD
                    IF NOT FILE-STATUS-SUCCESS OF
                       SCRNFILE-FILE-STATUS
                        PERFORM 9000-ABEND-AND-STOP
                    END-IF
                    ADD 1 TO PRIOR-DROPPED-COUNT
                END-IF
            END-IF.
        2600-EXIT.
            EXIT.

        3000-SCREEN-ONE-ITEM.
            READ GOODFILE
              AT END
                 SET FILE-STATUS-AT-END OF GOODFILE-FILE-STATUS
                  TO TRUE
            END-READ.

            IF FILE-STATUS-AT-END OF GOODFILE-FILE-STATUS
                NEXT SENTENCE
            ELSE
                IF FILE-STATUS-SUCCESS OF GOODFILE-FILE-STATUS
                    ADD 1 TO GOOD-SEQ-NO
                    ADD 1 TO GOOD-READ-COUNT
                    PERFORM 3100-WORK-OUT-THE-ACCOUNT
                       THRU 3100-EXIT
                    MOVE 'N' TO ITEM-HELD-SW
                    PERFORM 3200-CHECK-PRIOR-DECISION
                       THRU 3200-EXIT
                    IF ITEM-SCREENABLE
                        IF NOT ITEM-HELD
                            PERFORM 4000-APPLY-THE-TESTS
                               THRU 4000-EXIT
                        END-IF
                    ELSE
                        IF NOT ITEM-HELD
                            ADD 1 TO NOT-SCREENED-COUNT
                        END-IF
                    END-IF
                    PERFORM 3500-ROUTE-THE-ITEM
                       THRU 3500-EXIT
                ELSE
                    PERFORM 9000-ABEND-AND-STOP
                END-IF
            END-IF.
        3000-EXIT.
            EXIT.

        3100-WORK-OUT-THE-ACCOUNT.
            MOVE 'N' TO ITEM-SCREENABLE-SW.
            MOVE SPACES TO SCREEN-ACCT-ID.
            MOVE ZERO TO ITEM-AMOUNT.

            IF TRAN-REC-HEADER
               OR TRAN-REC-TRAILER
               OR TRAN-TYPE-ESCHEAT
               OR TRAN-STATUS-VOID
                NEXT SENTENCE
            ELSE
                IF TRAN-AMOUNT-X(1:10) IS NUMERIC
                   AND (TRAN-AMOUNT-X(11:1) = '+'
                     OR TRAN-AMOUNT-X(11:1) = '-')
                    MOVE TRAN-AMOUNT-N TO ITEM-AMOUNT
                    SET ITEM-SCREENABLE TO TRUE
                    IF TRAN-TYPE-TRANSFER
                        MOVE TRAN-XFER-FROM-ACCT TO SCREEN-ACCT-ID
                    ELSE
                        MOVE TRAN-ID(1:4) TO SCREEN-ACCT-ID
                    END-IF
                END-IF
            END-IF.
        3100-EXIT.
            EXIT.

        3200-CHECK-PRIOR-DECISION.
            MOVE RUN-DATE-X TO SCRN-SCREEN-DATE.
            MOVE GOOD-SEQ-NO TO SCRN-SEQ-NO.
            READ SCRNFILE.
            IF FILE-STATUS-SUCCESS OF SCRNFILE-FILE-STATUS
                IF SCRN-TRAN-DATA = TRAN-RECORD
                    SET ITEM-HELD TO TRUE
                    ADD 1 TO ALREADY-DECIDED-COUNT
                ELSE
                    DISPLAY 'TRANSCRN - ITEM ' GOOD-SEQ-NO ' OF THE '
                            'GOOD FILE IS NOT THE ITEM ALREADY '
                            'DECIDED UNDER ' SCRN-KEY
                    DISPLAY 'TRANSCRN - THE GOOD FILE HAS CHANGED '
                            'SINCE IT WAS SCREENED - REFER TO '
                            'COMPLIANCE BEFORE POSTING.'
                    PERFORM 9000-ABEND-AND-STOP
                END-IF
            ELSE
                IF NOT FILE-STATUS-NOT-FOUND OF SCRNFILE-FILE-STATUS
                    PERFORM 9000-ABEND-AND-STOP
                END-IF
            END-IF.
        3200-EXIT.
            EXIT.

        3500-ROUTE-THE-ITEM.
            IF ITEM-HELD
                ADD 1 TO HELD-COUNT
                IF TRAN-AMOUNT-X(1:10) IS NUMERIC
                   AND (TRAN-AMOUNT-X(11:1) = '+'
                     OR TRAN-AMOUNT-X(11:1) = '-')
                    ADD TRAN-AMOUNT-N TO HELD-AMOUNT-TOTAL
                    ADD TRAN-AMOUNT-N TO GOOD-AMOUNT-TOTAL
                END-IF
            ELSE
                MOVE TRAN-RECORD TO SCRNGOOD-RECORD
                WRITE SCRNGOOD-RECORD
                IF NOT FILE-STATUS-SUCCESS OF SCRNGOOD-FILE-STATUS
                    PERFORM 9000-ABEND-AND-STOP
                END-IF
                ADD 1 TO PASSED-COUNT
                IF TRAN-AMOUNT-X(1:10) IS NUMERIC
                   AND (TRAN-AMOUNT-X(11:1) = '+'
                     OR TRAN-AMOUNT-X(11:1) = '-')
                    ADD TRAN-AMOUNT-N TO PASSED-AMOUNT-TOTAL
                    ADD TRAN-AMOUNT-N TO GOOD-AMOUNT-TOTAL
                END-IF
            END-IF.
        3500-EXIT.
            EXIT.

        4000-APPLY-THE-TESTS.
            MOVE SPACES TO SCRN-RECORD.

            PERFORM 4100-GET-ACCOUNT-PATTERN
               THRU 4100-EXIT.

            IF ITEM-AMOUNT < ZERO
                COMPUTE ITEM-ABS-AMOUNT = ZERO - ITEM-AMOUNT
            ELSE
                MOVE ITEM-AMOUNT TO ITEM-ABS-AMOUNT
            END-IF.

            IF AMOUNT-MULT > ZERO
               AND PATTERN-HIST-COUNT > ZERO
               AND PATTERN-HIST-COUNT NOT < MIN-HISTORY
                COMPUTE AMOUNT-LIMIT-WORK =
                    PATTERN-AVG-AMOUNT * AMOUNT-MULT
                IF ITEM-ABS-AMOUNT > AMOUNT-LIMIT-WORK
                    SET SCRN-AMOUNT-HIT TO TRUE
                    ADD 1 TO AMOUNT-HIT-COUNT
                END-IF
            END-IF.

            IF DAILY-MULT > ZERO
               AND PATTERN-HIST-COUNT > ZERO
               AND PATTERN-HIST-COUNT NOT < MIN-HISTORY
                COMPUTE DAILY-LIMIT-WORK =
                    PATTERN-USUAL-DAILY * DAILY-MULT
                IF DAY-COUNT-WORK > DAILY-LIMIT-WORK
                    SET SCRN-VELOCITY-HIT TO TRUE
                    ADD 1 TO VELOCITY-HIT-COUNT
                END-IF
            END-IF.

            IF PATTERN-DORMANT
               OR (DORMANT-DAYS > ZERO
                   AND PATTERN-IDLE-DAYS NOT < DORMANT-DAYS)
                SET SCRN-DORMANT-HIT TO TRUE
                ADD 1 TO DORMANT-HIT-COUNT
            END-IF.

            IF REPORT-LIMIT > ZERO
               AND BAND-PCT > ZERO
               AND ITEM-ABS-AMOUNT < REPORT-LIMIT-AMT
               AND ITEM-ABS-AMOUNT NOT < BAND-FLOOR-AMT
                DIVIDE ITEM-ABS-AMOUNT BY 100
                    GIVING ROUND-QUOTIENT
                    REMAINDER ROUND-REMAINDER
                IF ROUND-REMAINDER = ZERO
                    SET SCRN-STRUCTURE-HIT TO TRUE
                    ADD 1 TO STRUCTURE-HIT-COUNT
                END-IF
            END-IF.

            IF SCRN-HIT-FLAGS NOT = SPACES
                PERFORM 5000-QUEUE-THE-HIT
                   THRU 5000-EXIT
            END-IF.
        4000-EXIT.
            EXIT.

        4100-GET-ACCOUNT-PATTERN.
            PERFORM 2200-FIND-ACCOUNT-ENTRY
               THRU 2200-EXIT.

            IF ACCT-ENTRY-FOUND
                MOVE SCA-DAY-COUNT (SCA-FOUND-IX) TO DAY-COUNT-WORK
                IF SCA-LOADED-SW (SCA-FOUND-IX) = 'Y'
                    MOVE SCA-HIST-COUNT (SCA-FOUND-IX)
                         TO PATTERN-HIST-COUNT
                    MOVE SCA-AVG-AMOUNT (SCA-FOUND-IX)
                         TO PATTERN-AVG-AMOUNT
                    MOVE SCA-USUAL-DAILY (SCA-FOUND-IX)
                         TO PATTERN-USUAL-DAILY
                    MOVE SCA-IDLE-DAYS (SCA-FOUND-IX)
                         TO PATTERN-IDLE-DAYS
                    MOVE SCA-DORMANT-SW (SCA-FOUND-IX)
                         TO PATTERN-DORMANT-SW
                ELSE
                    PERFORM 4200-LOAD-ACCOUNT-PATTERN
                       THRU 4200-EXIT
                    MOVE 'Y' TO SCA-LOADED-SW (SCA-FOUND-IX)
                    MOVE PATTERN-HIST-COUNT
                         TO SCA-HIST-COUNT (SCA-FOUND-IX)
                    MOVE PATTERN-AVG-AMOUNT
                         TO SCA-AVG-AMOUNT (SCA-FOUND-IX)
                    MOVE PATTERN-USUAL-DAILY
                         TO SCA-USUAL-DAILY (SCA-FOUND-IX)
                    MOVE PATTERN-IDLE-DAYS
                         TO SCA-IDLE-DAYS (SCA-FOUND-IX)
                    MOVE PATTERN-DORMANT-SW
                         TO SCA-DORMANT-SW (SCA-FOUND-IX)
                END-IF
            ELSE
                MOVE ZERO TO DAY-COUNT-WORK
                PERFORM 4200-LOAD-ACCOUNT-PATTERN
                   THRU 4200-EXIT
            END-IF.
        4100-EXIT.
            EXIT.

        4200-LOAD-ACCOUNT-PATTERN.
            MOVE ZERO TO PATTERN-HIST-COUNT.
            MOVE ZERO TO PATTERN-ACTIVE-DAYS.
            MOVE ZERO TO PATTERN-AMOUNT-TOTAL.
            MOVE ZERO TO PATTERN-AVG-AMOUNT.
            MOVE ZERO TO PATTERN-USUAL-DAILY.
            MOVE ZERO TO PATTERN-IDLE-DAYS.
            MOVE 'N' TO PATTERN-DORMANT-SW.
            MOVE ZERO TO HDAY-COUNT.

            MOVE SCREEN-ACCT-ID TO HIST-TRAN-ID(1:4).
            MOVE LOW-VALUES TO HIST-TRAN-ID(5:6).
            START TRANHIST KEY IS NOT LESS THAN HIST-TRAN-ID.
            IF FILE-STATUS-SUCCESS OF TRANHIST-FILE-STATUS
                MOVE 'N' TO HIST-SCAN-DONE-SW
                PERFORM 4300-READ-ONE-HISTORY-ITEM
                   THRU 4300-EXIT
                   UNTIL HIST-SCAN-DONE
            END-IF.

            IF PATTERN-HIST-COUNT > ZERO
                COMPUTE PATTERN-AVG-AMOUNT ROUNDED =
                    PATTERN-AMOUNT-TOTAL / PATTERN-HIST-COUNT
                COMPUTE PATTERN-USUAL-DAILY =
                    (PATTERN-HIST-COUNT + PATTERN-ACTIVE-DAYS - 1)
                    / PATTERN-ACTIVE-DAYS
            END-IF.

            MOVE SCREEN-ACCT-ID TO ACCT-ID.
            READ ACCTMAST.
            IF FILE-STATUS-SUCCESS OF ACCTMAST-FILE-STATUS
                IF ACCT-STATUS-DORMANT
                    SET PATTERN-DORMANT TO TRUE
                END-IF
                IF ACCT-LAST-POST-DATE IS NUMERIC
                    MOVE ACCT-LAST-POST-DATE TO DATECALC-DATE
                    CALL 'DATECALC' USING DATECALC-PARMS
                    IF DATECALC-OK
                       AND DATECALC-SERIAL NOT > RUN-DATE-SERIAL
                        COMPUTE IDLE-DAYS-WORK =
                            RUN-DATE-SERIAL - DATECALC-SERIAL
                        IF IDLE-DAYS-WORK > 99999
                            MOVE 99999 TO PATTERN-IDLE-DAYS
                        ELSE
                            MOVE IDLE-DAYS-WORK TO PATTERN-IDLE-DAYS
                        END-IF
                    END-IF
                END-IF
            END-IF.
        4200-EXIT.
            EXIT.

        4300-READ-ONE-HISTORY-ITEM.
            READ TRANHIST NEXT RECORD
              AT END
                 SET FILE-STATUS-AT-END OF TRANHIST-FILE-STATUS
                  TO TRUE
            END-READ.

            IF FILE-STATUS-SUCCESS OF TRANHIST-FILE-STATUS
               AND HIST-TRAN-ID(1:4) = SCREEN-ACCT-ID
                IF HIST-RUN-DATE NOT = RUN-DATE-X
                   AND NOT HIST-STATUS-VOIDED
                   AND HIST-AMOUNT-X(1:10) IS NUMERIC
                   AND (HIST-AMOUNT-X(11:1) = '+'
                     OR HIST-AMOUNT-X(11:1) = '-')
                    ADD 1 TO PATTERN-HIST-COUNT
                    IF HIST-AMOUNT-N < ZERO
                        SUBTRACT HIST-AMOUNT-N
                            FROM PATTERN-AMOUNT-TOTAL
                    ELSE
                        ADD HIST-AMOUNT-N TO PATTERN-AMOUNT-TOTAL
                    END-IF
                    PERFORM 4400-COUNT-HISTORY-DAY
                       THRU 4400-EXIT
                END-IF
            ELSE
                SET HIST-SCAN-DONE TO TRUE
            END-IF.
        4300-EXIT.
            EXIT.

        4400-COUNT-HISTORY-DAY.
            MOVE 'N' TO HIST-DAY-FOUND-SW.
            PERFORM 4450-MATCH-HISTORY-DAY
               THRU 4450-EXIT
               VARYING HDAY-IX FROM 1 BY 1
               UNTIL HDAY-IX > HDAY-COUNT
                  OR HIST-DAY-FOUND.

            IF NOT HIST-DAY-FOUND
                ADD 1 TO PATTERN-ACTIVE-DAYS
                IF HDAY-COUNT < 400
                    ADD 1 TO HDAY-COUNT
                    MOVE HIST-TRAN-DATE TO HDAY-DATE (HDAY-COUNT)
                END-IF
            END-IF.
        4400-EXIT.
            EXIT.

        4450-MATCH-HISTORY-DAY.
            IF HDAY-DATE (HDAY-IX) = HIST-TRAN-DATE
                SET HIST-DAY-FOUND TO TRUE
            END-IF.
        4450-EXIT.
            EXIT.

        5000-QUEUE-THE-HIT.
            MOVE RUN-DATE-X TO SCRN-SCREEN-DATE.
            MOVE GOOD-SEQ-NO TO SCRN-SEQ-NO.
            MOVE SCREEN-ACCT-ID TO SCRN-ACCT-ID.
            SET SCRN-OPEN TO TRUE.
            MOVE PATTERN-AVG-AMOUNT TO SCRN-AVG-AMOUNT.
            MOVE PATTERN-USUAL-DAILY TO SCRN-USUAL-DAILY.
            MOVE DAY-COUNT-WORK TO SCRN-DAY-COUNT.
            MOVE PATTERN-HIST-COUNT TO SCRN-HIST-COUNT.
            MOVE PATTERN-IDLE-DAYS TO SCRN-IDLE-DAYS.
            MOVE TRAN-RECORD TO SCRN-TRAN-DATA.
            WRITE SCRN-RECORD.
            IF NOT FILE-STATUS-SUCCESS OF SCRNFILE-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.

            SET ITEM-HELD TO TRUE.
            ADD 1 TO NEW-HIT-COUNT.

            MOVE ITEM-AMOUNT TO RPT-AMOUNT-DISPLAY.
            MOVE PATTERN-AVG-AMOUNT TO RPT-AVG-DISPLAY.
            MOVE DAY-COUNT-WORK TO RPT-COUNT-DISPLAY.
            DISPLAY ' ' TRAN-ID ' ' SCRN-ACCT-ID ' '
                    SCRN-HIT-FLAGS ' ' RPT-AMOUNT-DISPLAY ' '
                    RPT-AVG-DISPLAY ' ' RPT-COUNT-DISPLAY ' '
                    SCRN-USUAL-DAILY.
        5000-EXIT.
            EXIT.

        9000-ABEND-AND-STOP.
            DISPLAY 'TRANSCRN - ABEND - BAD FILE STATUS'.
            DISPLAY 'TRANSCRN - GOODFILE STATUS:  '
                    GOODFILE-FILE-STATUS.
            DISPLAY 'TRANSCRN - SCRNGOOD STATUS:  '
                    SCRNGOOD-FILE-STATUS.
            DISPLAY 'TRANSCRN - TRANHIST STATUS:  '
                    TRANHIST-FILE-STATUS.
            DISPLAY 'TRANSCRN - ACCTMAST STATUS:  '
                    ACCTMAST-FILE-STATUS.
            DISPLAY 'TRANSCRN - SCRNFILE STATUS:  '
                    SCRNFILE-FILE-STATUS.
            DISPLAY 'TRANSCRN - GOOD ITEMS READ BEFORE ABEND: '
                    GOOD-READ-COUNT.
            DISPLAY 'TRANSCRN - THE SCREENED FILE IS INCOMPLETE - '
                    'DO NOT POST IT.  A RERUN SCREENS THE WHOLE '
                    'GOOD FILE AGAIN.'.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.

        9500-PRINT-SUMMARY-REPORT.
            DISPLAY ' '.
            DISPLAY '---------------------------------------------'.
            DISPLAY ' TRANSCRN - SCREENING SUMMARY FOR ' RUN-DATE-X.
            DISPLAY '---------------------------------------------'.
            DISPLAY ' GOOD ITEMS READ ........... '
                    GOOD-READ-COUNT.
            DISPLAY ' ACCOUNTS SCREENED ......... '
                    SCA-COUNT.
            DISPLAY ' NOT SCREENED (VOID/ESCH) .. '
                    NOT-SCREENED-COUNT.
            DISPLAY ' PASSED TO POSTING ......... '
                    PASSED-COUNT.
            DISPLAY ' HELD FOR REVIEW ........... '
                    HELD-COUNT.
            DISPLAY '   NEW HITS ................ '
                    NEW-HIT-COUNT.
            DISPLAY '   ALREADY DECIDED ......... '
                    ALREADY-DECIDED-COUNT.
            DISPLAY ' HITS BY TEST - AMOUNT ..... '
                    AMOUNT-HIT-COUNT.
            DISPLAY '              - DAILY COUNT  '
                    VELOCITY-HIT-COUNT.
            DISPLAY '              - DORMANT .... '
                    DORMANT-HIT-COUNT.
            DISPLAY '              - STRUCTURING  '
                    STRUCTURE-HIT-COUNT.
            MOVE GOOD-AMOUNT-TOTAL TO RPT-AMOUNT-DISPLAY.
            DISPLAY ' GOOD AMOUNT ............... '
                    RPT-AMOUNT-DISPLAY.
            MOVE PASSED-AMOUNT-TOTAL TO RPT-AMOUNT-DISPLAY.
            DISPLAY ' PASSED AMOUNT ............. '
                    RPT-AMOUNT-DISPLAY.
            MOVE HELD-AMOUNT-TOTAL TO RPT-AMOUNT-DISPLAY.
            DISPLAY ' HELD AMOUNT ............... '
                    RPT-AMOUNT-DISPLAY.
            DISPLAY ' SCREENED FILE FOR POSTING . '
                    SCRNGOOD-DSN.
            DISPLAY '---------------------------------------------'.
            DISPLAY ' '.
        9500-EXIT.
            EXIT.
