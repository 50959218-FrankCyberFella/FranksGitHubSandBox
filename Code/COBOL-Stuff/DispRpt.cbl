        IDENTIFICATION DIVISION.
        PROGRAM-ID. DISPRPT.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

        SELECT DISPFILE ASSIGN TO DYNAMIC DISPFILE-DSN
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS DISP-CASE-ID
            FILE STATUS  IS DISPFILE-FILE-STATUS.

        SELECT RUNCTLFILE ASSIGN TO DYNAMIC RUNCTLFILE-DSN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS RUNCTLFILE-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
         FD DISPFILE
            RECORD CONTAINS 250.

            COPY DISPREC.

         FD RUNCTLFILE
            RECORD CONTAINS 80.

            COPY RUNCTL.

        WORKING-STORAGE SECTION.

         01 DISPFILE-DSN            PIC X(80).
         01 RUNCTLFILE-DSN          PIC X(80).

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==DISPFILE-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==RUNCTLFILE-FILE-STATUS==
             .

         COPY DATECALC.

         01 CURRENT-RUN-DATE        PIC 9(08) VALUE ZERO.
         01 RUN-DATE-X              PIC X(08) VALUE SPACES.
         01 RUN-DATE-SERIAL         PIC 9(07) VALUE ZERO.
         01 OPEN-DATE-SERIAL        PIC 9(07) VALUE ZERO.
         01 RESOLVE-DATE-SERIAL     PIC 9(07) VALUE ZERO.
         01 CASE-AGE-DAYS           PIC 9(07) VALUE ZERO.
         01 DAYS-LEFT-WORK          PIC S9(07) VALUE ZERO.
         01 DISPUTE-DAYS            PIC 9(03) VALUE ZERO.

         01 RUN-OK-SW               PIC X(01) VALUE 'N'.
            88 RUN-OK                      VALUE 'Y'.

         01 CASE-SCAN-DONE-SW       PIC X(01) VALUE 'N'.
            88 CASE-SCAN-DONE              VALUE 'Y'.

         01 CASES-READ-COUNT        PIC 9(9) COMP VALUE ZERO.
         01 OPEN-CASE-COUNT         PIC 9(9) COMP VALUE ZERO.
         01 OPEN-CASE-AMOUNT        PIC S9(11)V99 VALUE ZERO.
         01 OVERDUE-COUNT           PIC 9(9) COMP VALUE ZERO.
         01 PROVISIONAL-COUNT       PIC 9(9) COMP VALUE ZERO.
         01 PROVISIONAL-AMOUNT      PIC S9(11)V99 VALUE ZERO.
         01 WEEK-CUSTOMER-COUNT     PIC 9(9) COMP VALUE ZERO.
         01 WEEK-BANK-COUNT         PIC 9(9) COMP VALUE ZERO.
         01 NOT-LISTED-COUNT        PIC 9(9) COMP VALUE ZERO.

         01 AGE-BUCKET-IX           PIC 9(01) COMP VALUE ZERO.
         01 AGE-BUCKET-TABLE.
            05 AGE-BUCKET-ENTRY OCCURS 5 TIMES.
               10 AB-COUNT             PIC 9(09).
               10 AB-AMOUNT            PIC S9(11)V99.

         01 CASE-ENTRY-COUNT        PIC 9(04) COMP VALUE ZERO.
         01 CASE-ENTRY-IX           PIC 9(04) COMP VALUE ZERO.
         01 SORT-PASS-IX            PIC 9(04) COMP VALUE ZERO.
         01 SORT-PAIR-IX            PIC 9(04) COMP VALUE ZERO.
         01 SORT-PAIR-LIMIT         PIC 9(04) COMP VALUE ZERO.
         01 SORT-SWAP-ENTRY         PIC X(257) VALUE SPACES.

         01 CASE-TABLE.
            05 CASE-ENTRY OCCURS 2000 TIMES.
               10 CE-AGE-DAYS          PIC 9(07).
               10 CE-RECORD            PIC X(250).

         01 RPT-AGE-DISPLAY         PIC ZZZZ9.
         01 RPT-LEFT-DISPLAY        PIC ZZZZ9.
         01 RPT-AMOUNT-DISPLAY      PIC ZZZZZZZZZ9.99-.
         01 RPT-DUE-TEXT            PIC X(14) VALUE SPACES.
         01 BUCKET-COUNT-DISPLAY    PIC ZZZZZZZZ9.
         01 BUCKET-AMOUNT-DISPLAY   PIC ZZZZZZZZZ9.99-.

        PROCEDURE DIVISION.
            PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

            IF NOT RUN-OK
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.

            PERFORM 1200-LOAD-DISPUTE-DAYS
               THRU 1200-EXIT.

            OPEN INPUT DISPFILE.
            IF FILE-STATUS-FILE-MISSING OF DISPFILE-FILE-STATUS
                DISPLAY 'DISPRPT - NO DISPUTE CASE FILE YET, '
                        'NOTHING TO REPORT: ' DISPFILE-DSN
                GOBACK
            END-IF.
            IF NOT FILE-STATUS-SUCCESS OF DISPFILE-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.

            PERFORM 2000-CLEAR-ONE-BUCKET
               THRU 2000-EXIT
               VARYING AGE-BUCKET-IX FROM 1 BY 1
               UNTIL AGE-BUCKET-IX > 5.

            MOVE 1 TO DISP-CASE-ID.
            START DISPFILE KEY IS NOT LESS THAN DISP-CASE-ID.
            IF FILE-STATUS-SUCCESS OF DISPFILE-FILE-STATUS
                MOVE 'N' TO CASE-SCAN-DONE-SW
                PERFORM 3000-LOAD-ONE-CASE
                   THRU 3000-EXIT
                   UNTIL CASE-SCAN-DONE
            END-IF.

            CLOSE DISPFILE.

            PERFORM 4000-SORT-CASE-TABLE
               THRU 4000-EXIT.

            DISPLAY ' '.
            DISPLAY '---------------------------------------------'.
            DISPLAY ' DISPRPT - OPEN DISPUTE CASES BY DAYS '
                    'OUTSTANDING AT ' RUN-DATE-X.
            DISPLAY '---------------------------------------------'.
            DISPLAY ' CASE  ACCT TRAN-ID           AMOUNT ST CR '
                    'OPENED     AGE DEADLINE'.

            PERFORM 5000-PRINT-ONE-CASE
               THRU 5000-EXIT
               VARYING CASE-ENTRY-IX FROM 1 BY 1
               UNTIL CASE-ENTRY-IX > CASE-ENTRY-COUNT.

            IF NOT-LISTED-COUNT > ZERO
                DISPLAY ' WARNING: ' NOT-LISTED-COUNT ' MORE OPEN '
                        'CASES NOT LISTED (TABLE FULL) - THEY ARE IN '
                        'THE TOTALS BELOW.'
            END-IF.

            PERFORM 9500-PRINT-SUMMARY-REPORT
               THRU 9500-EXIT.

            IF OVERDUE-COUNT > ZERO
                MOVE 8 TO RETURN-CODE
            END-IF.

            GOBACK.

        1000-INITIALIZE.
            MOVE SPACES TO DISPFILE-DSN.
            ACCEPT DISPFILE-DSN FROM ENVIRONMENT 'DD_DISPFILE'.
            IF DISPFILE-DSN = SPACES
                MOVE './DISPUTE.IDX' TO DISPFILE-DSN
            END-IF.

            MOVE SPACES TO RUNCTLFILE-DSN.
            ACCEPT RUNCTLFILE-DSN FROM ENVIRONMENT 'DD_RUNCTL'.
            IF RUNCTLFILE-DSN = SPACES
                MOVE './RUNCTL.TXT' TO RUNCTLFILE-DSN
            END-IF.

            MOVE SPACES TO RUN-DATE-X.
            ACCEPT RUN-DATE-X FROM ENVIRONMENT 'DISPRPT_DATE'.
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
                DISPLAY 'DISPRPT - DISPRPT_DATE MUST BE A VALID '
                        'YYYYMMDD, GOT: ' RUN-DATE-X
            END-IF.
        1000-EXIT.
            EXIT.

        1200-LOAD-DISPUTE-DAYS.
            MOVE ZERO TO DISPUTE-DAYS.
            OPEN INPUT RUNCTLFILE.
            IF FILE-STATUS-SUCCESS OF RUNCTLFILE-FILE-STATUS
                READ RUNCTLFILE
                  AT END
                     SET FILE-STATUS-AT-END OF RUNCTLFILE-FILE-STATUS
                      TO TRUE
                END-READ
                IF FILE-STATUS-SUCCESS OF RUNCTLFILE-FILE-STATUS
                    IF RC-DISPUTE-DAYS IS NUMERIC
                        MOVE RC-DISPUTE-DAYS TO DISPUTE-DAYS
                    END-IF
                END-IF
                CLOSE RUNCTLFILE
            END-IF.

            IF DISPUTE-DAYS > ZERO
                DISPLAY 'DISPRPT - CASES MUST BE RESOLVED WITHIN '
                        DISPUTE-DAYS ' DAYS OF OPENING.'
            ELSE
                DISPLAY 'DISPRPT - NO RESOLUTION DEADLINE SET ON THE '
                        'RUN CONTROLS, NO CASE IS FLAGGED OVERDUE.'
            END-IF.
        1200-EXIT.
            EXIT.

        2000-CLEAR-ONE-BUCKET.
            MOVE ZERO TO AB-COUNT (AGE-BUCKET-IX).
            MOVE ZERO TO AB-AMOUNT (AGE-BUCKET-IX).
        2000-EXIT.
            EXIT.

        3000-LOAD-ONE-CASE.
            READ DISPFILE NEXT RECORD
              AT END
                 SET FILE-STATUS-AT-END OF DISPFILE-FILE-STATUS
                  TO TRUE
            END-READ.

            IF FILE-STATUS-AT-END OF DISPFILE-FILE-STATUS
                SET CASE-SCAN-DONE TO TRUE
            ELSE
                IF NOT FILE-STATUS-SUCCESS OF DISPFILE-FILE-STATUS
                    PERFORM 9000-ABEND-AND-STOP
                END-IF
                ADD 1 TO CASES-READ-COUNT
                IF DISP-UNRESOLVED
                    PERFORM 3100-AGE-ONE-CASE
                       THRU 3100-EXIT
                ELSE
                    PERFORM 3200-COUNT-RECENT-RESOLUTION
                       THRU 3200-EXIT
                END-IF
            END-IF.
        3000-EXIT.
            EXIT.

        3100-AGE-ONE-CASE.
            MOVE ZERO TO CASE-AGE-DAYS.
            IF DISP-OPEN-DATE IS NUMERIC
                MOVE DISP-OPEN-DATE TO DATECALC-DATE
                CALL 'DATECALC' USING DATECALC-PARMS
                IF DATECALC-OK
                   AND DATECALC-SERIAL < RUN-DATE-SERIAL
                    MOVE DATECALC-SERIAL TO OPEN-DATE-SERIAL
                    COMPUTE CASE-AGE-DAYS =
                        RUN-DATE-SERIAL - OPEN-DATE-SERIAL
                END-IF
            END-IF.

            ADD 1 TO OPEN-CASE-COUNT.
            ADD DISP-AMOUNT TO OPEN-CASE-AMOUNT.
            IF DISP-CREDIT-PROVISIONAL
                ADD 1 TO PROVISIONAL-COUNT
                ADD DISP-CREDIT-AMOUNT TO PROVISIONAL-AMOUNT
            END-IF.
            IF DISPUTE-DAYS > ZERO
               AND CASE-AGE-DAYS > DISPUTE-DAYS
                ADD 1 TO OVERDUE-COUNT
            END-IF.

            EVALUATE TRUE
                WHEN CASE-AGE-DAYS NOT > 10
                    MOVE 1 TO AGE-BUCKET-IX
                WHEN CASE-AGE-DAYS NOT > 30
                    MOVE 2 TO AGE-BUCKET-IX
                WHEN CASE-AGE-DAYS NOT > 60
                    MOVE 3 TO AGE-BUCKET-IX
                WHEN CASE-AGE-DAYS NOT > 90
                    MOVE 4 TO AGE-BUCKET-IX
                WHEN OTHER
                    MOVE 5 TO AGE-BUCKET-IX
            END-EVALUATE.
            ADD 1 TO AB-COUNT (AGE-BUCKET-IX).
            ADD DISP-AMOUNT TO AB-AMOUNT (AGE-BUCKET-IX).

            IF CASE-ENTRY-COUNT < 2000
                ADD 1 TO CASE-ENTRY-COUNT
                MOVE CASE-AGE-DAYS TO CE-AGE-DAYS (CASE-ENTRY-COUNT)
                MOVE DISP-RECORD TO CE-RECORD (CASE-ENTRY-COUNT)
            ELSE
                ADD 1 TO NOT-LISTED-COUNT
            END-IF.
        3100-EXIT.
            EXIT.

        3200-COUNT-RECENT-RESOLUTION.
            IF DISP-RESOLVE-DATE IS NUMERIC
                MOVE DISP-RESOLVE-DATE TO DATECALC-DATE
                CALL 'DATECALC' USING DATECALC-PARMS
                IF DATECALC-OK
                   AND DATECALC-SERIAL NOT > RUN-DATE-SERIAL
                    MOVE DATECALC-SERIAL TO RESOLVE-DATE-SERIAL
                    IF RUN-DATE-SERIAL - RESOLVE-DATE-SERIAL < 7
                        IF DISP-RESOLVED-CUSTOMER
                            ADD 1 TO WEEK-CUSTOMER-COUNT
                        ELSE
                            ADD 1 TO WEEK-BANK-COUNT
                        END-IF
                    END-IF
                END-IF
            END-IF.
        3200-EXIT.
            EXIT.

        4000-SORT-CASE-TABLE.
            PERFORM 4100-SORT-ONE-PASS
               THRU 4100-EXIT
               VARYING SORT-PASS-IX FROM 1 BY 1
               UNTIL SORT-PASS-IX >= CASE-ENTRY-COUNT.
        4000-EXIT.
            EXIT.

        4100-SORT-ONE-PASS.
            COMPUTE SORT-PAIR-LIMIT =
                CASE-ENTRY-COUNT - SORT-PASS-IX.
            PERFORM 4200-COMPARE-AND-SWAP
               THRU 4200-EXIT
               VARYING SORT-PAIR-IX FROM 1 BY 1
               UNTIL SORT-PAIR-IX > SORT-PAIR-LIMIT.
        4100-EXIT.
            EXIT.

        4200-COMPARE-AND-SWAP.
            IF CE-AGE-DAYS (SORT-PAIR-IX) <
               CE-AGE-DAYS (SORT-PAIR-IX + 1)
                MOVE CASE-ENTRY (SORT-PAIR-IX)
                     TO SORT-SWAP-ENTRY
                MOVE CASE-ENTRY (SORT-PAIR-IX + 1)
                     TO CASE-ENTRY (SORT-PAIR-IX)
                MOVE SORT-SWAP-ENTRY
                     TO CASE-ENTRY (SORT-PAIR-IX + 1)
            END-IF.
        4200-EXIT.
            EXIT.

        5000-PRINT-ONE-CASE.
            MOVE CE-RECORD (CASE-ENTRY-IX) TO DISP-RECORD.
            MOVE CE-AGE-DAYS (CASE-ENTRY-IX) TO CASE-AGE-DAYS.
            MOVE CASE-AGE-DAYS TO RPT-AGE-DISPLAY.
            MOVE DISP-AMOUNT TO RPT-AMOUNT-DISPLAY.

            MOVE SPACES TO RPT-DUE-TEXT.
            IF DISPUTE-DAYS > ZERO
                COMPUTE DAYS-LEFT-WORK =
                    DISPUTE-DAYS - CASE-AGE-DAYS
                IF DAYS-LEFT-WORK < ZERO
                    MOVE '*** OVERDUE' TO RPT-DUE-TEXT
                ELSE
                    MOVE DAYS-LEFT-WORK TO RPT-LEFT-DISPLAY
                    STRING RPT-LEFT-DISPLAY ' DAYS LEFT'
                           DELIMITED BY SIZE INTO RPT-DUE-TEXT
                    END-STRING
                END-IF
            END-IF.

            DISPLAY ' ' DISP-CASE-ID ' ' DISP-ACCT-ID ' '
                    DISP-TRAN-ID ' ' RPT-AMOUNT-DISPLAY ' '
                    DISP-STATUS-CD '  ' DISP-CREDIT-CD '  '
                    DISP-OPEN-DATE ' ' RPT-AGE-DISPLAY ' '
                    RPT-DUE-TEXT.
        5000-EXIT.
            EXIT.

        5300-PRINT-ONE-BUCKET.
            MOVE AB-COUNT (AGE-BUCKET-IX) TO BUCKET-COUNT-DISPLAY.
            MOVE AB-AMOUNT (AGE-BUCKET-IX) TO BUCKET-AMOUNT-DISPLAY.
            EVALUATE AGE-BUCKET-IX
                WHEN 1
                    DISPLAY '  0- 10  ' BUCKET-COUNT-DISPLAY ' '
                            BUCKET-AMOUNT-DISPLAY
                WHEN 2
                    DISPLAY ' 11- 30  ' BUCKET-COUNT-DISPLAY ' '
                            BUCKET-AMOUNT-DISPLAY
                WHEN 3
                    DISPLAY ' 31- 60  ' BUCKET-COUNT-DISPLAY ' '
                            BUCKET-AMOUNT-DISPLAY
                WHEN 4
                    DISPLAY ' 61- 90  ' BUCKET-COUNT-DISPLAY ' '
                            BUCKET-AMOUNT-DISPLAY
                WHEN 5
                    DISPLAY ' OVER 90 ' BUCKET-COUNT-DISPLAY ' '
                            BUCKET-AMOUNT-DISPLAY
            END-EVALUATE.
        5300-EXIT.
            EXIT.

        9000-ABEND-AND-STOP.
            DISPLAY 'DISPRPT - ABEND - BAD FILE STATUS'.
            DISPLAY 'DISPRPT - DISPFILE STATUS:   '
                    DISPFILE-FILE-STATUS.
            DISPLAY 'DISPRPT - RUNCTL STATUS:     '
                    RUNCTLFILE-FILE-STATUS.
            DISPLAY 'DISPRPT - CASES READ BEFORE ABEND: '
                    CASES-READ-COUNT.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.

        9500-PRINT-SUMMARY-REPORT.
            DISPLAY ' '.
            DISPLAY '---------------------------------------------'.
            DISPLAY ' DISPRPT - SUMMARY FOR ' RUN-DATE-X.
            DISPLAY '---------------------------------------------'.
            DISPLAY ' DAYS OUT       CASES  DISPUTED AMOUNT'.
            PERFORM 5300-PRINT-ONE-BUCKET
               THRU 5300-EXIT
               VARYING AGE-BUCKET-IX FROM 1 BY 1
               UNTIL AGE-BUCKET-IX > 5.
            MOVE OPEN-CASE-AMOUNT TO RPT-AMOUNT-DISPLAY.
            DISPLAY ' CASES ON FILE ............. '
                    CASES-READ-COUNT.
            DISPLAY ' OPEN CASES ................ '
                    OPEN-CASE-COUNT.
            DISPLAY ' OPEN DISPUTED AMOUNT ...... '
                    RPT-AMOUNT-DISPLAY.
            MOVE PROVISIONAL-AMOUNT TO RPT-AMOUNT-DISPLAY.
            DISPLAY ' PROVISIONAL CREDITS OUT ... '
                    PROVISIONAL-COUNT ' / ' RPT-AMOUNT-DISPLAY.
            DISPLAY ' PAST THE DEADLINE ......... '
                    OVERDUE-COUNT.
            DISPLAY ' RESOLVED LAST 7 DAYS - FOR CUSTOMER '
                    WEEK-CUSTOMER-COUNT.
            DISPLAY ' RESOLVED LAST 7 DAYS - FOR BANK ... '
                    WEEK-BANK-COUNT.
            DISPLAY ' DISPUTE CASE FILE ......... '
                    DISPFILE-DSN.
            DISPLAY '---------------------------------------------'.
            DISPLAY ' '.
        9500-EXIT.
            EXIT.
