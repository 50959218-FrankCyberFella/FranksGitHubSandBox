        IDENTIFICATION DIVISION.
        PROGRAM-ID. DISPMNT.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

        SELECT DISPFILE ASSIGN TO DYNAMIC DISPFILE-DSN
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS DISP-CASE-ID
            FILE STATUS  IS DISPFILE-FILE-STATUS.

        SELECT TRANHIST ASSIGN TO DYNAMIC TRANHIST-DSN
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS HIST-TRAN-ID
            FILE STATUS  IS TRANHIST-FILE-STATUS.

        SELECT RECYCLEFILE ASSIGN TO DYNAMIC RECYCLEFILE-DSN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS RECYCLEFILE-FILE-STATUS.

        SELECT RUNCTLFILE ASSIGN TO DYNAMIC RUNCTLFILE-DSN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS RUNCTLFILE-FILE-STATUS.

        SELECT SIGNONFILE ASSIGN TO DYNAMIC SIGNONFILE-DSN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS SIGNONFILE-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
         FD DISPFILE
            RECORD CONTAINS 250.

            COPY DISPREC.

         FD TRANHIST
            RECORD CONTAINS 80.

            COPY HISTREC.

         FD RECYCLEFILE
            RECORD CONTAINS 80.

         01 RECYCLE-RECORD   PIC X(80).

         FD RUNCTLFILE
            RECORD CONTAINS 80.

            COPY RUNCTL.

         FD SIGNONFILE
            RECORD CONTAINS 80.

            COPY SIGNREC.

        WORKING-STORAGE SECTION.

         01 DISPFILE-DSN            PIC X(80).
         01 TRANHIST-DSN            PIC X(80).
         01 RECYCLEFILE-DSN         PIC X(80).
         01 RUNCTLFILE-DSN          PIC X(80).
         01 SIGNONFILE-DSN          PIC X(80).

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==DISPFILE-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==TRANHIST-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==RECYCLEFILE-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==RUNCTLFILE-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==SIGNONFILE-FILE-STATUS==
             .

         COPY TRANREC.

         COPY DATECALC.

         COPY SECLOG.

         01 OPERATOR-ID             PIC X(08) VALUE SPACES.
         01 SESSION-LEVEL           PIC X(01) VALUE SPACES.

         01 CURRENT-RUN-DATE        PIC 9(08) VALUE ZERO.
         01 RUN-DATE-SERIAL         PIC 9(07) VALUE ZERO.
         01 OPEN-DATE-SERIAL        PIC 9(07) VALUE ZERO.
         01 CASE-AGE-DAYS           PIC 9(07) VALUE ZERO.
         01 DISPUTE-DAYS            PIC 9(03) VALUE ZERO.

         01 DISP-ACTION             PIC X(01) VALUE SPACES.
         01 DISP-KEY-IN             PIC X(05) VALUE SPACES.
         01 DISP-CONFIRM            PIC X(01) VALUE SPACES.
         01 DISP-OUTCOME            PIC X(01) VALUE SPACES.
         01 DISP-NOTE-IN            PIC X(40) VALUE SPACES.

         01 DISP-DONE-SW            PIC X(01) VALUE 'N'.
            88 DISP-DONE                   VALUE 'Y'.

         01 CASE-FOUND-SW           PIC X(01) VALUE 'N'.
            88 CASE-FOUND                  VALUE 'Y'.

         01 CASE-SCAN-DONE-SW       PIC X(01) VALUE 'N'.
            88 CASE-SCAN-DONE              VALUE 'Y'.

         01 HIST-OPEN-SW            PIC X(01) VALUE 'N'.
            88 HIST-AVAILABLE              VALUE 'Y'.

         01 RECYCLE-OPEN-SW         PIC X(01) VALUE 'N'.
            88 RECYCLE-FILE-OPEN           VALUE 'Y'.

         01 REVERSAL-OK-SW          PIC X(01) VALUE 'N'.
            88 REVERSAL-OK                 VALUE 'Y'.

         01 CREDIT-AMOUNT-WORK      PIC S9(11)V99 VALUE ZERO.

         01 LISTED-COUNT            PIC 9(9) COMP VALUE ZERO.
         01 CREDITS-WRITTEN-COUNT   PIC 9(9) COMP VALUE ZERO.
         01 REVERSALS-WRITTEN-COUNT PIC 9(9) COMP VALUE ZERO.
         01 CASES-RESOLVED-COUNT    PIC 9(9) COMP VALUE ZERO.

         01 SHOW-AMOUNT-DISPLAY     PIC ZZZZZZZZZZ9.99-.
         01 SHOW-CREDIT-DISPLAY     PIC ZZZZZZZZZZ9.99-.
         01 SHOW-AGE-DISPLAY        PIC ZZZZ9.
         01 SHOW-STATUS-TEXT        PIC X(13) VALUE SPACES.
         01 SHOW-CREDIT-TEXT        PIC X(11) VALUE SPACES.

        PROCEDURE DIVISION.
            PERFORM 1100-READ-SESSION-RECORD
               THRU 1100-EXIT.

            IF OPERATOR-ID = SPACES OR SESSION-LEVEL < '2'
                DISPLAY 'DISPMNT - DISPUTE CASE WORK NEEDS A LEVEL 2 '
                        'SIGN-ON THROUGH MENUDRV.'
                MOVE SPACES TO SECLOG-PARMS
                MOVE OPERATOR-ID TO SECLOG-OPERATOR
                MOVE 'DISPMNT' TO SECLOG-PROGRAM
                MOVE 'DISPUTE CASE WORK' TO SECLOG-ACTION
                MOVE 'D' TO SECLOG-RESULT
                MOVE 'NO REPAIR-LEVEL SESSION' TO SECLOG-DETAIL
                CALL 'SECLOG' USING SECLOG-PARMS
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.

            PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

            IF DISP-DONE
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.

            MOVE SPACES TO SECLOG-PARMS.
            MOVE OPERATOR-ID TO SECLOG-OPERATOR.
            MOVE 'DISPMNT' TO SECLOG-PROGRAM.
            MOVE 'DISPUTE CASE WORK' TO SECLOG-ACTION.
            MOVE 'A' TO SECLOG-RESULT.
            CALL 'SECLOG' USING SECLOG-PARMS.

            DISPLAY ' '.
            DISPLAY 'DISPMNT - CUSTOMER DISPUTE CASES'.
            DISPLAY 'CASES ARE OPENED FROM THE TRANINQ HISTORY '
                    'INQUIRY.  CREDITS AND REVERSALS POST THROUGH '
                    'THE NEXT FILE PASS.'.
            IF DISPUTE-DAYS > ZERO
                DISPLAY 'EACH CASE MUST BE RESOLVED WITHIN '
                        DISPUTE-DAYS ' DAYS OF OPENING.'
            END-IF.

            PERFORM 3000-PROCESS-ONE-ACTION
               THRU 3000-EXIT
               UNTIL DISP-DONE.

            CLOSE DISPFILE.
            IF HIST-AVAILABLE
                CLOSE TRANHIST
            END-IF.
            IF RECYCLE-FILE-OPEN
                CLOSE RECYCLEFILE
            END-IF.

            DISPLAY 'DISPMNT - SESSION ENDED: ' CASES-RESOLVED-COUNT
                    ' RESOLVED, ' CREDITS-WRITTEN-COUNT
                    ' CREDITS AND ' REVERSALS-WRITTEN-COUNT
                    ' REVERSALS QUEUED FOR THE NEXT FILE PASS.'.

            GOBACK.

        1000-INITIALIZE.
            MOVE SPACES TO DISPFILE-DSN.
            ACCEPT DISPFILE-DSN FROM ENVIRONMENT 'DD_DISPFILE'.
            IF DISPFILE-DSN = SPACES
                MOVE './DISPUTE.IDX' TO DISPFILE-DSN
            END-IF.

            MOVE SPACES TO TRANHIST-DSN.
            ACCEPT TRANHIST-DSN FROM ENVIRONMENT 'DD_TRANHIST'.
            IF TRANHIST-DSN = SPACES
                MOVE './TRANHIST.IDX' TO TRANHIST-DSN
            END-IF.

            MOVE SPACES TO RECYCLEFILE-DSN.
            ACCEPT RECYCLEFILE-DSN FROM ENVIRONMENT 'DD_RECYCLEFILE'.
            IF RECYCLEFILE-DSN = SPACES
                MOVE './RECYCLE.TXT' TO RECYCLEFILE-DSN
            END-IF.

            MOVE SPACES TO RUNCTLFILE-DSN.
            ACCEPT RUNCTLFILE-DSN FROM ENVIRONMENT 'DD_RUNCTL'.
            IF RUNCTLFILE-DSN = SPACES
                MOVE './RUNCTL.TXT' TO RUNCTLFILE-DSN
            END-IF.

            ACCEPT CURRENT-RUN-DATE FROM DATE YYYYMMDD.
            MOVE CURRENT-RUN-DATE TO DATECALC-DATE.
            CALL 'DATECALC' USING DATECALC-PARMS.
            MOVE DATECALC-SERIAL TO RUN-DATE-SERIAL.

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

            OPEN I-O DISPFILE.
            IF NOT FILE-STATUS-SUCCESS OF DISPFILE-FILE-STATUS
                DISPLAY 'DISPMNT - NO DISPUTE CASE FILE TO WORK: '
                        DISPFILE-DSN
                DISPLAY 'DISPMNT - STATUS: ' DISPFILE-FILE-STATUS
                DISPLAY 'DISPMNT - OPEN A CASE FROM THE TRANINQ '
                        'HISTORY INQUIRY FIRST.'
                SET DISP-DONE TO TRUE
            ELSE
                OPEN INPUT TRANHIST
                IF FILE-STATUS-SUCCESS OF TRANHIST-FILE-STATUS
                    SET HIST-AVAILABLE TO TRUE
                ELSE
                    DISPLAY 'DISPMNT - WARNING: THE HISTORY MASTER '
                            'COULD NOT BE OPENED, REVERSALS ARE '
                            'DISABLED. STATUS: ' TRANHIST-FILE-STATUS
                END-IF
            END-IF.
        1000-EXIT.
            EXIT.

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

        3000-PROCESS-ONE-ACTION.
            DISPLAY ' '.
            DISPLAY 'ACTION (L=LIST OPEN CASES, S=SHOW, '
                    'I=INVESTIGATION NOTE, P=PROVISIONAL CREDIT, '
                    'R=RESOLVE, X=EXIT): ' WITH NO ADVANCING.
            MOVE SPACES TO DISP-ACTION.
            ACCEPT DISP-ACTION.

            EVALUATE DISP-ACTION
                WHEN 'L'
                WHEN 'l'
                    PERFORM 4000-LIST-OPEN-CASES
                       THRU 4000-EXIT
                WHEN 'S'
                WHEN 's'
                    PERFORM 8000-ACCEPT-A-CASE-ID
                       THRU 8000-EXIT
                    IF CASE-FOUND
                        PERFORM 5000-SHOW-A-CASE
                           THRU 5000-EXIT
                    END-IF
                WHEN 'I'
                WHEN 'i'
                    PERFORM 8000-ACCEPT-A-CASE-ID
                       THRU 8000-EXIT
                    IF CASE-FOUND
                        PERFORM 5500-NOTE-INVESTIGATION
                           THRU 5500-EXIT
                    END-IF
                WHEN 'P'
                WHEN 'p'
                    IF SESSION-LEVEL < '3'
                        PERFORM 8900-REFUSE-LOW-LEVEL
                           THRU 8900-EXIT
                    ELSE
                        PERFORM 8000-ACCEPT-A-CASE-ID
                           THRU 8000-EXIT
                        IF CASE-FOUND
                            PERFORM 6000-PROVISIONAL-CREDIT
                               THRU 6000-EXIT
                        END-IF
                    END-IF
                WHEN 'R'
                WHEN 'r'
                    IF SESSION-LEVEL < '3'
                        PERFORM 8900-REFUSE-LOW-LEVEL
                           THRU 8900-EXIT
                    ELSE
                        PERFORM 8000-ACCEPT-A-CASE-ID
                           THRU 8000-EXIT
                        IF CASE-FOUND
                            PERFORM 7000-RESOLVE-A-CASE
                               THRU 7000-EXIT
                        END-IF
                    END-IF
                WHEN 'X'
                WHEN 'x'
                    SET DISP-DONE TO TRUE
                WHEN OTHER
                    DISPLAY 'DISPMNT - INVALID ACTION.'
            END-EVALUATE.
        3000-EXIT.
            EXIT.

        4000-LIST-OPEN-CASES.
            MOVE ZERO TO LISTED-COUNT.
            MOVE 1 TO DISP-CASE-ID.
            START DISPFILE KEY IS NOT LESS THAN DISP-CASE-ID.
            IF FILE-STATUS-SUCCESS OF DISPFILE-FILE-STATUS
                DISPLAY ' CASE  TRAN-ID           AMOUNT ST CR '
                        '  AGE OPENED BY'
                MOVE 'N' TO CASE-SCAN-DONE-SW
                PERFORM 4100-LIST-ONE-CASE
                   THRU 4100-EXIT
                   UNTIL CASE-SCAN-DONE
            END-IF.
            IF LISTED-COUNT = ZERO
                DISPLAY 'DISPMNT - NO UNRESOLVED DISPUTE CASES.'
            END-IF.
        4000-EXIT.
            EXIT.

        4100-LIST-ONE-CASE.
            READ DISPFILE NEXT RECORD
              AT END
                 SET FILE-STATUS-AT-END OF DISPFILE-FILE-STATUS
                  TO TRUE
            END-READ.

            IF NOT FILE-STATUS-SUCCESS OF DISPFILE-FILE-STATUS
                SET CASE-SCAN-DONE TO TRUE
            ELSE
                IF DISP-UNRESOLVED
                    ADD 1 TO LISTED-COUNT
                    PERFORM 5100-AGE-THE-CASE
                       THRU 5100-EXIT
                    MOVE DISP-AMOUNT TO SHOW-AMOUNT-DISPLAY
                    MOVE CASE-AGE-DAYS TO SHOW-AGE-DISPLAY
                    DISPLAY ' ' DISP-CASE-ID ' ' DISP-TRAN-ID ' '
                            SHOW-AMOUNT-DISPLAY ' ' DISP-STATUS-CD
                            '  ' DISP-CREDIT-CD ' ' SHOW-AGE-DISPLAY
                            ' ' DISP-OPEN-OPER
                END-IF
            END-IF.
        4100-EXIT.
            EXIT.

        5000-SHOW-A-CASE.
            PERFORM 5100-AGE-THE-CASE
               THRU 5100-EXIT.
            EVALUATE TRUE
                WHEN DISP-OPEN
                    MOVE 'OPEN' TO SHOW-STATUS-TEXT
                WHEN DISP-INVESTIGATING
                    MOVE 'INVESTIGATING' TO SHOW-STATUS-TEXT
                WHEN DISP-RESOLVED-CUSTOMER
                    MOVE 'FOR CUSTOMER' TO SHOW-STATUS-TEXT
                WHEN DISP-RESOLVED-BANK
                    MOVE 'FOR BANK' TO SHOW-STATUS-TEXT
                WHEN OTHER
                    MOVE 'UNKNOWN' TO SHOW-STATUS-TEXT
            END-EVALUATE.
            EVALUATE TRUE
                WHEN DISP-CREDIT-PROVISIONAL
                    MOVE 'PROVISIONAL' TO SHOW-CREDIT-TEXT
                WHEN DISP-CREDIT-FINAL
                    MOVE 'FINAL' TO SHOW-CREDIT-TEXT
                WHEN DISP-CREDIT-REVERSED
                    MOVE 'REVERSED' TO SHOW-CREDIT-TEXT
                WHEN OTHER
                    MOVE 'NONE' TO SHOW-CREDIT-TEXT
            END-EVALUATE.
            MOVE DISP-AMOUNT TO SHOW-AMOUNT-DISPLAY.
            MOVE DISP-CREDIT-AMOUNT TO SHOW-CREDIT-DISPLAY.
            MOVE CASE-AGE-DAYS TO SHOW-AGE-DISPLAY.
            DISPLAY ' '.
            DISPLAY '-----------------------------------------------'.
            DISPLAY ' CASE ........... ' DISP-CASE-ID ' '
                    SHOW-STATUS-TEXT.
            DISPLAY ' TRANSACTION .... ' DISP-TRAN-ID ' OF '
                    DISP-TRAN-DATE.
            DISPLAY ' ACCOUNT ........ ' DISP-ACCT-ID.
            DISPLAY ' AMOUNT ......... ' SHOW-AMOUNT-DISPLAY.
            DISPLAY ' REASON ......... ' DISP-REASON.
            DISPLAY ' OPENED ......... ' DISP-OPEN-DATE ' BY '
                    DISP-OPEN-OPER.
            IF DISP-UNRESOLVED
                DISPLAY ' DAYS OUTSTANDING ' SHOW-AGE-DISPLAY
                IF DISPUTE-DAYS > ZERO
                   AND CASE-AGE-DAYS > DISPUTE-DAYS
                    DISPLAY ' *** PAST THE ' DISPUTE-DAYS
                            '-DAY RESOLUTION DEADLINE ***'
                END-IF
            END-IF.
            DISPLAY ' CREDIT ......... ' SHOW-CREDIT-TEXT ' '
                    SHOW-CREDIT-DISPLAY.
            IF NOT DISP-NO-CREDIT
                DISPLAY ' CREDIT ITEM .... ' DISP-CREDIT-TRAN-ID
                        ' ON ' DISP-CREDIT-DATE ' BY '
                        DISP-CREDIT-OPER
            END-IF.
            IF DISP-CREDIT-REVERSED
                DISPLAY ' REVERSED ON .... ' DISP-REVERSE-DATE
            END-IF.
            IF DISP-INVEST-OPER NOT = SPACES
                DISPLAY ' INVESTIGATED ... ' DISP-INVEST-DATE ' BY '
                        DISP-INVEST-OPER
            END-IF.
            IF NOT DISP-UNRESOLVED
                DISPLAY ' RESOLVED ....... ' DISP-RESOLVE-DATE ' BY '
                        DISP-RESOLVE-OPER
            END-IF.
            IF DISP-NOTE NOT = SPACES
                DISPLAY ' NOTE ........... ' DISP-NOTE
            END-IF.
            DISPLAY '-----------------------------------------------'.
        5000-EXIT.
            EXIT.

        5100-AGE-THE-CASE.
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
        5100-EXIT.
            EXIT.

        5500-NOTE-INVESTIGATION.
            IF NOT DISP-UNRESOLVED
                DISPLAY 'DISPMNT - CASE ' DISP-CASE-ID
                        ' IS ALREADY RESOLVED.'
            ELSE
                PERFORM 5000-SHOW-A-CASE
                   THRU 5000-EXIT
                DISPLAY 'INVESTIGATION NOTE: ' WITH NO ADVANCING
                MOVE SPACES TO DISP-NOTE-IN
                ACCEPT DISP-NOTE-IN
                IF DISP-NOTE-IN = SPACES
                    DISPLAY 'DISPMNT - NOTHING DONE.'
                ELSE
                    SET DISP-INVESTIGATING TO TRUE
                    MOVE OPERATOR-ID TO DISP-INVEST-OPER
                    MOVE CURRENT-RUN-DATE TO DISP-INVEST-DATE
                    MOVE DISP-NOTE-IN TO DISP-NOTE
                    PERFORM 8200-REWRITE-THE-CASE
                       THRU 8200-EXIT
                    DISPLAY 'DISPMNT - CASE ' DISP-CASE-ID
                            ' IS UNDER INVESTIGATION.'
                    MOVE 'DISPUTE INVESTIGATE' TO SECLOG-ACTION
                    PERFORM 8500-LOG-THE-ACTION
                       THRU 8500-EXIT
                END-IF
            END-IF.
        5500-EXIT.
            EXIT.

        6000-PROVISIONAL-CREDIT.
            IF NOT DISP-UNRESOLVED
                DISPLAY 'DISPMNT - CASE ' DISP-CASE-ID
                        ' IS ALREADY RESOLVED.'
            ELSE
                IF NOT DISP-NO-CREDIT
                    DISPLAY 'DISPMNT - CASE ' DISP-CASE-ID
                            ' ALREADY HAS A CREDIT: '
                            DISP-CREDIT-TRAN-ID
                ELSE
                    IF DISP-AMOUNT NOT < ZERO
                        DISPLAY 'DISPMNT - THE DISPUTED ITEM IS NOT '
                                'A DEBIT, THERE IS NOTHING TO CREDIT.'
                    ELSE
                        PERFORM 5000-SHOW-A-CASE
                           THRU 5000-EXIT
                        DISPLAY 'ISSUE A PROVISIONAL CREDIT OF THE '
                                'DISPUTED AMOUNT (Y/N)? '
                                WITH NO ADVANCING
                        MOVE SPACES TO DISP-CONFIRM
                        ACCEPT DISP-CONFIRM
                        IF DISP-CONFIRM = 'Y' OR DISP-CONFIRM = 'y'
                            PERFORM 6100-WRITE-THE-CREDIT
                               THRU 6100-EXIT
                            SET DISP-CREDIT-PROVISIONAL TO TRUE
                            PERFORM 8200-REWRITE-THE-CASE
                               THRU 8200-EXIT
                            DISPLAY 'DISPMNT - PROVISIONAL CREDIT '
                                    DISP-CREDIT-TRAN-ID
                                    ' QUEUED FOR THE NEXT FILE PASS.'
                            MOVE 'DISPUTE CREDIT' TO SECLOG-ACTION
                            PERFORM 8500-LOG-THE-ACTION
                               THRU 8500-EXIT
                        ELSE
                            DISPLAY 'DISPMNT - NOTHING DONE.'
                        END-IF
                    END-IF
                END-IF
            END-IF.
        6000-EXIT.
            EXIT.

        6100-WRITE-THE-CREDIT.
            COMPUTE CREDIT-AMOUNT-WORK = ZERO - DISP-AMOUNT.
            MOVE SPACES TO DISP-CREDIT-TRAN-ID.
            STRING DISP-ACCT-ID 'P' DISP-CASE-ID
                   DELIMITED BY SIZE INTO DISP-CREDIT-TRAN-ID
            END-STRING.

            MOVE SPACES TO TRAN-RECORD.
            MOVE DISP-CREDIT-TRAN-ID TO TRAN-ID.
            MOVE CURRENT-RUN-DATE TO TRAN-DATE.
            MOVE CREDIT-AMOUNT-WORK TO TRAN-AMOUNT-N.
            MOVE '02' TO TRAN-STATUS-CD.
            STRING 'DISPUTE CREDIT CASE ' DISP-CASE-ID
                   DELIMITED BY SIZE INTO TRAN-DESC
            END-STRING.
            PERFORM 6500-WRITE-RECYCLE-ITEM
               THRU 6500-EXIT.
            ADD 1 TO CREDITS-WRITTEN-COUNT.

            MOVE CREDIT-AMOUNT-WORK TO DISP-CREDIT-AMOUNT.
            MOVE OPERATOR-ID TO DISP-CREDIT-OPER.
            MOVE CURRENT-RUN-DATE TO DISP-CREDIT-DATE.
        6100-EXIT.
            EXIT.

        6200-WRITE-THE-REVERSAL.
            MOVE SPACES TO TRAN-RECORD.
            MOVE DISP-CREDIT-TRAN-ID TO TRAN-ID.
            MOVE CURRENT-RUN-DATE TO TRAN-DATE.
            MOVE DISP-CREDIT-AMOUNT TO TRAN-AMOUNT-N.
            MOVE '03' TO TRAN-STATUS-CD.
            STRING 'DISPUTE REVERSE CASE ' DISP-CASE-ID
                   DELIMITED BY SIZE INTO TRAN-DESC
            END-STRING.
            PERFORM 6500-WRITE-RECYCLE-ITEM
               THRU 6500-EXIT.
            ADD 1 TO REVERSALS-WRITTEN-COUNT.
            MOVE CURRENT-RUN-DATE TO DISP-REVERSE-DATE.
        6200-EXIT.
            EXIT.

        6500-WRITE-RECYCLE-ITEM.
            IF NOT RECYCLE-FILE-OPEN
                OPEN EXTEND RECYCLEFILE
                IF NOT FILE-STATUS-SUCCESS OF RECYCLEFILE-FILE-STATUS
                    OPEN OUTPUT RECYCLEFILE
                END-IF
                IF NOT FILE-STATUS-SUCCESS OF RECYCLEFILE-FILE-STATUS
                    PERFORM 9000-ABEND-AND-STOP
                END-IF
                SET RECYCLE-FILE-OPEN TO TRUE
            END-IF.
            MOVE TRAN-RECORD TO RECYCLE-RECORD.
            WRITE RECYCLE-RECORD.
            IF NOT FILE-STATUS-SUCCESS OF RECYCLEFILE-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.
        6500-EXIT.
            EXIT.

        7000-RESOLVE-A-CASE.
            IF NOT DISP-UNRESOLVED
                DISPLAY 'DISPMNT - CASE ' DISP-CASE-ID
                        ' IS ALREADY RESOLVED.'
            ELSE
                PERFORM 5000-SHOW-A-CASE
                   THRU 5000-EXIT
                DISPLAY 'RESOLVED IN FAVOUR OF (C=CUSTOMER, B=BANK, '
                        'BLANK=CANCEL): ' WITH NO ADVANCING
                MOVE SPACES TO DISP-OUTCOME
                ACCEPT DISP-OUTCOME
                EVALUATE DISP-OUTCOME
                    WHEN 'C'
                    WHEN 'c'
                        PERFORM 7100-ASK-FOR-RESOLUTION-NOTE
                           THRU 7100-EXIT
                        IF DISP-NOTE-IN NOT = SPACES
                            PERFORM 7200-RESOLVE-FOR-CUSTOMER
                               THRU 7200-EXIT
                        END-IF
                    WHEN 'B'
                    WHEN 'b'
                        PERFORM 7300-CHECK-REVERSAL
                           THRU 7300-EXIT
                        IF REVERSAL-OK
                            PERFORM 7100-ASK-FOR-RESOLUTION-NOTE
                               THRU 7100-EXIT
                            IF DISP-NOTE-IN NOT = SPACES
                                PERFORM 7400-RESOLVE-FOR-BANK
                                   THRU 7400-EXIT
                            END-IF
                        END-IF
                    WHEN OTHER
                        DISPLAY 'DISPMNT - NOTHING DONE.'
                END-EVALUATE
            END-IF.
        7000-EXIT.
            EXIT.

        7100-ASK-FOR-RESOLUTION-NOTE.
            DISPLAY 'RESOLUTION NOTE: ' WITH NO ADVANCING.
            MOVE SPACES TO DISP-NOTE-IN.
            ACCEPT DISP-NOTE-IN.
            IF DISP-NOTE-IN = SPACES
                DISPLAY 'DISPMNT - A RESOLUTION NOTE IS REQUIRED, '
                        'NOTHING DONE.'
            END-IF.
        7100-EXIT.
            EXIT.

        7200-RESOLVE-FOR-CUSTOMER.
            EVALUATE TRUE
                WHEN DISP-CREDIT-PROVISIONAL
                    SET DISP-CREDIT-FINAL TO TRUE
                    DISPLAY 'DISPMNT - PROVISIONAL CREDIT '
                            DISP-CREDIT-TRAN-ID ' IS NOW FINAL.'
                WHEN DISP-NO-CREDIT AND DISP-AMOUNT < ZERO
                    PERFORM 6100-WRITE-THE-CREDIT
                       THRU 6100-EXIT
                    SET DISP-CREDIT-FINAL TO TRUE
                    DISPLAY 'DISPMNT - FINAL CREDIT '
                            DISP-CREDIT-TRAN-ID
                            ' QUEUED FOR THE NEXT FILE PASS.'
                WHEN OTHER
                    DISPLAY 'DISPMNT - NO CREDIT IS DUE ON THIS CASE.'
            END-EVALUATE.
            SET DISP-RESOLVED-CUSTOMER TO TRUE.
            PERFORM 7500-STAMP-THE-RESOLUTION
               THRU 7500-EXIT.
        7200-EXIT.
            EXIT.

        7300-CHECK-REVERSAL.
            MOVE 'Y' TO REVERSAL-OK-SW.
            IF DISP-CREDIT-PROVISIONAL
                IF NOT HIST-AVAILABLE
                    MOVE 'N' TO REVERSAL-OK-SW
                    DISPLAY 'DISPMNT - THE HISTORY MASTER IS NOT '
                            'AVAILABLE, THE CREDIT CANNOT BE REVERSED.'
                ELSE
                    MOVE DISP-CREDIT-TRAN-ID TO HIST-TRAN-ID
                    READ TRANHIST
                    IF FILE-STATUS-SUCCESS OF TRANHIST-FILE-STATUS
                        IF HIST-STATUS-CD NOT = '02'
                            MOVE 'N' TO REVERSAL-OK-SW
                            DISPLAY 'DISPMNT - CREDIT '
                                    DISP-CREDIT-TRAN-ID ' IS STATUS '
                                    HIST-STATUS-CD ' ON THE HISTORY '
                                    'MASTER, NOT POSTED - RESOLVE BY '
                                    'HAND.'
                        END-IF
                    ELSE
                        IF FILE-STATUS-NOT-FOUND OF
                           TRANHIST-FILE-STATUS
                            MOVE 'N' TO REVERSAL-OK-SW
                            DISPLAY 'DISPMNT - PROVISIONAL CREDIT '
                                    DISP-CREDIT-TRAN-ID
                                    ' HAS NOT POSTED YET - RESOLVE '
                                    'THE CASE AFTER THE NEXT FILE '
                                    'PASS.'
                        ELSE
                            PERFORM 9000-ABEND-AND-STOP
                        END-IF
                    END-IF
                END-IF
            END-IF.
        7300-EXIT.
            EXIT.

        7400-RESOLVE-FOR-BANK.
            IF DISP-CREDIT-PROVISIONAL
                PERFORM 6200-WRITE-THE-REVERSAL
                   THRU 6200-EXIT
                SET DISP-CREDIT-REVERSED TO TRUE
                DISPLAY 'DISPMNT - REVERSAL OF '
                        DISP-CREDIT-TRAN-ID
                        ' QUEUED FOR THE NEXT FILE PASS.'
            END-IF.
            SET DISP-RESOLVED-BANK TO TRUE.
            PERFORM 7500-STAMP-THE-RESOLUTION
               THRU 7500-EXIT.
        7400-EXIT.
            EXIT.

        7500-STAMP-THE-RESOLUTION.
            MOVE OPERATOR-ID TO DISP-RESOLVE-OPER.
            MOVE CURRENT-RUN-DATE TO DISP-RESOLVE-DATE.
            MOVE DISP-NOTE-IN TO DISP-NOTE.
            PERFORM 8200-REWRITE-THE-CASE
               THRU 8200-EXIT.
            ADD 1 TO CASES-RESOLVED-COUNT.
            DISPLAY 'DISPMNT - CASE ' DISP-CASE-ID ' RESOLVED.'.
            IF DISP-RESOLVED-CUSTOMER
                MOVE 'DISPUTE FOR CUSTOMER' TO SECLOG-ACTION
            ELSE
                MOVE 'DISPUTE FOR BANK' TO SECLOG-ACTION
            END-IF.
            PERFORM 8500-LOG-THE-ACTION
               THRU 8500-EXIT.
        7500-EXIT.
            EXIT.

        8000-ACCEPT-A-CASE-ID.
            MOVE 'N' TO CASE-FOUND-SW.
            MOVE SPACES TO DISP-KEY-IN.
            DISPLAY 'CASE ID (5 DIGITS): ' WITH NO ADVANCING.
            ACCEPT DISP-KEY-IN.
            IF DISP-KEY-IN IS NOT NUMERIC
               OR DISP-KEY-IN = '00000'
                DISPLAY 'DISPMNT - THE CASE ID IS FIVE DIGITS, '
                        'E.G. 00042.'
            ELSE
                MOVE DISP-KEY-IN TO DISP-CASE-ID
                READ DISPFILE
                IF FILE-STATUS-SUCCESS OF DISPFILE-FILE-STATUS
                    SET CASE-FOUND TO TRUE
                ELSE
                    DISPLAY 'DISPMNT - CASE NOT ON FILE: '
                            DISP-KEY-IN
                END-IF
            END-IF.
        8000-EXIT.
            EXIT.

        8200-REWRITE-THE-CASE.
            REWRITE DISP-RECORD.
            IF NOT FILE-STATUS-SUCCESS OF DISPFILE-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.
        8200-EXIT.
            EXIT.

        8500-LOG-THE-ACTION.
            MOVE OPERATOR-ID TO SECLOG-OPERATOR.
            MOVE 'DISPMNT' TO SECLOG-PROGRAM.
            MOVE 'A' TO SECLOG-RESULT.
            MOVE SPACES TO SECLOG-DETAIL.
            STRING 'CASE ' DISP-CASE-ID ' ' DISP-TRAN-ID ' CR '
                   DISP-CREDIT-CD ' ' DISP-CREDIT-TRAN-ID
                   DELIMITED BY SIZE INTO SECLOG-DETAIL
            END-STRING.
            CALL 'SECLOG' USING SECLOG-PARMS.
        8500-EXIT.
            EXIT.

        8900-REFUSE-LOW-LEVEL.
            DISPLAY 'DISPMNT - CREDITS AND RESOLUTIONS NEED LEVEL 3 '
                    'AUTHORITY.'.
            MOVE SPACES TO SECLOG-PARMS.
            MOVE OPERATOR-ID TO SECLOG-OPERATOR.
            MOVE 'DISPMNT' TO SECLOG-PROGRAM.
            MOVE 'DISPUTE DECISION' TO SECLOG-ACTION.
            MOVE 'D' TO SECLOG-RESULT.
            MOVE 'NOT LEVEL 3' TO SECLOG-DETAIL.
            CALL 'SECLOG' USING SECLOG-PARMS.
        8900-EXIT.
            EXIT.

        9000-ABEND-AND-STOP.
            DISPLAY 'DISPMNT - ABEND - BAD FILE STATUS'.
            DISPLAY 'DISPMNT - DISPFILE STATUS:    '
                    DISPFILE-FILE-STATUS.
            DISPLAY 'DISPMNT - TRANHIST STATUS:    '
                    TRANHIST-FILE-STATUS.
            DISPLAY 'DISPMNT - RECYCLEFILE STATUS: '
                    RECYCLEFILE-FILE-STATUS.
            DISPLAY 'DISPMNT - CASE IN HAND: ' DISP-CASE-ID
                    ' - CHECK ITS CREDIT BEFORE WORKING IT AGAIN.'.
            MOVE 16 TO RETURN-CODE.
            GOBACK.
