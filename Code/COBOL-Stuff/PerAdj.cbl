        IDENTIFICATION DIVISION.
        PROGRAM-ID. PERADJ.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

        SELECT SYSCTLFILE ASSIGN TO DYNAMIC SYSCTLFILE-DSN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS SYSCTLFILE-FILE-STATUS.

        SELECT SIGNONFILE ASSIGN TO DYNAMIC SIGNONFILE-DSN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS SIGNONFILE-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
         FD SYSCTLFILE
            RECORD CONTAINS 80.

            COPY SYSCTL.

         FD SIGNONFILE
            RECORD CONTAINS 80.

            COPY SIGNREC.

        WORKING-STORAGE SECTION.

         01 SYSCTLFILE-DSN          PIC X(80).
         01 SIGNONFILE-DSN          PIC X(80).

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==SYSCTLFILE-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==SIGNONFILE-FILE-STATUS==
             .

         COPY SECLOG.

         COPY DATECALC.

         01 SESSION-LEVEL           PIC X(01) VALUE SPACES.

         01 SYSCTL-WORK-RECORD      PIC X(80) VALUE SPACES.

         01 OPERATOR-ID             PIC X(08) VALUE SPACES.
         01 DECISION-ACTION         PIC X(01) VALUE SPACES.
         01 DECISION-REASON         PIC X(60) VALUE SPACES.

         01 SYSCTL-FOUND-SW         PIC X(01) VALUE 'N'.
            88 SYSCTL-FOUND                VALUE 'Y'.

         01 SYSCTL-UPDATED-SW       PIC X(01) VALUE 'N'.
            88 SYSCTL-UPDATED              VALUE 'Y'.

         01 WINDOW-OPEN-SW          PIC X(01) VALUE 'N'.
            88 WINDOW-OPEN                 VALUE 'Y'.

         01 UNTIL-DATE-OK-SW        PIC X(01) VALUE 'N'.
            88 UNTIL-DATE-OK               VALUE 'Y'.

         01 BUSINESS-DATE-X         PIC X(08) VALUE SPACES.
         01 CLOSED-PERIOD-X         PIC X(06) VALUE SPACES.
         01 CLOSED-DATE-X           PIC X(08) VALUE SPACES.
         01 WINDOW-UNTIL-X          PIC X(08) VALUE SPACES.
         01 WINDOW-OPER-X           PIC X(08) VALUE SPACES.

         01 NEW-UNTIL-X             PIC X(08) VALUE SPACES.
         01 NEW-UNTIL-N REDEFINES NEW-UNTIL-X
                                    PIC 9(08).
         01 NEW-OPER-X              PIC X(08) VALUE SPACES.

         01 BUSINESS-SERIAL         PIC 9(07) VALUE ZERO.
         01 UNTIL-SERIAL            PIC 9(07) VALUE ZERO.
         01 WINDOW-DAYS             PIC S9(07) VALUE ZERO.
         01 MAX-WINDOW-DAYS         PIC 9(03) VALUE 31.

        PROCEDURE DIVISION.
            PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

            PERFORM 1500-READ-SESSION-RECORD
               THRU 1500-EXIT.

            IF OPERATOR-ID = SPACES OR SESSION-LEVEL NOT = '4'
                DISPLAY 'PERADJ - THE POST-CLOSE ADJUSTMENT WINDOW '
                        'NEEDS A SUPERVISOR (LEVEL 4) SIGN-ON '
                        'THROUGH MENUDRV.'
                MOVE SPACES TO SECLOG-PARMS
                MOVE OPERATOR-ID TO SECLOG-OPERATOR
                MOVE 'PERADJ' TO SECLOG-PROGRAM
                MOVE 'ADJ WINDOW' TO SECLOG-ACTION
                MOVE 'D' TO SECLOG-RESULT
                MOVE 'NO SUPERVISOR SESSION' TO SECLOG-DETAIL
                CALL 'SECLOG' USING SECLOG-PARMS
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.

            PERFORM 2000-READ-SYSTEM-CONTROL
               THRU 2000-EXIT.

            IF NOT SYSCTL-FOUND
                DISPLAY 'PERADJ - NO SYSTEM CONTROL RECORD - '
                        'NOTHING TO ADJUST.'
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.

            PERFORM 3000-SHOW-THE-PERIOD
               THRU 3000-EXIT.

            IF CLOSED-PERIOD-X = SPACES
                DISPLAY 'PERADJ - NO PERIOD HAS BEEN CLOSED YET - '
                        'THERE IS NOTHING TO OPEN A WINDOW ON.'
                MOVE 4 TO RETURN-CODE
                GOBACK
            END-IF.

            PERFORM 6000-TAKE-THE-DECISION
               THRU 6000-EXIT.

            GOBACK.

        1000-INITIALIZE.
            MOVE SPACES TO SYSCTLFILE-DSN.
            ACCEPT SYSCTLFILE-DSN FROM ENVIRONMENT 'DD_SYSCTL'.
            IF SYSCTLFILE-DSN = SPACES
                MOVE './SYSCTL.TXT' TO SYSCTLFILE-DSN
            END-IF.
        1000-EXIT.
            EXIT.

        1500-READ-SESSION-RECORD.
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
        1500-EXIT.
            EXIT.

        2000-READ-SYSTEM-CONTROL.
            MOVE 'N' TO SYSCTL-FOUND-SW.
            OPEN INPUT SYSCTLFILE.
            IF FILE-STATUS-SUCCESS OF SYSCTLFILE-FILE-STATUS
                READ SYSCTLFILE
                  AT END
                     SET FILE-STATUS-AT-END OF
                         SYSCTLFILE-FILE-STATUS
                      TO TRUE
                END-READ
                IF FILE-STATUS-SUCCESS OF SYSCTLFILE-FILE-STATUS
                    SET SYSCTL-FOUND TO TRUE
                    MOVE SC-BUSINESS-DATE TO BUSINESS-DATE-X
                    MOVE SC-CLOSED-PERIOD TO CLOSED-PERIOD-X
                    MOVE SC-CLOSED-DATE TO CLOSED-DATE-X
                    MOVE SC-ADJ-WINDOW-UNTIL TO WINDOW-UNTIL-X
                    MOVE SC-ADJ-WINDOW-OPER TO WINDOW-OPER-X
                END-IF
                CLOSE SYSCTLFILE
            END-IF.

            MOVE 'N' TO WINDOW-OPEN-SW.
            IF WINDOW-UNTIL-X NOT = SPACES
               AND WINDOW-UNTIL-X NOT < BUSINESS-DATE-X
                SET WINDOW-OPEN TO TRUE
            END-IF.
        2000-EXIT.
            EXIT.

        3000-SHOW-THE-PERIOD.
            DISPLAY ' '.
            DISPLAY 'PERADJ - POST-CLOSE ADJUSTMENT WINDOW'.
            DISPLAY '  BUSINESS DATE ........ ' BUSINESS-DATE-X.
            IF CLOSED-PERIOD-X = SPACES
                DISPLAY '  LAST CLOSED PERIOD ... NONE'
            ELSE
                DISPLAY '  LAST CLOSED PERIOD ... ' CLOSED-PERIOD-X
                DISPLAY '  CLOSED ON ............ ' CLOSED-DATE-X
            END-IF.
            EVALUATE TRUE
                WHEN WINDOW-OPEN
                    DISPLAY '  ADJUSTMENT WINDOW .... OPEN THROUGH '
                            WINDOW-UNTIL-X ' (OPENED BY '
                            WINDOW-OPER-X ')'
                WHEN WINDOW-UNTIL-X NOT = SPACES
                    DISPLAY '  ADJUSTMENT WINDOW .... EXPIRED '
                            WINDOW-UNTIL-X ' (OPENED BY '
                            WINDOW-OPER-X ')'
                WHEN OTHER
                    DISPLAY '  ADJUSTMENT WINDOW .... CLOSED'
            END-EVALUATE.
        3000-EXIT.
            EXIT.

        6000-TAKE-THE-DECISION.
            DISPLAY ' '.
            DISPLAY 'DECIDING SUPERVISOR: ' OPERATOR-ID.
            DISPLAY 'ACTION (O=OPEN OR EXTEND THE WINDOW, '
                    'C=CLOSE THE WINDOW, X=LEAVE AS IS): '
                    WITH NO ADVANCING.
            MOVE SPACES TO DECISION-ACTION.
            ACCEPT DECISION-ACTION.
            EVALUATE DECISION-ACTION
                WHEN 'O'
                WHEN 'o'
                    PERFORM 6100-OPEN-THE-WINDOW
                       THRU 6100-EXIT
                WHEN 'C'
                WHEN 'c'
                    PERFORM 6200-CLOSE-THE-WINDOW
                       THRU 6200-EXIT
                WHEN OTHER
                    DISPLAY 'PERADJ - THE WINDOW IS LEFT AS IT IS.'
            END-EVALUATE.
        6000-EXIT.
            EXIT.

        6100-OPEN-THE-WINDOW.
            PERFORM 6150-ACCEPT-THE-UNTIL-DATE
               THRU 6150-EXIT.

            IF NOT UNTIL-DATE-OK
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM 6500-ACCEPT-THE-REASON
                   THRU 6500-EXIT
                MOVE OPERATOR-ID TO NEW-OPER-X
                PERFORM 6800-UPDATE-SYSTEM-CONTROL
                   THRU 6800-EXIT
                MOVE SPACES TO SECLOG-PARMS
                MOVE OPERATOR-ID TO SECLOG-OPERATOR
                MOVE 'PERADJ' TO SECLOG-PROGRAM
                MOVE 'ADJ WINDOW OPENED' TO SECLOG-ACTION
                IF SYSCTL-UPDATED
                    MOVE 'A' TO SECLOG-RESULT
                    STRING CLOSED-PERIOD-X DELIMITED BY SIZE
                           ' THRU ' DELIMITED BY SIZE
                           NEW-UNTIL-X DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           DECISION-REASON DELIMITED BY SIZE
                        INTO SECLOG-DETAIL
                    END-STRING
                ELSE
                    MOVE 'D' TO SECLOG-RESULT
                    STRING CLOSED-PERIOD-X DELIMITED BY SIZE
                           ' THRU ' DELIMITED BY SIZE
                           NEW-UNTIL-X DELIMITED BY SIZE
                           ' NOT SAVED, FS ' DELIMITED BY SIZE
                           SYSCTLFILE-FILE-STATUS DELIMITED BY SIZE
                        INTO SECLOG-DETAIL
                    END-STRING
                END-IF
                CALL 'SECLOG' USING SECLOG-PARMS
            END-IF.
        6100-EXIT.
            EXIT.

        6150-ACCEPT-THE-UNTIL-DATE.
            MOVE 'N' TO UNTIL-DATE-OK-SW.
            MOVE SPACES TO NEW-UNTIL-X.
            DISPLAY 'KEEP THE WINDOW OPEN THROUGH BUSINESS DATE '
                    '(YYYYMMDD): ' WITH NO ADVANCING.
            ACCEPT NEW-UNTIL-X.

            IF NEW-UNTIL-X NOT NUMERIC
                DISPLAY 'PERADJ - ' NEW-UNTIL-X
                        ' IS NOT A YYYYMMDD DATE.'
            ELSE
                MOVE NEW-UNTIL-N TO DATECALC-DATE
                CALL 'DATECALC' USING DATECALC-PARMS
                IF NOT DATECALC-OK
                    DISPLAY 'PERADJ - ' NEW-UNTIL-X
                            ' IS NOT A VALID DATE.'
                ELSE
                    MOVE DATECALC-SERIAL TO UNTIL-SERIAL
                    MOVE BUSINESS-DATE-X TO DATECALC-DATE
                    CALL 'DATECALC' USING DATECALC-PARMS
                    MOVE DATECALC-SERIAL TO BUSINESS-SERIAL
                    COMPUTE WINDOW-DAYS =
                            UNTIL-SERIAL - BUSINESS-SERIAL
                    EVALUATE TRUE
                        WHEN NEW-UNTIL-X < BUSINESS-DATE-X
                            DISPLAY 'PERADJ - ' NEW-UNTIL-X
                                    ' IS BEFORE THE BUSINESS DATE '
                                    BUSINESS-DATE-X '.'
                        WHEN WINDOW-DAYS > MAX-WINDOW-DAYS
                            DISPLAY 'PERADJ - THE WINDOW CAN RUN '
                                    'NO MORE THAN ' MAX-WINDOW-DAYS
                                    ' DAYS PAST THE BUSINESS DATE.'
                        WHEN OTHER
                            SET UNTIL-DATE-OK TO TRUE
                    END-EVALUATE
                END-IF
            END-IF.
        6150-EXIT.
            EXIT.

        6200-CLOSE-THE-WINDOW.
            IF WINDOW-UNTIL-X = SPACES
                DISPLAY 'PERADJ - NO ADJUSTMENT WINDOW IS SET.'
            ELSE
                PERFORM 6500-ACCEPT-THE-REASON
                   THRU 6500-EXIT
                MOVE SPACES TO NEW-UNTIL-X
                MOVE SPACES TO NEW-OPER-X
                PERFORM 6800-UPDATE-SYSTEM-CONTROL
                   THRU 6800-EXIT
                MOVE SPACES TO SECLOG-PARMS
                MOVE OPERATOR-ID TO SECLOG-OPERATOR
                MOVE 'PERADJ' TO SECLOG-PROGRAM
                MOVE 'ADJ WINDOW CLOSED' TO SECLOG-ACTION
                IF SYSCTL-UPDATED
                    MOVE 'A' TO SECLOG-RESULT
                    STRING CLOSED-PERIOD-X DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           DECISION-REASON DELIMITED BY SIZE
                        INTO SECLOG-DETAIL
                    END-STRING
                ELSE
                    MOVE 'D' TO SECLOG-RESULT
                    STRING CLOSED-PERIOD-X DELIMITED BY SIZE
                           ' NOT SAVED, FS ' DELIMITED BY SIZE
                           SYSCTLFILE-FILE-STATUS DELIMITED BY SIZE
                        INTO SECLOG-DETAIL
                    END-STRING
                END-IF
                CALL 'SECLOG' USING SECLOG-PARMS
            END-IF.
        6200-EXIT.
            EXIT.

        6500-ACCEPT-THE-REASON.
            MOVE SPACES TO DECISION-REASON.
            DISPLAY 'REASON: ' WITH NO ADVANCING.
            ACCEPT DECISION-REASON.
            IF DECISION-REASON = SPACES
                MOVE 'NO REASON GIVEN' TO DECISION-REASON
            END-IF.
        6500-EXIT.
            EXIT.

        6800-UPDATE-SYSTEM-CONTROL.
            MOVE 'N' TO SYSCTL-UPDATED-SW.
            OPEN INPUT SYSCTLFILE.
            IF NOT FILE-STATUS-SUCCESS OF SYSCTLFILE-FILE-STATUS
                DISPLAY 'PERADJ - NO SYSTEM CONTROL FILE TO '
                        'UPDATE.'
                MOVE 8 TO RETURN-CODE
            ELSE
                READ SYSCTLFILE
                  AT END
                     SET FILE-STATUS-AT-END OF
                         SYSCTLFILE-FILE-STATUS
                      TO TRUE
                END-READ
                IF FILE-STATUS-SUCCESS OF SYSCTLFILE-FILE-STATUS
                    MOVE SYSCTL-RECORD TO SYSCTL-WORK-RECORD
                    CLOSE SYSCTLFILE
                    MOVE SYSCTL-WORK-RECORD TO SYSCTL-RECORD
                    MOVE NEW-UNTIL-X TO SC-ADJ-WINDOW-UNTIL
                    MOVE NEW-OPER-X TO SC-ADJ-WINDOW-OPER
                    MOVE SYSCTL-RECORD TO SYSCTL-WORK-RECORD
                    OPEN OUTPUT SYSCTLFILE
                    IF FILE-STATUS-SUCCESS OF
                       SYSCTLFILE-FILE-STATUS
                        MOVE SYSCTL-WORK-RECORD TO SYSCTL-RECORD
                        WRITE SYSCTL-RECORD
                        IF NOT FILE-STATUS-SUCCESS OF
                           SYSCTLFILE-FILE-STATUS
                            DISPLAY 'PERADJ - WARNING: COULD NOT '
                                    'WRITE THE SYSTEM CONTROL '
                                    'RECORD. STATUS: '
                                    SYSCTLFILE-FILE-STATUS
                            MOVE 8 TO RETURN-CODE
                            CLOSE SYSCTLFILE
                        ELSE
                            SET SYSCTL-UPDATED TO TRUE
                            CLOSE SYSCTLFILE
                            IF NEW-UNTIL-X = SPACES
                                DISPLAY 'PERADJ - ADJUSTMENT WINDOW '
                                        'ON PERIOD ' CLOSED-PERIOD-X
                                        ' CLOSED.'
                            ELSE
                                DISPLAY 'PERADJ - ADJUSTMENT WINDOW '
                                        'ON PERIOD ' CLOSED-PERIOD-X
                                        ' OPEN THROUGH ' NEW-UNTIL-X
                                        '.'
                            END-IF
                        END-IF
                    ELSE
                        DISPLAY 'PERADJ - WARNING: COULD NOT '
                                'REWRITE THE SYSTEM CONTROL '
                                'FILE. STATUS: '
                                SYSCTLFILE-FILE-STATUS
                        MOVE 8 TO RETURN-CODE
                    END-IF
                ELSE
                    CLOSE SYSCTLFILE
                    DISPLAY 'PERADJ - SYSTEM CONTROL FILE IS '
                            'EMPTY, NOT UPDATED.'
                    MOVE 8 TO RETURN-CODE
                END-IF
            END-IF.
        6800-EXIT.
            EXIT.
