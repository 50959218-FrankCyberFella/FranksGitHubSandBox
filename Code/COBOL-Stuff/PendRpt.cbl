        IDENTIFICATION DIVISION.
        PROGRAM-ID. PENDRPT.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

        SELECT PENDFILE ASSIGN TO DYNAMIC PENDFILE-DSN
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PEND-ID
            FILE STATUS  IS PENDFILE-FILE-STATUS.

        SELECT RUNCTLFILE ASSIGN TO DYNAMIC RUNCTLFILE-DSN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS RUNCTLFILE-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
         FD PENDFILE
            RECORD CONTAINS 450.

            COPY PENDREC.

         FD RUNCTLFILE
            RECORD CONTAINS 80.

            COPY RUNCTL.

        WORKING-STORAGE SECTION.

         01 PENDFILE-DSN            PIC X(80).
         01 RUNCTLFILE-DSN          PIC X(80).

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==PENDFILE-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==RUNCTLFILE-FILE-STATUS==
             .

         COPY DATECALC.

         COPY SECLOG.

         01 CURRENT-RUN-DATE        PIC 9(08) VALUE ZERO.
         01 CURRENT-RUN-TIME        PIC 9(08) VALUE ZERO.
         01 RUN-DATE-X              PIC X(08) VALUE SPACES.
         01 RUN-DATE-SERIAL         PIC 9(07) VALUE ZERO.
         01 REQ-DATE-SERIAL         PIC 9(07) VALUE ZERO.
         01 CHANGE-AGE-DAYS         PIC 9(07) VALUE ZERO.
         01 PEND-EXPIRY-DAYS        PIC 9(03) VALUE ZERO.

         01 RUN-OK-SW               PIC X(01) VALUE 'N'.
            88 RUN-OK                      VALUE 'Y'.

         01 PEND-SCAN-DONE-SW       PIC X(01) VALUE 'N'.
            88 PEND-SCAN-DONE              VALUE 'Y'.

         01 CHANGES-READ-COUNT      PIC 9(9) COMP VALUE ZERO.
         01 PENDING-COUNT           PIC 9(9) COMP VALUE ZERO.
         01 EXPIRED-COUNT           PIC 9(9) COMP VALUE ZERO.
         01 APPROVED-TODAY-COUNT    PIC 9(9) COMP VALUE ZERO.
         01 REJECTED-TODAY-COUNT    PIC 9(9) COMP VALUE ZERO.
         01 EXPIRED-TODAY-COUNT     PIC 9(9) COMP VALUE ZERO.
         01 FAILED-TODAY-COUNT      PIC 9(9) COMP VALUE ZERO.

         01 RPT-AGE-DISPLAY         PIC ZZZZ9.
         01 RPT-STATUS-TEXT         PIC X(08) VALUE SPACES.

        PROCEDURE DIVISION.
            PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

            IF NOT RUN-OK
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.

            PERFORM 1200-LOAD-EXPIRY-DAYS
               THRU 1200-EXIT.

            OPEN I-O PENDFILE.
            IF FILE-STATUS-FILE-MISSING OF PENDFILE-FILE-STATUS
                DISPLAY 'PENDRPT - NO PENDING CHANGE FILE YET, '
                        'NOTHING TO REPORT: ' PENDFILE-DSN
                GOBACK
            END-IF.
            IF NOT FILE-STATUS-SUCCESS OF PENDFILE-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.

            DISPLAY ' '.
            DISPLAY '---------------------------------------------'.
            DISPLAY ' PENDRPT - CHANGES AWAITING APPROVAL AT '
                    RUN-DATE-X.
            DISPLAY '---------------------------------------------'.
            DISPLAY ' CHANGE   F A KEY        DESCRIPTION         '
                    ' REQUESTED BY     ON         AGE'.

            MOVE 1 TO PEND-ID.
            START PENDFILE KEY IS NOT LESS THAN PEND-ID.
            IF FILE-STATUS-SUCCESS OF PENDFILE-FILE-STATUS
                MOVE 'N' TO PEND-SCAN-DONE-SW
                PERFORM 3000-PROCESS-ONE-CHANGE
                   THRU 3000-EXIT
                   UNTIL PEND-SCAN-DONE
            END-IF.

            DISPLAY ' '.
            DISPLAY '---------------------------------------------'.
            DISPLAY ' PENDRPT - CHANGES DECIDED ON ' RUN-DATE-X.
            DISPLAY '---------------------------------------------'.
            DISPLAY ' CHANGE   F A KEY        DESCRIPTION         '
                    ' REQUESTED BY     DECIDED BY OUTCOME  NOTE'.

            MOVE 1 TO PEND-ID.
            START PENDFILE KEY IS NOT LESS THAN PEND-ID.
            IF FILE-STATUS-SUCCESS OF PENDFILE-FILE-STATUS
                MOVE 'N' TO PEND-SCAN-DONE-SW
                PERFORM 4000-LIST-ONE-DECISION
                   THRU 4000-EXIT
                   UNTIL PEND-SCAN-DONE
            END-IF.

            CLOSE PENDFILE.

            PERFORM 9500-PRINT-SUMMARY-REPORT
               THRU 9500-EXIT.

            IF FAILED-TODAY-COUNT > ZERO
                MOVE 8 TO RETURN-CODE
            END-IF.

            GOBACK.

        1000-INITIALIZE.
            MOVE SPACES TO PENDFILE-DSN.
            ACCEPT PENDFILE-DSN FROM ENVIRONMENT 'DD_PENDFILE'.
            IF PENDFILE-DSN = SPACES
                MOVE './PENDING.IDX' TO PENDFILE-DSN
            END-IF.

            MOVE SPACES TO RUNCTLFILE-DSN.
            ACCEPT RUNCTLFILE-DSN FROM ENVIRONMENT 'DD_RUNCTL'.
            IF RUNCTLFILE-DSN = SPACES
                MOVE './RUNCTL.TXT' TO RUNCTLFILE-DSN
            END-IF.

            MOVE SPACES TO RUN-DATE-X.
            ACCEPT RUN-DATE-X FROM ENVIRONMENT 'PENDRPT_DATE'.
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
                DISPLAY 'PENDRPT - PENDRPT_DATE MUST BE A VALID '
                        'YYYYMMDD, GOT: ' RUN-DATE-X
            END-IF.
        1000-EXIT.
            EXIT.

        1200-LOAD-EXPIRY-DAYS.
            MOVE ZERO TO PEND-EXPIRY-DAYS.
            OPEN INPUT RUNCTLFILE.
            IF FILE-STATUS-SUCCESS OF RUNCTLFILE-FILE-STATUS
                READ RUNCTLFILE
                  AT END
                     SET FILE-STATUS-AT-END OF RUNCTLFILE-FILE-STATUS
                      TO TRUE
                END-READ
                IF FILE-STATUS-SUCCESS OF RUNCTLFILE-FILE-STATUS
                    IF RC-PEND-EXPIRY-DAYS IS NUMERIC
                        MOVE RC-PEND-EXPIRY-DAYS TO PEND-EXPIRY-DAYS
                    END-IF
                END-IF
                CLOSE RUNCTLFILE
            END-IF.

            IF PEND-EXPIRY-DAYS > ZERO
                DISPLAY 'PENDRPT - CHANGES UNDECIDED AFTER '
                        PEND-EXPIRY-DAYS ' DAYS ARE EXPIRED.'
            ELSE
                DISPLAY 'PENDRPT - NO EXPIRY SET ON THE RUN '
                        'CONTROLS, CHANGES WAIT UNTIL DECIDED.'
            END-IF.
        1200-EXIT.
            EXIT.

        3000-PROCESS-ONE-CHANGE.
            READ PENDFILE NEXT RECORD
              AT END
                 SET FILE-STATUS-AT-END OF PENDFILE-FILE-STATUS
                  TO TRUE
            END-READ.

            IF FILE-STATUS-AT-END OF PENDFILE-FILE-STATUS
                SET PEND-SCAN-DONE TO TRUE
            ELSE
                IF NOT FILE-STATUS-SUCCESS OF PENDFILE-FILE-STATUS
                    PERFORM 9000-ABEND-AND-STOP
                END-IF
                ADD 1 TO CHANGES-READ-COUNT
                IF PEND-PENDING
                    PERFORM 3100-AGE-ONE-CHANGE
                       THRU 3100-EXIT
                END-IF
            END-IF.
        3000-EXIT.
            EXIT.

        3100-AGE-ONE-CHANGE.
            MOVE ZERO TO CHANGE-AGE-DAYS.
            IF PEND-REQ-DATE IS NUMERIC
                MOVE PEND-REQ-DATE TO DATECALC-DATE
                CALL 'DATECALC' USING DATECALC-PARMS
                IF DATECALC-OK
                   AND DATECALC-SERIAL < RUN-DATE-SERIAL
                    MOVE DATECALC-SERIAL TO REQ-DATE-SERIAL
                    COMPUTE CHANGE-AGE-DAYS =
                        RUN-DATE-SERIAL - REQ-DATE-SERIAL
                END-IF
            END-IF.

            IF PEND-EXPIRY-DAYS > ZERO
               AND CHANGE-AGE-DAYS > PEND-EXPIRY-DAYS
                ACCEPT CURRENT-RUN-TIME FROM TIME
                SET PEND-EXPIRED TO TRUE
                MOVE 'BATCH' TO PEND-DEC-OPER
                MOVE RUN-DATE-X TO PEND-DEC-DATE
                MOVE CURRENT-RUN-TIME(1:6) TO PEND-DEC-TIME
                MOVE 'NOT DECIDED WITHIN EXPIRY DAYS'
                     TO PEND-DEC-NOTE
                REWRITE PEND-RECORD
                IF NOT FILE-STATUS-SUCCESS OF PENDFILE-FILE-STATUS
                    PERFORM 9000-ABEND-AND-STOP
                END-IF
                ADD 1 TO EXPIRED-COUNT
                MOVE 'BATCH' TO SECLOG-OPERATOR
                MOVE 'PENDRPT' TO SECLOG-PROGRAM
                MOVE 'CHANGE EXPIRED' TO SECLOG-ACTION
                MOVE 'D' TO SECLOG-RESULT
                MOVE SPACES TO SECLOG-DETAIL
                STRING 'PEND ' PEND-ID ' ' PEND-RECORD-KEY ' REQ '
                       PEND-REQ-OPER
                       DELIMITED BY SIZE INTO SECLOG-DETAIL
                END-STRING
                CALL 'SECLOG' USING SECLOG-PARMS
            ELSE
                ADD 1 TO PENDING-COUNT
                MOVE CHANGE-AGE-DAYS TO RPT-AGE-DISPLAY
                DISPLAY ' ' PEND-ID ' ' PEND-FILE-CD ' '
                        PEND-ACTION-CD ' ' PEND-RECORD-KEY ' '
                        PEND-DESC ' ' PEND-REQ-OPER ' '
                        PEND-REQ-DATE ' ' RPT-AGE-DISPLAY
            END-IF.
        3100-EXIT.
            EXIT.

        4000-LIST-ONE-DECISION.
            READ PENDFILE NEXT RECORD
              AT END
                 SET FILE-STATUS-AT-END OF PENDFILE-FILE-STATUS
                  TO TRUE
            END-READ.

            IF FILE-STATUS-AT-END OF PENDFILE-FILE-STATUS
                SET PEND-SCAN-DONE TO TRUE
            ELSE
                IF NOT FILE-STATUS-SUCCESS OF PENDFILE-FILE-STATUS
                    PERFORM 9000-ABEND-AND-STOP
                END-IF
                IF NOT PEND-PENDING
                   AND PEND-DEC-DATE = RUN-DATE-X
                    EVALUATE TRUE
                        WHEN PEND-APPROVED
                            ADD 1 TO APPROVED-TODAY-COUNT
                            MOVE 'APPROVED' TO RPT-STATUS-TEXT
                        WHEN PEND-REJECTED
                            ADD 1 TO REJECTED-TODAY-COUNT
                            MOVE 'REJECTED' TO RPT-STATUS-TEXT
                        WHEN PEND-EXPIRED
                            ADD 1 TO EXPIRED-TODAY-COUNT
                            MOVE 'EXPIRED' TO RPT-STATUS-TEXT
                        WHEN OTHER
                            ADD 1 TO FAILED-TODAY-COUNT
                            MOVE 'FAILED' TO RPT-STATUS-TEXT
                    END-EVALUATE
                    DISPLAY ' ' PEND-ID ' ' PEND-FILE-CD ' '
                            PEND-ACTION-CD ' ' PEND-RECORD-KEY ' '
                            PEND-DESC ' ' PEND-REQ-OPER ' '
                            PEND-DEC-OPER '   ' RPT-STATUS-TEXT ' '
                            PEND-DEC-NOTE
                END-IF
            END-IF.
        4000-EXIT.
            EXIT.

        9000-ABEND-AND-STOP.
            DISPLAY 'PENDRPT - ABEND - BAD FILE STATUS'.
            DISPLAY 'PENDRPT - PENDFILE STATUS:   '
                    PENDFILE-FILE-STATUS.
            DISPLAY 'PENDRPT - RUNCTL STATUS:     '
                    RUNCTLFILE-FILE-STATUS.
            DISPLAY 'PENDRPT - CHANGES READ BEFORE ABEND: '
                    CHANGES-READ-COUNT.
            DISPLAY 'PENDRPT - CHANGES ALREADY EXPIRED STAY EXPIRED; '
                    'A RERUN REPORTS THEM UNDER THE DAY DECIDED.'.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.

        9500-PRINT-SUMMARY-REPORT.
            DISPLAY ' '.
            DISPLAY '---------------------------------------------'.
            DISPLAY ' PENDRPT - SUMMARY FOR ' RUN-DATE-X.
            DISPLAY '---------------------------------------------'.
            DISPLAY ' CHANGES ON FILE ........... '
                    CHANGES-READ-COUNT.
            DISPLAY ' AWAITING APPROVAL ......... '
                    PENDING-COUNT.
            DISPLAY ' EXPIRED BY THIS RUN ....... '
                    EXPIRED-COUNT.
            DISPLAY ' APPROVED AND APPLIED TODAY  '
                    APPROVED-TODAY-COUNT.
            DISPLAY ' REJECTED TODAY ............ '
                    REJECTED-TODAY-COUNT.
            DISPLAY ' EXPIRED TODAY ............. '
                    EXPIRED-TODAY-COUNT.
            DISPLAY ' APPROVED, NOT APPLIED TODAY '
                    FAILED-TODAY-COUNT.
            DISPLAY ' PENDING CHANGE FILE ....... '
                    PENDFILE-DSN.
            DISPLAY '---------------------------------------------'.
            DISPLAY ' '.
        9500-EXIT.
            EXIT.
