        IDENTIFICATION DIVISION.
        PROGRAM-ID. PENDAPR.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

        SELECT PENDFILE ASSIGN TO DYNAMIC PENDFILE-DSN
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PEND-ID
            FILE STATUS  IS PENDFILE-FILE-STATUS.

        SELECT ACCTMAST ASSIGN TO DYNAMIC ACCTMAST-DSN
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ACCT-ID
            FILE STATUS  IS ACCTMAST-FILE-STATUS.

        SELECT STATFILE ASSIGN TO DYNAMIC STATFILE-DSN
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS STAT-CODE
            FILE STATUS  IS STATFILE-FILE-STATUS.

        SELECT OPERFILE ASSIGN TO DYNAMIC OPERFILE-DSN
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS OPER-ID
            FILE STATUS  IS OPERFILE-FILE-STATUS.

        SELECT CUSTMAST ASSIGN TO DYNAMIC CUSTMAST-DSN
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CUST-ID
            FILE STATUS  IS CUSTMAST-FILE-STATUS.

        SELECT CRELFILE ASSIGN TO DYNAMIC CRELFILE-DSN
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CREL-KEY
            FILE STATUS  IS CRELFILE-FILE-STATUS.

        SELECT HOLDFILE ASSIGN TO DYNAMIC HOLDFILE-DSN
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS HOLD-KEY
            FILE STATUS  IS HOLDFILE-FILE-STATUS.

        SELECT RATEFILE ASSIGN TO DYNAMIC RATEFILE-DSN
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RATE-KEY
            FILE STATUS  IS RATEFILE-FILE-STATUS.

        SELECT RUNCTLFILE ASSIGN TO DYNAMIC RUNCTLFILE-DSN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS RUNCTLFILE-FILE-STATUS.

        SELECT SIGNONFILE ASSIGN TO DYNAMIC SIGNONFILE-DSN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS SIGNONFILE-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
         FD PENDFILE
            RECORD CONTAINS 450.

            COPY PENDREC.

         FD ACCTMAST
            RECORD CONTAINS 160.

            COPY ACCTREC.

         FD STATFILE
            RECORD CONTAINS 80.

            COPY STATREC.

         FD OPERFILE
            RECORD CONTAINS 80.

            COPY OPERREC.

         FD CUSTMAST
            RECORD CONTAINS 160.

            COPY CUSTREC.

         FD CRELFILE
            RECORD CONTAINS 80.

            COPY CRELREC.

         FD HOLDFILE
            RECORD CONTAINS 80.

            COPY HOLDREC.

         FD RATEFILE
            RECORD CONTAINS 80.

            COPY RATEREC.

         FD RUNCTLFILE
            RECORD CONTAINS 80.

            COPY RUNCTL.

         FD SIGNONFILE
            RECORD CONTAINS 80.

            COPY SIGNREC.

        WORKING-STORAGE SECTION.

         01 PENDFILE-DSN            PIC X(80).
         01 ACCTMAST-DSN            PIC X(80).
         01 STATFILE-DSN            PIC X(80).
         01 OPERFILE-DSN            PIC X(80).
         01 CUSTMAST-DSN            PIC X(80).
         01 CRELFILE-DSN            PIC X(80).
         01 HOLDFILE-DSN            PIC X(80).
         01 RATEFILE-DSN            PIC X(80).
         01 RUNCTLFILE-DSN          PIC X(80).
         01 SIGNONFILE-DSN          PIC X(80).

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==PENDFILE-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==ACCTMAST-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==STATFILE-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==OPERFILE-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==CUSTMAST-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==CRELFILE-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==HOLDFILE-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==RATEFILE-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==RUNCTLFILE-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==SIGNONFILE-FILE-STATUS==
             .

         COPY DATECALC.

         COPY SECLOG.

         01 SESSION-OPER-ID         PIC X(08) VALUE SPACES.
         01 SESSION-LEVEL           PIC X(01) VALUE SPACES.

         01 CURRENT-RUN-DATE        PIC 9(08) VALUE ZERO.
         01 CURRENT-RUN-TIME        PIC 9(08) VALUE ZERO.
         01 RUN-DATE-SERIAL         PIC 9(07) VALUE ZERO.
         01 REQ-DATE-SERIAL         PIC 9(07) VALUE ZERO.
         01 CHANGE-AGE-DAYS         PIC 9(07) VALUE ZERO.
         01 PEND-EXPIRY-DAYS        PIC 9(03) VALUE ZERO.

         01 APPR-ACTION             PIC X(01) VALUE SPACES.
         01 APPR-PEND-ID-IN         PIC X(08) VALUE SPACES.
         01 APPR-CONFIRM            PIC X(01) VALUE SPACES.
         01 APPR-NOTE               PIC X(30) VALUE SPACES.
         01 APPR-FAIL-NOTE          PIC X(30) VALUE SPACES.

         01 APPR-DONE-SW            PIC X(01) VALUE 'N'.
            88 APPR-DONE                   VALUE 'Y'.

         01 PEND-FOUND-SW           PIC X(01) VALUE 'N'.
            88 PEND-FOUND                  VALUE 'Y'.

         01 CHANGE-APPLIED-SW       PIC X(01) VALUE 'N'.
            88 CHANGE-APPLIED              VALUE 'Y'.

         01 PEND-SCAN-DONE-SW       PIC X(01) VALUE 'N'.
            88 PEND-SCAN-DONE              VALUE 'Y'.

         01 PEND-LIST-COUNT         PIC 9(9) COMP VALUE ZERO.
         01 EXPIRED-COUNT           PIC 9(9) COMP VALUE ZERO.

         01 SHOW-LABEL              PIC X(08) VALUE SPACES.
         01 SHOW-PASSWORD           PIC X(08) VALUE SPACES.
         01 SHOW-PASSWORD-TEXT      PIC X(17) VALUE SPACES.
         01 SHOW-LIMIT-DISPLAY      PIC ZZZZZZZZZ9.99.
         01 SHOW-TAX-ID             PIC X(09) VALUE SPACES.
         01 SHOW-RATE-DISPLAY       PIC Z9.99999.
         01 SHOW-MIN-DISPLAY        PIC ZZZZZZZZ9.99.
         01 SHOW-FEE-DISPLAY        PIC ZZZZ9.99.
         01 SHOW-WAIVE-DISPLAY      PIC ZZZZZZZZ9.99.
         01 SHOW-FREE-DISPLAY       PIC ZZ9.
         01 SHOW-PER-DISPLAY        PIC ZZ9.99.

        PROCEDURE DIVISION.
            PERFORM 1100-READ-SESSION-RECORD
               THRU 1100-EXIT.

            IF SESSION-OPER-ID = SPACES OR SESSION-LEVEL NOT = '4'
                DISPLAY 'PENDAPR - CHANGE APPROVAL NEEDS A LEVEL 4 '
                        'SIGN-ON THROUGH MENUDRV.'
                MOVE SPACES TO SECLOG-PARMS
                MOVE SESSION-OPER-ID TO SECLOG-OPERATOR
                MOVE 'PENDAPR' TO SECLOG-PROGRAM
                MOVE 'CHANGE APPROVAL' TO SECLOG-ACTION
                MOVE 'D' TO SECLOG-RESULT
                MOVE 'NO SUPERVISOR SESSION' TO SECLOG-DETAIL
                CALL 'SECLOG' USING SECLOG-PARMS
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.

            PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

            IF APPR-DONE
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.

            DISPLAY ' '.
            DISPLAY 'PENDAPR - APPROVE PENDING MASTER-FILE CHANGES'.
            DISPLAY 'CHANGES QUEUED BY ACCTMNT, STATMNT, OPERMNT, '
                    'CUSTMNT AND RATEMNT TAKE EFFECT ONLY WHEN '
                    'APPROVED HERE BY A DIFFERENT OPERATOR.'.

            PERFORM 2000-EXPIRE-STALE-CHANGES
               THRU 2000-EXIT.

            PERFORM 3000-PROCESS-ONE-ACTION
               THRU 3000-EXIT
               UNTIL APPR-DONE.

            CLOSE PENDFILE ACCTMAST STATFILE OPERFILE
                  CUSTMAST CRELFILE HOLDFILE RATEFILE.

            DISPLAY 'PENDAPR - APPROVAL ENDED.'.

            GOBACK.

        1000-INITIALIZE.
            MOVE SPACES TO PENDFILE-DSN.
            ACCEPT PENDFILE-DSN FROM ENVIRONMENT 'DD_PENDFILE'.
            IF PENDFILE-DSN = SPACES
                MOVE './PENDING.IDX' TO PENDFILE-DSN
            END-IF.

            MOVE SPACES TO ACCTMAST-DSN.
            ACCEPT ACCTMAST-DSN FROM ENVIRONMENT 'DD_ACCTMAST'.
            IF ACCTMAST-DSN = SPACES
                MOVE './ACCTMAST.IDX' TO ACCTMAST-DSN
            END-IF.

            MOVE SPACES TO STATFILE-DSN.
            ACCEPT STATFILE-DSN FROM ENVIRONMENT 'DD_STATFILE'.
            IF STATFILE-DSN = SPACES
                MOVE './STATUS.IDX' TO STATFILE-DSN
            END-IF.

            MOVE SPACES TO OPERFILE-DSN.
            ACCEPT OPERFILE-DSN FROM ENVIRONMENT 'DD_OPERFILE'.
            IF OPERFILE-DSN = SPACES
                MOVE './OPERATOR.IDX' TO OPERFILE-DSN
            END-IF.

            MOVE SPACES TO CUSTMAST-DSN.
            ACCEPT CUSTMAST-DSN FROM ENVIRONMENT 'DD_CUSTMAST'.
            IF CUSTMAST-DSN = SPACES
                MOVE './CUSTMAST.IDX' TO CUSTMAST-DSN
            END-IF.

            MOVE SPACES TO CRELFILE-DSN.
            ACCEPT CRELFILE-DSN FROM ENVIRONMENT 'DD_CRELFILE'.
            IF CRELFILE-DSN = SPACES
                MOVE './CUSTREL.IDX' TO CRELFILE-DSN
            END-IF.

            MOVE SPACES TO HOLDFILE-DSN.
            ACCEPT HOLDFILE-DSN FROM ENVIRONMENT 'DD_HOLDFILE'.
            IF HOLDFILE-DSN = SPACES
                MOVE './HOLDFILE.IDX' TO HOLDFILE-DSN
            END-IF.

            MOVE SPACES TO RATEFILE-DSN.
            ACCEPT RATEFILE-DSN FROM ENVIRONMENT 'DD_RATEFILE'.
            IF RATEFILE-DSN = SPACES
                MOVE './RATES.IDX' TO RATEFILE-DSN
            END-IF.

            MOVE SPACES TO RUNCTLFILE-DSN.
            ACCEPT RUNCTLFILE-DSN FROM ENVIRONMENT 'DD_RUNCTL'.
            IF RUNCTLFILE-DSN = SPACES
                MOVE './RUNCTL.TXT' TO RUNCTLFILE-DSN
            END-IF.

            ACCEPT CURRENT-RUN-DATE FROM DATE YYYYMMDD.
            MOVE CURRENT-RUN-DATE TO DATECALC-DATE.
            CALL 'DATECALC' USING DATECALC-PARMS.
            IF DATECALC-OK
                MOVE DATECALC-SERIAL TO RUN-DATE-SERIAL
            END-IF.

            PERFORM 1200-LOAD-EXPIRY-DAYS
               THRU 1200-EXIT.

            OPEN I-O PENDFILE.
            IF FILE-STATUS-FILE-MISSING OF PENDFILE-FILE-STATUS
                OPEN OUTPUT PENDFILE
                IF FILE-STATUS-SUCCESS OF PENDFILE-FILE-STATUS
                    CLOSE PENDFILE
                    OPEN I-O PENDFILE
                END-IF
            END-IF.
            IF NOT FILE-STATUS-SUCCESS OF PENDFILE-FILE-STATUS
                DISPLAY 'PENDAPR - COULD NOT OPEN THE PENDING CHANGE '
                        'FILE: ' PENDFILE-DSN
                DISPLAY 'PENDAPR - STATUS: ' PENDFILE-FILE-STATUS
                SET APPR-DONE TO TRUE
            ELSE
                OPEN I-O ACCTMAST
                OPEN I-O STATFILE
                OPEN I-O OPERFILE
                PERFORM 1300-OPEN-CUSTOMER-FILES
                   THRU 1300-EXIT
                PERFORM 1400-OPEN-HOLD-AND-RATE-FILES
                   THRU 1400-EXIT
                IF NOT FILE-STATUS-SUCCESS OF ACCTMAST-FILE-STATUS
                   OR NOT FILE-STATUS-SUCCESS OF STATFILE-FILE-STATUS
                   OR NOT FILE-STATUS-SUCCESS OF OPERFILE-FILE-STATUS
                   OR NOT FILE-STATUS-SUCCESS OF CUSTMAST-FILE-STATUS
                   OR NOT FILE-STATUS-SUCCESS OF CRELFILE-FILE-STATUS
                   OR NOT FILE-STATUS-SUCCESS OF HOLDFILE-FILE-STATUS
                   OR NOT FILE-STATUS-SUCCESS OF RATEFILE-FILE-STATUS
                    DISPLAY 'PENDAPR - COULD NOT OPEN THE FILES THE '
                            'CHANGES APPLY TO.'
                    DISPLAY 'PENDAPR - ACCTMAST STATUS: '
                            ACCTMAST-FILE-STATUS
                            ' STATFILE STATUS: ' STATFILE-FILE-STATUS
                            ' OPERFILE STATUS: ' OPERFILE-FILE-STATUS
                    DISPLAY 'PENDAPR - CUSTMAST STATUS: '
                            CUSTMAST-FILE-STATUS
                            ' CRELFILE STATUS: ' CRELFILE-FILE-STATUS
                    DISPLAY 'PENDAPR - HOLDFILE STATUS: '
                            HOLDFILE-FILE-STATUS
                            ' RATEFILE STATUS: ' RATEFILE-FILE-STATUS
                    CLOSE PENDFILE ACCTMAST STATFILE OPERFILE
                          CUSTMAST CRELFILE HOLDFILE RATEFILE
                    SET APPR-DONE TO TRUE
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

            MOVE SPACES TO SESSION-OPER-ID.
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
                    MOVE SGN-OPER-ID TO SESSION-OPER-ID
                    MOVE SGN-AUTH-LEVEL TO SESSION-LEVEL
                END-IF
                CLOSE SIGNONFILE
            END-IF.
        1100-EXIT.
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
        1200-EXIT.
            EXIT.

        1300-OPEN-CUSTOMER-FILES.
            OPEN I-O CUSTMAST.
            IF FILE-STATUS-FILE-MISSING OF CUSTMAST-FILE-STATUS
                OPEN OUTPUT CUSTMAST
                IF FILE-STATUS-SUCCESS OF CUSTMAST-FILE-STATUS
                    CLOSE CUSTMAST
                    OPEN I-O CUSTMAST
                END-IF
            END-IF.

            OPEN I-O CRELFILE.
            IF FILE-STATUS-FILE-MISSING OF CRELFILE-FILE-STATUS
                OPEN OUTPUT CRELFILE
                IF FILE-STATUS-SUCCESS OF CRELFILE-FILE-STATUS
                    CLOSE CRELFILE
                    OPEN I-O CRELFILE
                END-IF
            END-IF.
        1300-EXIT.
            EXIT.

        1400-OPEN-HOLD-AND-RATE-FILES.
            OPEN I-O HOLDFILE.
            IF FILE-STATUS-FILE-MISSING OF HOLDFILE-FILE-STATUS
                OPEN OUTPUT HOLDFILE
                IF FILE-STATUS-SUCCESS OF HOLDFILE-FILE-STATUS
                    CLOSE HOLDFILE
                    OPEN I-O HOLDFILE
                END-IF
            END-IF.

            OPEN I-O RATEFILE.
            IF FILE-STATUS-FILE-MISSING OF RATEFILE-FILE-STATUS
                OPEN OUTPUT RATEFILE
                IF FILE-STATUS-SUCCESS OF RATEFILE-FILE-STATUS
                    CLOSE RATEFILE
                    OPEN I-O RATEFILE
                END-IF
            END-IF.
        1400-EXIT.
            EXIT.

        2000-EXPIRE-STALE-CHANGES.
            MOVE ZERO TO EXPIRED-COUNT.
            IF PEND-EXPIRY-DAYS > ZERO
               AND RUN-DATE-SERIAL > ZERO
                MOVE 1 TO PEND-ID
                START PENDFILE KEY IS NOT LESS THAN PEND-ID
                IF FILE-STATUS-SUCCESS OF PENDFILE-FILE-STATUS
                    MOVE 'N' TO PEND-SCAN-DONE-SW
                    PERFORM 2100-EXPIRE-ONE-CHANGE
                       THRU 2100-EXIT
                       UNTIL PEND-SCAN-DONE
                END-IF
            END-IF.
            IF EXPIRED-COUNT > ZERO
                DISPLAY 'PENDAPR - ' EXPIRED-COUNT ' CHANGE(S) OLDER '
                        'THAN ' PEND-EXPIRY-DAYS ' DAYS EXPIRED.'
            END-IF.
        2000-EXIT.
            EXIT.

        2100-EXPIRE-ONE-CHANGE.
            READ PENDFILE NEXT RECORD
              AT END
                 SET FILE-STATUS-AT-END OF PENDFILE-FILE-STATUS
                  TO TRUE
            END-READ.

            IF NOT FILE-STATUS-SUCCESS OF PENDFILE-FILE-STATUS
                SET PEND-SCAN-DONE TO TRUE
            ELSE
                IF PEND-PENDING
                   AND PEND-REQ-DATE IS NUMERIC
                    MOVE PEND-REQ-DATE TO DATECALC-DATE
                    CALL 'DATECALC' USING DATECALC-PARMS
                    IF DATECALC-OK
                       AND DATECALC-SERIAL < RUN-DATE-SERIAL
                        MOVE DATECALC-SERIAL TO REQ-DATE-SERIAL
                        COMPUTE CHANGE-AGE-DAYS =
                            RUN-DATE-SERIAL - REQ-DATE-SERIAL
                        IF CHANGE-AGE-DAYS > PEND-EXPIRY-DAYS
                            SET PEND-EXPIRED TO TRUE
                            MOVE 'NOT DECIDED WITHIN EXPIRY DAYS'
                                 TO APPR-NOTE
                            PERFORM 8200-STAMP-THE-DECISION
                               THRU 8200-EXIT
                            IF FILE-STATUS-SUCCESS OF
                               PENDFILE-FILE-STATUS
                                ADD 1 TO EXPIRED-COUNT
                                MOVE 'CHANGE EXPIRED'
                                     TO SECLOG-ACTION
                                MOVE 'D' TO SECLOG-RESULT
                                PERFORM 8500-LOG-THE-DECISION
                                   THRU 8500-EXIT
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-IF.
        2100-EXIT.
            EXIT.

        3000-PROCESS-ONE-ACTION.
            DISPLAY ' '.
            DISPLAY 'ACTION (L=LIST PENDING, S=SHOW A CHANGE, '
                    'A=APPROVE, R=REJECT, X=EXIT): '
                    WITH NO ADVANCING.
            MOVE SPACES TO APPR-ACTION.
            ACCEPT APPR-ACTION.

            EVALUATE APPR-ACTION
                WHEN 'L'
                WHEN 'l'
                    PERFORM 4000-LIST-PENDING-CHANGES
                       THRU 4000-EXIT
                WHEN 'S'
                WHEN 's'
                    PERFORM 8000-ACCEPT-A-PEND-ID
                       THRU 8000-EXIT
                    IF PEND-FOUND
                        PERFORM 5000-SHOW-A-CHANGE
                           THRU 5000-EXIT
                    END-IF
                WHEN 'A'
                WHEN 'a'
                    PERFORM 8000-ACCEPT-A-PEND-ID
                       THRU 8000-EXIT
                    IF PEND-FOUND
                        PERFORM 6000-APPROVE-A-CHANGE
                           THRU 6000-EXIT
                    END-IF
                WHEN 'R'
                WHEN 'r'
                    PERFORM 8000-ACCEPT-A-PEND-ID
                       THRU 8000-EXIT
                    IF PEND-FOUND
                        PERFORM 7000-REJECT-A-CHANGE
                           THRU 7000-EXIT
                    END-IF
                WHEN 'X'
                WHEN 'x'
                    SET APPR-DONE TO TRUE
                WHEN OTHER
                    DISPLAY 'PENDAPR - INVALID ACTION.'
            END-EVALUATE.
        3000-EXIT.
            EXIT.

        4000-LIST-PENDING-CHANGES.
            MOVE ZERO TO PEND-LIST-COUNT.
            MOVE 1 TO PEND-ID.
            START PENDFILE KEY IS NOT LESS THAN PEND-ID.
            IF FILE-STATUS-SUCCESS OF PENDFILE-FILE-STATUS
                DISPLAY ' CHANGE   F A KEY        DESCRIPTION         '
                        ' REQUESTED BY     ON'
                MOVE 'N' TO PEND-SCAN-DONE-SW
                PERFORM 4100-LIST-ONE-CHANGE
                   THRU 4100-EXIT
                   UNTIL PEND-SCAN-DONE
            END-IF.
            IF PEND-LIST-COUNT = ZERO
                DISPLAY 'PENDAPR - NO CHANGES ARE AWAITING APPROVAL.'
            END-IF.
        4000-EXIT.
            EXIT.

        4100-LIST-ONE-CHANGE.
            READ PENDFILE NEXT RECORD
              AT END
                 SET FILE-STATUS-AT-END OF PENDFILE-FILE-STATUS
                  TO TRUE
            END-READ.

            IF NOT FILE-STATUS-SUCCESS OF PENDFILE-FILE-STATUS
                SET PEND-SCAN-DONE TO TRUE
            ELSE
                IF PEND-PENDING
                    ADD 1 TO PEND-LIST-COUNT
                    DISPLAY ' ' PEND-ID ' ' PEND-FILE-CD ' '
                            PEND-ACTION-CD ' ' PEND-RECORD-KEY ' '
                            PEND-DESC ' ' PEND-REQ-OPER ' '
                            PEND-REQ-DATE
                END-IF
            END-IF.
        4100-EXIT.
            EXIT.

        5000-SHOW-A-CHANGE.
            DISPLAY ' '.
            DISPLAY ' CHANGE ......... ' PEND-ID ' ' PEND-DESC.
            DISPLAY ' STATUS ......... ' PEND-STATUS-CD.
            DISPLAY ' REQUESTED BY ... ' PEND-REQ-OPER ' ON '
                    PEND-REQ-DATE ' AT ' PEND-REQ-TIME.
            IF NOT PEND-PENDING
                DISPLAY ' DECIDED BY ..... ' PEND-DEC-OPER ' ON '
                        PEND-DEC-DATE ' ' PEND-DEC-NOTE
            END-IF.
            EVALUATE TRUE
                WHEN PEND-FILE-ACCOUNT
                    DISPLAY '          ACCT NAME                 BRCH S'
                            '      OD LIMIT REACTIVATED'
                    IF PEND-ACTION-ADD
                        DISPLAY ' BEFORE   (NEW ACCOUNT)'
                    ELSE
                        MOVE ' BEFORE' TO SHOW-LABEL
                        MOVE PEND-BEFORE-IMAGE TO ACCT-RECORD
                        PERFORM 5100-SHOW-ACCOUNT-IMAGE
                           THRU 5100-EXIT
                    END-IF
                    MOVE ' AFTER' TO SHOW-LABEL
                    MOVE PEND-AFTER-IMAGE TO ACCT-RECORD
                    PERFORM 5100-SHOW-ACCOUNT-IMAGE
                       THRU 5100-EXIT
                WHEN PEND-FILE-STATUS
                    DISPLAY '          CODE DESCRIPTION                '
                            '    A EFFECTIVE ENDED'
                    IF PEND-ACTION-ADD
                        DISPLAY ' BEFORE   (NEW STATUS CODE)'
                    ELSE
                        MOVE ' BEFORE' TO SHOW-LABEL
                        MOVE PEND-BEFORE-IMAGE TO STAT-RECORD
                        PERFORM 5200-SHOW-STATUS-IMAGE
                           THRU 5200-EXIT
                    END-IF
                    MOVE ' AFTER' TO SHOW-LABEL
                    MOVE PEND-AFTER-IMAGE TO STAT-RECORD
                    PERFORM 5200-SHOW-STATUS-IMAGE
                       THRU 5200-EXIT
                WHEN PEND-FILE-OPERATOR
                    DISPLAY '          OPERATOR NAME                 '
                            'L A PASSWORD'
                    MOVE PEND-BEFORE-IMAGE TO OPER-RECORD
                    MOVE OPER-PASSWORD TO SHOW-PASSWORD
                    IF PEND-ACTION-ADD
                        DISPLAY ' BEFORE   (NEW OPERATOR)'
                        MOVE 'SET' TO SHOW-PASSWORD-TEXT
                    ELSE
                        MOVE 'UNCHANGED' TO SHOW-PASSWORD-TEXT
                        MOVE ' BEFORE' TO SHOW-LABEL
                        PERFORM 5300-SHOW-OPERATOR-IMAGE
                           THRU 5300-EXIT
                    END-IF
                    MOVE PEND-AFTER-IMAGE TO OPER-RECORD
                    IF PEND-ACTION-CHANGE
                       AND OPER-PASSWORD NOT = SHOW-PASSWORD
                        MOVE 'CHANGED' TO SHOW-PASSWORD-TEXT
                    END-IF
                    MOVE ' AFTER' TO SHOW-LABEL
                    PERFORM 5300-SHOW-OPERATOR-IMAGE
                       THRU 5300-EXIT
                WHEN PEND-FILE-CUSTOMER
                    IF PEND-ACTION-ADD
                        DISPLAY ' BEFORE   (NEW CUSTOMER)'
                    ELSE
                        MOVE ' BEFORE' TO SHOW-LABEL
                        MOVE PEND-BEFORE-IMAGE TO CUST-RECORD
                        PERFORM 5400-SHOW-CUSTOMER-IMAGE
                           THRU 5400-EXIT
                    END-IF
                    MOVE ' AFTER' TO SHOW-LABEL
                    MOVE PEND-AFTER-IMAGE TO CUST-RECORD
                    PERFORM 5400-SHOW-CUSTOMER-IMAGE
                       THRU 5400-EXIT
                WHEN PEND-FILE-RELATIONSHIP
                    DISPLAY '          CUST   ACCT R S STMT STARTED  '
                            'ENDED'
                    IF PEND-ACTION-ADD
                        DISPLAY ' BEFORE   (NEW ACCOUNT LINK)'
                    ELSE
                        MOVE ' BEFORE' TO SHOW-LABEL
                        MOVE PEND-BEFORE-IMAGE TO CREL-RECORD
                        PERFORM 5500-SHOW-RELATIONSHIP-IMAGE
                           THRU 5500-EXIT
                    END-IF
                    MOVE ' AFTER' TO SHOW-LABEL
                    MOVE PEND-AFTER-IMAGE TO CREL-RECORD
                    PERFORM 5500-SHOW-RELATIONSHIP-IMAGE
                       THRU 5500-EXIT
                WHEN PEND-FILE-HOLD
                    DISPLAY '          HOLD             AMOUNT R '
                            'DESCRIPTION'
                    IF PEND-ACTION-ADD
                        DISPLAY ' BEFORE   (NEW HOLD)'
                    ELSE
                        MOVE ' BEFORE' TO SHOW-LABEL
                        MOVE PEND-BEFORE-IMAGE TO HOLD-RECORD
                        PERFORM 5600-SHOW-HOLD-IMAGE
                           THRU 5600-EXIT
                    END-IF
                    MOVE ' AFTER' TO SHOW-LABEL
                    MOVE PEND-AFTER-IMAGE TO HOLD-RECORD
                    PERFORM 5600-SHOW-HOLD-IMAGE
                       THRU 5600-EXIT
                WHEN PEND-FILE-RATE
                    DISPLAY '          BRCH DESCRIPTION          A '
                            '  RATE %  MIN-INT-BAL  MNT-FEE    '
                            'WAIVE-BAL FREE PER-TX EFFECTIVE'
                    IF PEND-ACTION-ADD
                        DISPLAY ' BEFORE   (NEW RATE SCHEDULE)'
                    ELSE
                        MOVE ' BEFORE' TO SHOW-LABEL
                        MOVE PEND-BEFORE-IMAGE TO RATE-RECORD
                        PERFORM 5700-SHOW-RATE-IMAGE
                           THRU 5700-EXIT
                    END-IF
                    MOVE ' AFTER' TO SHOW-LABEL
                    MOVE PEND-AFTER-IMAGE TO RATE-RECORD
                    PERFORM 5700-SHOW-RATE-IMAGE
                       THRU 5700-EXIT
            END-EVALUATE.
        5000-EXIT.
            EXIT.

        5100-SHOW-ACCOUNT-IMAGE.
            IF ACCT-OD-LIMIT IS NUMERIC
                MOVE ACCT-OD-LIMIT TO SHOW-LIMIT-DISPLAY
            ELSE
                MOVE ZERO TO SHOW-LIMIT-DISPLAY
            END-IF.
            DISPLAY SHOW-LABEL '  ' ACCT-ID ' ' ACCT-NAME ' '
                    ACCT-BRANCH-CD ' ' ACCT-STATUS-CD ' '
                    SHOW-LIMIT-DISPLAY ' ' ACCT-REACTIVATE-DATE.
        5100-EXIT.
            EXIT.

        5200-SHOW-STATUS-IMAGE.
            DISPLAY SHOW-LABEL '   ' STAT-CODE '  ' STAT-DESC ' '
                    STAT-ACTIVE-FLAG ' ' STAT-EFF-DATE '  '
                    STAT-END-DATE.
        5200-EXIT.
            EXIT.

        5300-SHOW-OPERATOR-IMAGE.
            DISPLAY SHOW-LABEL '  ' OPER-ID ' ' OPER-NAME ' '
                    OPER-AUTH-LEVEL ' ' OPER-ACTIVE-FLAG ' '
                    SHOW-PASSWORD-TEXT.
        5300-EXIT.
            EXIT.

        5400-SHOW-CUSTOMER-IMAGE.
            MOVE '*****' TO SHOW-TAX-ID.
            MOVE CUST-TAX-ID(6:4) TO SHOW-TAX-ID(6:4).
            DISPLAY SHOW-LABEL '  ' CUST-ID ' ' CUST-NAME ' S '
                    CUST-STATUS-CD ' SINCE ' CUST-OPENED-DATE.
            DISPLAY '          ' CUST-ADDR-LINE-1 ' '
                    CUST-ADDR-LINE-2.
            DISPLAY '          ' CUST-CITY ' ' CUST-STATE-CD ' '
                    CUST-POSTAL-CD.
            DISPLAY '          TAX ID ' SHOW-TAX-ID ' ('
                    CUST-TAX-ID-TYPE ') PHONE ' CUST-PHONE
                    ' CONTACT ' CUST-CONTACT-PREF ' STMT '
                    CUST-STMT-DELIVERY ' NO SOLICIT '
                    CUST-NO-SOLICIT.
        5400-EXIT.
            EXIT.

        5500-SHOW-RELATIONSHIP-IMAGE.
            DISPLAY SHOW-LABEL '  ' CREL-CUST-ID ' ' CREL-ACCT-ID
                    ' ' CREL-ROLE-CD ' ' CREL-STATUS-CD ' '
                    CREL-STMT-FLAG '    ' CREL-START-DATE ' '
                    CREL-END-DATE.
        5500-EXIT.
            EXIT.

        5600-SHOW-HOLD-IMAGE.
            IF HOLD-AMOUNT IS NUMERIC
                MOVE HOLD-AMOUNT TO SHOW-LIMIT-DISPLAY
            ELSE
                MOVE ZERO TO SHOW-LIMIT-DISPLAY
            END-IF.
            DISPLAY SHOW-LABEL '  ' HOLD-ACCT-ID '-' HOLD-SEQ-NO ' '
                    SHOW-LIMIT-DISPLAY ' ' HOLD-REASON-CD ' '
                    HOLD-DESC.
            DISPLAY '          PLACED ' HOLD-PLACED-DATE ' BY '
                    HOLD-PLACED-BY ' EXPIRES ' HOLD-EXPIRY-DATE
                    ' STATUS ' HOLD-STATUS-CD ' RELEASED '
                    HOLD-RELEASE-DATE.
        5600-EXIT.
            EXIT.

        5700-SHOW-RATE-IMAGE.
            MOVE RATE-INT-RATE TO SHOW-RATE-DISPLAY.
            MOVE RATE-INT-MIN-BAL TO SHOW-MIN-DISPLAY.
            MOVE RATE-MAINT-FEE TO SHOW-FEE-DISPLAY.
            MOVE RATE-FEE-WAIVE-BAL TO SHOW-WAIVE-DISPLAY.
            MOVE RATE-FREE-TRAN-COUNT TO SHOW-FREE-DISPLAY.
            MOVE RATE-PER-TRAN-FEE TO SHOW-PER-DISPLAY.
            DISPLAY SHOW-LABEL '  ' RATE-KEY ' ' RATE-DESC ' '
                    RATE-ACTIVE-FLAG ' ' SHOW-RATE-DISPLAY ' '
                    SHOW-MIN-DISPLAY ' ' SHOW-FEE-DISPLAY ' '
                    SHOW-WAIVE-DISPLAY '  ' SHOW-FREE-DISPLAY ' '
                    SHOW-PER-DISPLAY ' ' RATE-EFF-DATE.
        5700-EXIT.
            EXIT.

        6000-APPROVE-A-CHANGE.
            IF NOT PEND-PENDING
                DISPLAY 'PENDAPR - CHANGE ' PEND-ID
                        ' IS NOT AWAITING APPROVAL (STATUS '
                        PEND-STATUS-CD ').'
            ELSE
                IF PEND-REQ-OPER = SESSION-OPER-ID
                    DISPLAY 'PENDAPR - A CHANGE CANNOT BE APPROVED BY '
                            'THE OPERATOR WHO REQUESTED IT.'
                    MOVE 'APPROVE OWN CHANGE' TO SECLOG-ACTION
                    MOVE 'D' TO SECLOG-RESULT
                    PERFORM 8500-LOG-THE-DECISION
                       THRU 8500-EXIT
                ELSE
                    IF PEND-FILE-OPERATOR
                       AND PEND-RECORD-KEY = SESSION-OPER-ID
                        DISPLAY 'PENDAPR - A CHANGE TO YOUR OWN '
                                'OPERATOR RECORD MUST BE APPROVED BY '
                                'ANOTHER SUPERVISOR.'
                        MOVE 'APPROVE OWN RECORD' TO SECLOG-ACTION
                        MOVE 'D' TO SECLOG-RESULT
                        PERFORM 8500-LOG-THE-DECISION
                           THRU 8500-EXIT
                    ELSE
                        PERFORM 5000-SHOW-A-CHANGE
                           THRU 5000-EXIT
                        DISPLAY 'APPROVE AND APPLY THIS CHANGE (Y/N)? '
                                WITH NO ADVANCING
                        MOVE SPACES TO APPR-CONFIRM
                        ACCEPT APPR-CONFIRM
                        IF APPR-CONFIRM = 'Y' OR APPR-CONFIRM = 'y'
                            PERFORM 6100-APPLY-THE-CHANGE
                               THRU 6100-EXIT
                        ELSE
                            DISPLAY 'PENDAPR - NOTHING DONE.'
                        END-IF
                    END-IF
                END-IF
            END-IF.
        6000-EXIT.
            EXIT.

        6100-APPLY-THE-CHANGE.
            MOVE 'N' TO CHANGE-APPLIED-SW.
            MOVE SPACES TO APPR-FAIL-NOTE.
            EVALUATE TRUE
                WHEN PEND-FILE-ACCOUNT
                    PERFORM 6200-APPLY-ACCOUNT-CHANGE
                       THRU 6200-EXIT
                WHEN PEND-FILE-STATUS
                    PERFORM 6300-APPLY-STATUS-CHANGE
                       THRU 6300-EXIT
                WHEN PEND-FILE-OPERATOR
                    PERFORM 6400-APPLY-OPERATOR-CHANGE
                       THRU 6400-EXIT
                WHEN PEND-FILE-CUSTOMER
                    PERFORM 6500-APPLY-CUSTOMER-CHANGE
                       THRU 6500-EXIT
                WHEN PEND-FILE-RELATIONSHIP
                    PERFORM 6600-APPLY-RELATIONSHIP-CHANGE
                       THRU 6600-EXIT
                WHEN PEND-FILE-HOLD
                    PERFORM 6700-APPLY-HOLD-CHANGE
                       THRU 6700-EXIT
                WHEN PEND-FILE-RATE
                    PERFORM 6800-APPLY-RATE-CHANGE
                       THRU 6800-EXIT
                WHEN OTHER
                    MOVE 'UNKNOWN FILE CODE' TO APPR-FAIL-NOTE
            END-EVALUATE.

            IF CHANGE-APPLIED
                SET PEND-APPROVED TO TRUE
                MOVE SPACES TO APPR-NOTE
                PERFORM 8200-STAMP-THE-DECISION
                   THRU 8200-EXIT
                DISPLAY 'PENDAPR - CHANGE ' PEND-ID ' APPROVED AND '
                        'APPLIED: ' PEND-RECORD-KEY ' ' PEND-DESC
                MOVE PEND-DESC TO SECLOG-ACTION
                MOVE 'A' TO SECLOG-RESULT
            ELSE
                SET PEND-FAILED TO TRUE
                MOVE APPR-FAIL-NOTE TO APPR-NOTE
                PERFORM 8200-STAMP-THE-DECISION
                   THRU 8200-EXIT
                DISPLAY 'PENDAPR - CHANGE ' PEND-ID ' NOT APPLIED: '
                        APPR-FAIL-NOTE
                DISPLAY 'PENDAPR - THE REQUESTER MUST MAKE THE '
                        'CHANGE AGAIN AGAINST THE CURRENT RECORD.'
                MOVE 'CHANGE NOT APPLIED' TO SECLOG-ACTION
                MOVE 'D' TO SECLOG-RESULT
            END-IF.
            PERFORM 8500-LOG-THE-DECISION
               THRU 8500-EXIT.
        6100-EXIT.
            EXIT.

        6200-APPLY-ACCOUNT-CHANGE.
            IF PEND-ACTION-ADD
                MOVE PEND-AFTER-IMAGE TO ACCT-RECORD
                WRITE ACCT-RECORD
                IF FILE-STATUS-SUCCESS OF ACCTMAST-FILE-STATUS
                    SET CHANGE-APPLIED TO TRUE
                ELSE
                    IF FILE-STATUS-DUPLICATE-KEY OF
                       ACCTMAST-FILE-STATUS
                        MOVE 'ACCOUNT ALREADY ON FILE'
                             TO APPR-FAIL-NOTE
                    ELSE
                        MOVE 'ACCOUNT WRITE FAILED'
                             TO APPR-FAIL-NOTE
                    END-IF
                END-IF
            ELSE
                MOVE PEND-RECORD-KEY TO ACCT-ID
                READ ACCTMAST
                IF NOT FILE-STATUS-SUCCESS OF ACCTMAST-FILE-STATUS
                    MOVE 'ACCOUNT NO LONGER ON FILE' TO APPR-FAIL-NOTE
                ELSE
                    IF ACCT-RECORD(50:25) NOT =
                       PEND-BEFORE-IMAGE(50:25)
                       OR ACCT-RECORD(81:45) NOT =
                          PEND-BEFORE-IMAGE(81:45)
                        MOVE 'RECORD CHANGED SINCE REQUEST'
                             TO APPR-FAIL-NOTE
                    ELSE
                        MOVE PEND-AFTER-IMAGE(50:25)
                             TO ACCT-RECORD(50:25)
                        MOVE PEND-AFTER-IMAGE(81:45)
                             TO ACCT-RECORD(81:45)
                        REWRITE ACCT-RECORD
                        IF FILE-STATUS-SUCCESS OF ACCTMAST-FILE-STATUS
                            SET CHANGE-APPLIED TO TRUE
                        ELSE
                            MOVE 'ACCOUNT REWRITE FAILED'
                                 TO APPR-FAIL-NOTE
                        END-IF
                    END-IF
                END-IF
            END-IF.
        6200-EXIT.
            EXIT.

        6300-APPLY-STATUS-CHANGE.
            IF PEND-ACTION-ADD
                MOVE PEND-AFTER-IMAGE TO STAT-RECORD
                WRITE STAT-RECORD
                IF FILE-STATUS-SUCCESS OF STATFILE-FILE-STATUS
                    SET CHANGE-APPLIED TO TRUE
                ELSE
                    IF FILE-STATUS-DUPLICATE-KEY OF
                       STATFILE-FILE-STATUS
                        MOVE 'STATUS CODE ALREADY ON FILE'
                             TO APPR-FAIL-NOTE
                    ELSE
                        MOVE 'STATUS CODE WRITE FAILED'
                             TO APPR-FAIL-NOTE
                    END-IF
                END-IF
            ELSE
                MOVE PEND-RECORD-KEY TO STAT-CODE
                READ STATFILE
                IF NOT FILE-STATUS-SUCCESS OF STATFILE-FILE-STATUS
                    MOVE 'STATUS CODE NO LONGER ON FILE'
                         TO APPR-FAIL-NOTE
                ELSE
                    IF STAT-RECORD NOT = PEND-BEFORE-IMAGE(1:80)
                        MOVE 'RECORD CHANGED SINCE REQUEST'
                             TO APPR-FAIL-NOTE
                    ELSE
                        MOVE PEND-AFTER-IMAGE TO STAT-RECORD
                        REWRITE STAT-RECORD
                        IF FILE-STATUS-SUCCESS OF STATFILE-FILE-STATUS
                            SET CHANGE-APPLIED TO TRUE
                        ELSE
                            MOVE 'STATUS CODE REWRITE FAILED'
                                 TO APPR-FAIL-NOTE
                        END-IF
                    END-IF
                END-IF
            END-IF.
        6300-EXIT.
            EXIT.

        6400-APPLY-OPERATOR-CHANGE.
            IF PEND-ACTION-ADD
                MOVE PEND-AFTER-IMAGE TO OPER-RECORD
                WRITE OPER-RECORD
                IF FILE-STATUS-SUCCESS OF OPERFILE-FILE-STATUS
                    SET CHANGE-APPLIED TO TRUE
                ELSE
                    IF FILE-STATUS-DUPLICATE-KEY OF
                       OPERFILE-FILE-STATUS
                        MOVE 'OPERATOR ALREADY ON FILE'
                             TO APPR-FAIL-NOTE
                    ELSE
                        MOVE 'OPERATOR WRITE FAILED'
                             TO APPR-FAIL-NOTE
                    END-IF
                END-IF
            ELSE
                MOVE PEND-RECORD-KEY TO OPER-ID
                READ OPERFILE
                IF NOT FILE-STATUS-SUCCESS OF OPERFILE-FILE-STATUS
                    MOVE 'OPERATOR NO LONGER ON FILE'
                         TO APPR-FAIL-NOTE
                ELSE
                    IF OPER-RECORD(9:30) NOT =
                       PEND-BEFORE-IMAGE(9:30)
                        MOVE 'RECORD CHANGED SINCE REQUEST'
                             TO APPR-FAIL-NOTE
                    ELSE
                        MOVE PEND-AFTER-IMAGE(9:30)
                             TO OPER-RECORD(9:30)
                        REWRITE OPER-RECORD
                        IF FILE-STATUS-SUCCESS OF OPERFILE-FILE-STATUS
                            SET CHANGE-APPLIED TO TRUE
                        ELSE
                            MOVE 'OPERATOR REWRITE FAILED'
                                 TO APPR-FAIL-NOTE
                        END-IF
                    END-IF
                END-IF
            END-IF.
        6400-EXIT.
            EXIT.

        6500-APPLY-CUSTOMER-CHANGE.
            IF PEND-ACTION-ADD
                MOVE PEND-AFTER-IMAGE TO CUST-RECORD
                WRITE CUST-RECORD
                IF FILE-STATUS-SUCCESS OF CUSTMAST-FILE-STATUS
                    SET CHANGE-APPLIED TO TRUE
                ELSE
                    IF FILE-STATUS-DUPLICATE-KEY OF
                       CUSTMAST-FILE-STATUS
                        MOVE 'CUSTOMER ALREADY ON FILE'
                             TO APPR-FAIL-NOTE
                    ELSE
                        MOVE 'CUSTOMER WRITE FAILED'
                             TO APPR-FAIL-NOTE
                    END-IF
                END-IF
            ELSE
                MOVE PEND-RECORD-KEY TO CUST-ID
                READ CUSTMAST
                IF NOT FILE-STATUS-SUCCESS OF CUSTMAST-FILE-STATUS
                    MOVE 'CUSTOMER NO LONGER ON FILE'
                         TO APPR-FAIL-NOTE
                ELSE
                    IF CUST-RECORD NOT = PEND-BEFORE-IMAGE
                        MOVE 'RECORD CHANGED SINCE REQUEST'
                             TO APPR-FAIL-NOTE
                    ELSE
                        MOVE PEND-AFTER-IMAGE TO CUST-RECORD
                        REWRITE CUST-RECORD
                        IF FILE-STATUS-SUCCESS OF CUSTMAST-FILE-STATUS
                            SET CHANGE-APPLIED TO TRUE
                        ELSE
                            MOVE 'CUSTOMER REWRITE FAILED'
                                 TO APPR-FAIL-NOTE
                        END-IF
                    END-IF
                END-IF
            END-IF.
        6500-EXIT.
            EXIT.

        6600-APPLY-RELATIONSHIP-CHANGE.
            IF PEND-ACTION-ADD
                MOVE PEND-AFTER-IMAGE TO CREL-RECORD
                WRITE CREL-RECORD
                IF FILE-STATUS-SUCCESS OF CRELFILE-FILE-STATUS
                    SET CHANGE-APPLIED TO TRUE
                ELSE
                    IF FILE-STATUS-DUPLICATE-KEY OF
                       CRELFILE-FILE-STATUS
                        MOVE 'ACCOUNT LINK ALREADY ON FILE'
                             TO APPR-FAIL-NOTE
                    ELSE
                        MOVE 'ACCOUNT LINK WRITE FAILED'
                             TO APPR-FAIL-NOTE
                    END-IF
                END-IF
            ELSE
                MOVE PEND-RECORD-KEY TO CREL-KEY
                READ CRELFILE
                IF NOT FILE-STATUS-SUCCESS OF CRELFILE-FILE-STATUS
                    MOVE 'ACCOUNT LINK NO LONGER ON FILE'
                         TO APPR-FAIL-NOTE
                ELSE
                    IF CREL-RECORD NOT = PEND-BEFORE-IMAGE(1:80)
                        MOVE 'RECORD CHANGED SINCE REQUEST'
                             TO APPR-FAIL-NOTE
                    ELSE
                        MOVE PEND-AFTER-IMAGE TO CREL-RECORD
                        REWRITE CREL-RECORD
                        IF FILE-STATUS-SUCCESS OF CRELFILE-FILE-STATUS
                            SET CHANGE-APPLIED TO TRUE
                        ELSE
                            MOVE 'ACCOUNT LINK REWRITE FAILED'
                                 TO APPR-FAIL-NOTE
                        END-IF
                    END-IF
                END-IF
            END-IF.
        6600-EXIT.
            EXIT.

        6700-APPLY-HOLD-CHANGE.
            IF PEND-ACTION-ADD
                MOVE PEND-AFTER-IMAGE TO HOLD-RECORD
                WRITE HOLD-RECORD
                IF FILE-STATUS-SUCCESS OF HOLDFILE-FILE-STATUS
                    SET CHANGE-APPLIED TO TRUE
                ELSE
                    IF FILE-STATUS-DUPLICATE-KEY OF
                       HOLDFILE-FILE-STATUS
                        MOVE 'HOLD ALREADY ON FILE'
                             TO APPR-FAIL-NOTE
                    ELSE
                        MOVE 'HOLD WRITE FAILED'
                             TO APPR-FAIL-NOTE
                    END-IF
                END-IF
            ELSE
                MOVE PEND-RECORD-KEY TO HOLD-KEY
                READ HOLDFILE
                IF NOT FILE-STATUS-SUCCESS OF HOLDFILE-FILE-STATUS
                    MOVE 'HOLD NO LONGER ON FILE'
                         TO APPR-FAIL-NOTE
                ELSE
                    IF HOLD-RECORD NOT = PEND-BEFORE-IMAGE(1:80)
                        MOVE 'RECORD CHANGED SINCE REQUEST'
                             TO APPR-FAIL-NOTE
                    ELSE
                        MOVE PEND-AFTER-IMAGE TO HOLD-RECORD
                        REWRITE HOLD-RECORD
                        IF FILE-STATUS-SUCCESS OF HOLDFILE-FILE-STATUS
                            SET CHANGE-APPLIED TO TRUE
                        ELSE
                            MOVE 'HOLD REWRITE FAILED'
                                 TO APPR-FAIL-NOTE
                        END-IF
                    END-IF
                END-IF
            END-IF.
        6700-EXIT.
            EXIT.

        6800-APPLY-RATE-CHANGE.
            IF PEND-ACTION-ADD
                MOVE PEND-AFTER-IMAGE TO RATE-RECORD
                WRITE RATE-RECORD
                IF FILE-STATUS-SUCCESS OF RATEFILE-FILE-STATUS
                    SET CHANGE-APPLIED TO TRUE
                ELSE
                    IF FILE-STATUS-DUPLICATE-KEY OF
                       RATEFILE-FILE-STATUS
                        MOVE 'RATE SCHEDULE ALREADY ON FILE'
                             TO APPR-FAIL-NOTE
                    ELSE
                        MOVE 'RATE SCHEDULE WRITE FAILED'
                             TO APPR-FAIL-NOTE
                    END-IF
                END-IF
            ELSE
                MOVE PEND-RECORD-KEY TO RATE-KEY
                READ RATEFILE
                IF NOT FILE-STATUS-SUCCESS OF RATEFILE-FILE-STATUS
                    MOVE 'RATE SCHEDULE NO LONGER ON FILE'
                         TO APPR-FAIL-NOTE
                ELSE
                    IF RATE-RECORD NOT = PEND-BEFORE-IMAGE(1:80)
                        MOVE 'RECORD CHANGED SINCE REQUEST'
                             TO APPR-FAIL-NOTE
                    ELSE
                        MOVE PEND-AFTER-IMAGE TO RATE-RECORD
                        REWRITE RATE-RECORD
                        IF FILE-STATUS-SUCCESS OF RATEFILE-FILE-STATUS
                            SET CHANGE-APPLIED TO TRUE
                        ELSE
                            MOVE 'RATE SCHEDULE REWRITE FAILED'
                                 TO APPR-FAIL-NOTE
                        END-IF
                    END-IF
                END-IF
            END-IF.
        6800-EXIT.
            EXIT.

        7000-REJECT-A-CHANGE.
            IF NOT PEND-PENDING
                DISPLAY 'PENDAPR - CHANGE ' PEND-ID
                        ' IS NOT AWAITING APPROVAL (STATUS '
                        PEND-STATUS-CD ').'
            ELSE
                PERFORM 5000-SHOW-A-CHANGE
                   THRU 5000-EXIT
                DISPLAY 'REASON FOR REJECTION: ' WITH NO ADVANCING
                MOVE SPACES TO APPR-NOTE
                ACCEPT APPR-NOTE
                IF APPR-NOTE = SPACES
                    DISPLAY 'PENDAPR - A REASON IS REQUIRED, NOTHING '
                            'DONE.'
                ELSE
                    SET PEND-REJECTED TO TRUE
                    PERFORM 8200-STAMP-THE-DECISION
                       THRU 8200-EXIT
                    IF FILE-STATUS-SUCCESS OF PENDFILE-FILE-STATUS
                        DISPLAY 'PENDAPR - CHANGE ' PEND-ID
                                ' REJECTED.'
                        MOVE 'CHANGE REJECTED' TO SECLOG-ACTION
                        MOVE 'D' TO SECLOG-RESULT
                        PERFORM 8500-LOG-THE-DECISION
                           THRU 8500-EXIT
                    END-IF
                END-IF
            END-IF.
        7000-EXIT.
            EXIT.

        8000-ACCEPT-A-PEND-ID.
            MOVE 'N' TO PEND-FOUND-SW.
            MOVE SPACES TO APPR-PEND-ID-IN.
            DISPLAY 'CHANGE NUMBER: ' WITH NO ADVANCING.
            ACCEPT APPR-PEND-ID-IN.
            IF APPR-PEND-ID-IN IS NOT NUMERIC
               OR APPR-PEND-ID-IN = ZERO
                DISPLAY 'PENDAPR - CHANGE NUMBER MUST BE EIGHT '
                        'DIGITS.'
            ELSE
                MOVE APPR-PEND-ID-IN TO PEND-ID
                READ PENDFILE
                IF FILE-STATUS-SUCCESS OF PENDFILE-FILE-STATUS
                    SET PEND-FOUND TO TRUE
                ELSE
                    DISPLAY 'PENDAPR - CHANGE NOT ON FILE: '
                            APPR-PEND-ID-IN
                END-IF
            END-IF.
        8000-EXIT.
            EXIT.

        8200-STAMP-THE-DECISION.
            ACCEPT CURRENT-RUN-TIME FROM TIME.
            MOVE SESSION-OPER-ID TO PEND-DEC-OPER.
            MOVE CURRENT-RUN-DATE TO PEND-DEC-DATE.
            MOVE CURRENT-RUN-TIME(1:6) TO PEND-DEC-TIME.
            MOVE APPR-NOTE TO PEND-DEC-NOTE.
            REWRITE PEND-RECORD.
            IF NOT FILE-STATUS-SUCCESS OF PENDFILE-FILE-STATUS
                DISPLAY 'PENDAPR - PENDING CHANGE REWRITE FAILED, '
                        'STATUS: ' PENDFILE-FILE-STATUS
            END-IF.
        8200-EXIT.
            EXIT.

        8500-LOG-THE-DECISION.
            MOVE SESSION-OPER-ID TO SECLOG-OPERATOR.
            MOVE 'PENDAPR' TO SECLOG-PROGRAM.
            MOVE SPACES TO SECLOG-DETAIL.
            STRING 'PEND ' PEND-ID ' ' PEND-RECORD-KEY ' REQ '
                   PEND-REQ-OPER
                   DELIMITED BY SIZE INTO SECLOG-DETAIL
            END-STRING.
            CALL 'SECLOG' USING SECLOG-PARMS.
        8500-EXIT.
            EXIT.
