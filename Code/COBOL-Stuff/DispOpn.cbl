        IDENTIFICATION DIVISION.
        PROGRAM-ID. DISPOPN.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

        SELECT DISPFILE ASSIGN TO DYNAMIC DISPFILE-DSN
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS DISP-CASE-ID
            FILE STATUS  IS DISPFILE-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
         FD DISPFILE
            RECORD CONTAINS 250.

            COPY DISPREC.

        WORKING-STORAGE SECTION.

         01 DISPFILE-DSN            PIC X(80).

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==DISPFILE-FILE-STATUS==
             .

         COPY SECLOG.

         01 CURRENT-RUN-DATE        PIC 9(08) VALUE ZERO.
         01 CURRENT-RUN-TIME        PIC 9(08) VALUE ZERO.

         01 NEXT-CASE-ID            PIC 9(05) VALUE ZERO.

         01 CASE-SCAN-DONE-SW       PIC X(01) VALUE 'N'.
            88 CASE-SCAN-DONE              VALUE 'Y'.

        LINKAGE SECTION.

         COPY DISPOPN.

        PROCEDURE DIVISION USING DISPOPN-PARMS.
            MOVE ZERO TO DISPOPN-CASE-ID.
            SET DISPOPN-FAILED TO TRUE.

            MOVE SPACES TO DISPFILE-DSN.
            ACCEPT DISPFILE-DSN FROM ENVIRONMENT 'DD_DISPFILE'.
            IF DISPFILE-DSN = SPACES
                MOVE './DISPUTE.IDX' TO DISPFILE-DSN
            END-IF.

            ACCEPT CURRENT-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT CURRENT-RUN-TIME FROM TIME.

            OPEN I-O DISPFILE.
            IF FILE-STATUS-FILE-MISSING OF DISPFILE-FILE-STATUS
                OPEN OUTPUT DISPFILE
                IF FILE-STATUS-SUCCESS OF DISPFILE-FILE-STATUS
                    CLOSE DISPFILE
                    OPEN I-O DISPFILE
                END-IF
            END-IF.
            IF NOT FILE-STATUS-SUCCESS OF DISPFILE-FILE-STATUS
                DISPLAY 'DISPOPN - COULD NOT OPEN THE DISPUTE CASE '
                        'FILE: ' DISPFILE-DSN
                DISPLAY 'DISPOPN - STATUS: ' DISPFILE-FILE-STATUS
                GOBACK
            END-IF.

            PERFORM 1000-READ-CONTROL-RECORD
               THRU 1000-EXIT.

            IF NEXT-CASE-ID > ZERO
                PERFORM 2000-FIND-OPEN-CASE
                   THRU 2000-EXIT
            END-IF.

            IF NEXT-CASE-ID > ZERO
               AND NOT DISPOPN-ALREADY-OPEN
                PERFORM 3000-OPEN-THE-CASE
                   THRU 3000-EXIT
            END-IF.

            CLOSE DISPFILE.

            GOBACK.

        1000-READ-CONTROL-RECORD.
            MOVE ZERO TO NEXT-CASE-ID.
            MOVE SPACES TO DISP-CONTROL-RECORD.
            MOVE ZERO TO DCTL-ID.
            READ DISPFILE.
            IF FILE-STATUS-NOT-FOUND OF DISPFILE-FILE-STATUS
                MOVE SPACES TO DISP-CONTROL-RECORD
                MOVE ZERO TO DCTL-ID
                MOVE ZERO TO DCTL-LAST-ID
                WRITE DISP-CONTROL-RECORD
                IF NOT FILE-STATUS-SUCCESS OF DISPFILE-FILE-STATUS
                    DISPLAY 'DISPOPN - COULD NOT WRITE THE DISPUTE '
                            'CONTROL RECORD, STATUS: '
                            DISPFILE-FILE-STATUS
                END-IF
            ELSE
                IF NOT FILE-STATUS-SUCCESS OF DISPFILE-FILE-STATUS
                    DISPLAY 'DISPOPN - COULD NOT READ THE DISPUTE '
                            'CONTROL RECORD, STATUS: '
                            DISPFILE-FILE-STATUS
                END-IF
            END-IF.
            IF FILE-STATUS-SUCCESS OF DISPFILE-FILE-STATUS
                IF DCTL-LAST-ID IS NOT NUMERIC
                    MOVE ZERO TO DCTL-LAST-ID
                END-IF
                IF DCTL-LAST-ID = 99999
                    DISPLAY 'DISPOPN - DISPUTE CASE NUMBERS ARE '
                            'EXHAUSTED, NO CASE OPENED.'
                ELSE
                    COMPUTE NEXT-CASE-ID = DCTL-LAST-ID + 1
                END-IF
            END-IF.
        1000-EXIT.
            EXIT.

        2000-FIND-OPEN-CASE.
            MOVE 1 TO DISP-CASE-ID.
            START DISPFILE KEY IS NOT LESS THAN DISP-CASE-ID.
            IF FILE-STATUS-SUCCESS OF DISPFILE-FILE-STATUS
                MOVE 'N' TO CASE-SCAN-DONE-SW
                PERFORM 2100-CHECK-ONE-CASE
                   THRU 2100-EXIT
                   UNTIL CASE-SCAN-DONE
            END-IF.
        2000-EXIT.
            EXIT.

        2100-CHECK-ONE-CASE.
            READ DISPFILE NEXT RECORD
              AT END
                 SET FILE-STATUS-AT-END OF DISPFILE-FILE-STATUS
                  TO TRUE
            END-READ.

            IF NOT FILE-STATUS-SUCCESS OF DISPFILE-FILE-STATUS
                SET CASE-SCAN-DONE TO TRUE
            ELSE
                IF DISP-UNRESOLVED
                   AND DISP-TRAN-ID = DISPOPN-TRAN-ID
                    MOVE DISP-CASE-ID TO DISPOPN-CASE-ID
                    SET DISPOPN-ALREADY-OPEN TO TRUE
                    SET CASE-SCAN-DONE TO TRUE
                END-IF
            END-IF.
        2100-EXIT.
            EXIT.

        3000-OPEN-THE-CASE.
            MOVE SPACES TO DISP-CONTROL-RECORD.
            MOVE ZERO TO DCTL-ID.
            MOVE NEXT-CASE-ID TO DCTL-LAST-ID.
            REWRITE DISP-CONTROL-RECORD.
            IF NOT FILE-STATUS-SUCCESS OF DISPFILE-FILE-STATUS
                DISPLAY 'DISPOPN - DISPUTE CONTROL RECORD REWRITE '
                        'FAILED, STATUS: ' DISPFILE-FILE-STATUS
            ELSE
                MOVE SPACES TO DISP-RECORD
                MOVE NEXT-CASE-ID TO DISP-CASE-ID
                MOVE DISPOPN-TRAN-ID TO DISP-TRAN-ID
                IF DISPOPN-ACCT-ID = SPACES
                    MOVE DISPOPN-TRAN-ID(1:4) TO DISP-ACCT-ID
                ELSE
                    MOVE DISPOPN-ACCT-ID TO DISP-ACCT-ID
                END-IF
                MOVE DISPOPN-TRAN-DATE TO DISP-TRAN-DATE
                MOVE DISPOPN-AMOUNT TO DISP-AMOUNT
                SET DISP-OPEN TO TRUE
                MOVE DISPOPN-REASON TO DISP-REASON
                MOVE DISPOPN-OPERATOR TO DISP-OPEN-OPER
                MOVE CURRENT-RUN-DATE TO DISP-OPEN-DATE
                MOVE CURRENT-RUN-TIME(1:6) TO DISP-OPEN-TIME
                SET DISP-NO-CREDIT TO TRUE
                MOVE ZERO TO DISP-CREDIT-AMOUNT
                WRITE DISP-RECORD
                IF NOT FILE-STATUS-SUCCESS OF DISPFILE-FILE-STATUS
                    DISPLAY 'DISPOPN - DISPUTE CASE WRITE FAILED, '
                            'STATUS: ' DISPFILE-FILE-STATUS
                ELSE
                    MOVE NEXT-CASE-ID TO DISPOPN-CASE-ID
                    SET DISPOPN-OPENED TO TRUE

                    MOVE SPACES TO SECLOG-PARMS
                    MOVE DISPOPN-OPERATOR TO SECLOG-OPERATOR
                    MOVE DISPOPN-PROGRAM TO SECLOG-PROGRAM
                    MOVE 'DISPUTE OPENED' TO SECLOG-ACTION
                    MOVE 'A' TO SECLOG-RESULT
                    STRING 'CASE ' DISPOPN-CASE-ID ' '
                           DISPOPN-TRAN-ID ' ' DISPOPN-REASON
                           DELIMITED BY SIZE INTO SECLOG-DETAIL
                    END-STRING
                    CALL 'SECLOG' USING SECLOG-PARMS
                END-IF
            END-IF.
        3000-EXIT.
            EXIT.
