        IDENTIFICATION DIVISION.
        PROGRAM-ID. PENDCHG.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

        SELECT PENDFILE ASSIGN TO DYNAMIC PENDFILE-DSN
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PEND-ID
            FILE STATUS  IS PENDFILE-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
         FD PENDFILE
            RECORD CONTAINS 450.

            COPY PENDREC.

        WORKING-STORAGE SECTION.

         01 PENDFILE-DSN            PIC X(80).

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==PENDFILE-FILE-STATUS==
             .

         COPY SECLOG.

         01 CURRENT-RUN-DATE        PIC 9(08) VALUE ZERO.
         01 CURRENT-RUN-TIME        PIC 9(08) VALUE ZERO.

         01 NEXT-PEND-ID            PIC 9(08) VALUE ZERO.

         01 PEND-SCAN-DONE-SW       PIC X(01) VALUE 'N'.
            88 PEND-SCAN-DONE              VALUE 'Y'.

        LINKAGE SECTION.

         COPY PENDCHG.

        PROCEDURE DIVISION USING PENDCHG-PARMS.
            MOVE ZERO TO PENDCHG-ID.
            SET PENDCHG-FAILED TO TRUE.

            MOVE SPACES TO PENDFILE-DSN.
            ACCEPT PENDFILE-DSN FROM ENVIRONMENT 'DD_PENDFILE'.
            IF PENDFILE-DSN = SPACES
                MOVE './PENDING.IDX' TO PENDFILE-DSN
            END-IF.

            ACCEPT CURRENT-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT CURRENT-RUN-TIME FROM TIME.

            OPEN I-O PENDFILE.
            IF FILE-STATUS-FILE-MISSING OF PENDFILE-FILE-STATUS
                OPEN OUTPUT PENDFILE
                IF FILE-STATUS-SUCCESS OF PENDFILE-FILE-STATUS
                    CLOSE PENDFILE
                    OPEN I-O PENDFILE
                END-IF
            END-IF.
            IF NOT FILE-STATUS-SUCCESS OF PENDFILE-FILE-STATUS
                DISPLAY 'PENDCHG - COULD NOT OPEN THE PENDING '
                        'CHANGE FILE: ' PENDFILE-DSN
                DISPLAY 'PENDCHG - STATUS: ' PENDFILE-FILE-STATUS
                GOBACK
            END-IF.

            PERFORM 1000-READ-CONTROL-RECORD
               THRU 1000-EXIT.

            IF NEXT-PEND-ID > ZERO
                PERFORM 2000-FIND-OPEN-CHANGE
                   THRU 2000-EXIT
            END-IF.

            IF NEXT-PEND-ID > ZERO
               AND NOT PENDCHG-ALREADY-PENDING
                PERFORM 3000-QUEUE-THE-CHANGE
                   THRU 3000-EXIT
            END-IF.

            CLOSE PENDFILE.

            GOBACK.

        1000-READ-CONTROL-RECORD.
            MOVE ZERO TO NEXT-PEND-ID.
            MOVE SPACES TO PEND-CONTROL-RECORD.
            MOVE ZERO TO PCTL-ID.
            READ PENDFILE.
            IF FILE-STATUS-NOT-FOUND OF PENDFILE-FILE-STATUS
                MOVE SPACES TO PEND-CONTROL-RECORD
                MOVE ZERO TO PCTL-ID
                MOVE ZERO TO PCTL-LAST-ID
                WRITE PEND-CONTROL-RECORD
                IF NOT FILE-STATUS-SUCCESS OF PENDFILE-FILE-STATUS
                    DISPLAY 'PENDCHG - COULD NOT WRITE THE PENDING '
                            'CHANGE CONTROL RECORD, STATUS: '
                            PENDFILE-FILE-STATUS
                END-IF
            ELSE
                IF NOT FILE-STATUS-SUCCESS OF PENDFILE-FILE-STATUS
                    DISPLAY 'PENDCHG - COULD NOT READ THE PENDING '
                            'CHANGE CONTROL RECORD, STATUS: '
                            PENDFILE-FILE-STATUS
                END-IF
            END-IF.
            IF FILE-STATUS-SUCCESS OF PENDFILE-FILE-STATUS
                IF PCTL-LAST-ID IS NOT NUMERIC
                    MOVE ZERO TO PCTL-LAST-ID
                END-IF
                COMPUTE NEXT-PEND-ID = PCTL-LAST-ID + 1
            END-IF.
        1000-EXIT.
            EXIT.

        2000-FIND-OPEN-CHANGE.
            MOVE 1 TO PEND-ID.
            START PENDFILE KEY IS NOT LESS THAN PEND-ID.
            IF FILE-STATUS-SUCCESS OF PENDFILE-FILE-STATUS
                MOVE 'N' TO PEND-SCAN-DONE-SW
                PERFORM 2100-CHECK-ONE-CHANGE
                   THRU 2100-EXIT
                   UNTIL PEND-SCAN-DONE
            END-IF.
        2000-EXIT.
            EXIT.

        2100-CHECK-ONE-CHANGE.
            READ PENDFILE NEXT RECORD
              AT END
                 SET FILE-STATUS-AT-END OF PENDFILE-FILE-STATUS
                  TO TRUE
            END-READ.

            IF NOT FILE-STATUS-SUCCESS OF PENDFILE-FILE-STATUS
                SET PEND-SCAN-DONE TO TRUE
            ELSE
                IF PEND-PENDING
                   AND PEND-FILE-CD = PENDCHG-FILE-CD
                   AND PEND-RECORD-KEY = PENDCHG-RECORD-KEY
                    MOVE PEND-ID TO PENDCHG-ID
                    SET PENDCHG-ALREADY-PENDING TO TRUE
                    SET PEND-SCAN-DONE TO TRUE
                END-IF
            END-IF.
        2100-EXIT.
            EXIT.

        3000-QUEUE-THE-CHANGE.
            MOVE SPACES TO PEND-CONTROL-RECORD.
            MOVE ZERO TO PCTL-ID.
            MOVE NEXT-PEND-ID TO PCTL-LAST-ID.
            REWRITE PEND-CONTROL-RECORD.
            IF NOT FILE-STATUS-SUCCESS OF PENDFILE-FILE-STATUS
                DISPLAY 'PENDCHG - PENDING CHANGE CONTROL RECORD '
                        'REWRITE FAILED, STATUS: ' PENDFILE-FILE-STATUS
            ELSE
                MOVE SPACES TO PEND-RECORD
                MOVE NEXT-PEND-ID TO PEND-ID
                MOVE PENDCHG-FILE-CD TO PEND-FILE-CD
                MOVE PENDCHG-ACTION-CD TO PEND-ACTION-CD
                MOVE PENDCHG-RECORD-KEY TO PEND-RECORD-KEY
                MOVE PENDCHG-DESC TO PEND-DESC
                SET PEND-PENDING TO TRUE
                MOVE PENDCHG-OPERATOR TO PEND-REQ-OPER
                MOVE CURRENT-RUN-DATE TO PEND-REQ-DATE
                MOVE CURRENT-RUN-TIME(1:6) TO PEND-REQ-TIME
                MOVE PENDCHG-BEFORE-IMAGE TO PEND-BEFORE-IMAGE
                MOVE PENDCHG-AFTER-IMAGE TO PEND-AFTER-IMAGE
                WRITE PEND-RECORD
                IF NOT FILE-STATUS-SUCCESS OF PENDFILE-FILE-STATUS
                    DISPLAY 'PENDCHG - PENDING CHANGE WRITE FAILED, '
                            'STATUS: ' PENDFILE-FILE-STATUS
                ELSE
                    MOVE NEXT-PEND-ID TO PENDCHG-ID
                    SET PENDCHG-QUEUED TO TRUE

                    MOVE SPACES TO SECLOG-PARMS
                    MOVE PENDCHG-OPERATOR TO SECLOG-OPERATOR
                    MOVE PENDCHG-PROGRAM TO SECLOG-PROGRAM
                    MOVE 'CHANGE REQUESTED' TO SECLOG-ACTION
                    MOVE 'A' TO SECLOG-RESULT
                    STRING 'PEND ' PENDCHG-ID ' ' PENDCHG-FILE-CD ' '
                           PENDCHG-RECORD-KEY ' ' PENDCHG-DESC
                           DELIMITED BY SIZE INTO SECLOG-DETAIL
                    END-STRING
                    CALL 'SECLOG' USING SECLOG-PARMS
                END-IF
            END-IF.
        3000-EXIT.
            EXIT.
