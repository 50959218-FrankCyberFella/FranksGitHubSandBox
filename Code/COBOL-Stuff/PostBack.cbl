            COPY TRANREC.

         FD ACCTMAST
            RECORD CONTAINS 160.

            COPY ACCTREC.

         01 SUSP-ITEM-FOUND-SW      PIC X(01) VALUE 'N'.
            88 SUSP-ITEM-FOUND             VALUE 'Y'.

         01 XFER-LEGS-FOUND-SW      PIC X(01) VALUE 'N'.
            88 XFER-LEGS-FOUND             VALUE 'Y'.

         01 XFER-FROM-RECORD        PIC X(160) VALUE SPACES.
         01 XFER-TO-RECORD          PIC X(160) VALUE SPACES.
         01 XFER-FROM-CHANGE        PIC S9(11)V99 VALUE ZERO.

         01 ACTIVITY-BASE-BALANCE   PIC S9(11)V99 VALUE ZERO.
         01 ACTIVITY-CHANGE         PIC S9(11)V99 VALUE ZERO.

         01 RECORDS-READ-COUNT      PIC 9(9) COMP VALUE ZERO.
         01 RECORDS-BACKED-COUNT    PIC 9(9) COMP VALUE ZERO.
         01 RECORDS-SKIPPED-COUNT   PIC 9(9) COMP VALUE ZERO.
                    PERFORM 8900-WRITE-DETAIL-LINE
                       THRU 8900-EXIT
                ELSE
                    IF TRAN-TYPE-TRANSFER
                        PERFORM 8800-REVERSE-A-TRANSFER
                           THRU 8800-EXIT
                    ELSE
                        MOVE TRAN-ID(1:4) TO ACCT-ID
                        READ ACCTMAST
                        IF FILE-STATUS-SUCCESS OF ACCTMAST-FILE-STATUS
                            PERFORM 8100-REVERSE-THE-POSTING
                               THRU 8100-EXIT
                        ELSE
                            IF FILE-STATUS-NOT-FOUND OF
                               ACCTMAST-FILE-STATUS
                                ADD 1 TO RECORDS-SKIPPED-COUNT
                                MOVE 'SKIPPED - ACCOUNT NOT ON MASTER'
                                     TO BD-ACTION
                                PERFORM 8900-WRITE-DETAIL-LINE
                                   THRU 8900-EXIT
                            ELSE
                                PERFORM 9000-ABEND-AND-STOP
                            END-IF
                        END-IF
                    END-IF
                END-IF
            EXIT.

        8100-REVERSE-THE-POSTING.
            MOVE ACCT-BALANCE TO ACTIVITY-BASE-BALANCE.
            EVALUATE TRUE
                WHEN TRAN-STATUS-OPEN
                    PERFORM 8200-REVERSE-A-SUSPENSE
                       THRU 8400-EXIT
            END-EVALUATE.

            IF TRAN-TYPE-ESCHEAT
               AND ACCT-STATUS-CLOSED
                MOVE 'D' TO ACCT-STATUS-CD
                MOVE SPACES TO ACCT-ESCHEAT-DATE
                MOVE 'ESCHEAT REMOVED, DORMANT AGAIN' TO BD-ACTION
            END-IF.

            IF ACCT-TRAN-COUNT > ZERO
                SUBTRACT 1 FROM ACCT-TRAN-COUNT
            END-IF.
            MOVE CURRENT-RUN-DATE TO ACCT-LAST-POST-DATE.
            COMPUTE ACTIVITY-CHANGE =
                ACCT-BALANCE - ACTIVITY-BASE-BALANCE.
            PERFORM 8150-BACK-OUT-PERIOD-ACTIVITY
               THRU 8150-EXIT.
            REWRITE ACCT-RECORD.
            IF NOT FILE-STATUS-SUCCESS OF ACCTMAST-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
        8100-EXIT.
            EXIT.

        8150-BACK-OUT-PERIOD-ACTIVITY.
            IF ACCT-MTD-PERIOD NOT = SPACES
               AND ACTIVITY-CHANGE NOT = ZERO
                IF ACCT-MTD-NET IS NOT NUMERIC
                    MOVE ZERO TO ACCT-MTD-NET
                END-IF
                IF ACCT-YTD-NET IS NOT NUMERIC
                    MOVE ZERO TO ACCT-YTD-NET
                END-IF
                ADD ACTIVITY-CHANGE TO ACCT-MTD-NET
                ADD ACTIVITY-CHANGE TO ACCT-YTD-NET
            END-IF.
        8150-EXIT.
            EXIT.

        8200-REVERSE-A-SUSPENSE.
            PERFORM 8500-FETCH-SUSPENSE-ITEM
               THRU 8500-EXIT.
        8700-EXIT.
            EXIT.

        8800-REVERSE-A-TRANSFER.
            MOVE 'N' TO XFER-LEGS-FOUND-SW.
            MOVE 'N' TO SUSP-ITEM-FOUND-SW.
            MOVE TRAN-XFER-FROM-ACCT TO ACCT-ID.
            PERFORM 8850-READ-TRANSFER-LEG
               THRU 8850-EXIT.
            IF FILE-STATUS-SUCCESS OF ACCTMAST-FILE-STATUS
                MOVE ACCT-RECORD TO XFER-FROM-RECORD
                MOVE TRAN-XFER-TO-ACCT TO ACCT-ID
                PERFORM 8850-READ-TRANSFER-LEG
                   THRU 8850-EXIT
                IF FILE-STATUS-SUCCESS OF ACCTMAST-FILE-STATUS
                    MOVE ACCT-RECORD TO XFER-TO-RECORD
                    SET XFER-LEGS-FOUND TO TRUE
                END-IF
            END-IF.

            IF NOT XFER-LEGS-FOUND
                ADD 1 TO RECORDS-SKIPPED-COUNT
                MOVE 'SKIPPED - TRANSFER ACCOUNT NOT ON MASTER'
                     TO BD-ACTION
                PERFORM 8900-WRITE-DETAIL-LINE
                   THRU 8900-EXIT
            ELSE
                IF TRAN-STATUS-POSTED
                    MOVE TRAN-AMOUNT-N TO XFER-FROM-CHANGE
                ELSE
                    COMPUTE XFER-FROM-CHANGE = ZERO - TRAN-AMOUNT-N
                END-IF

                MOVE XFER-FROM-RECORD TO ACCT-RECORD
                ADD XFER-FROM-CHANGE TO ACCT-BALANCE
                MOVE XFER-FROM-CHANGE TO ACTIVITY-CHANGE
                PERFORM 8870-STORE-TRANSFER-LEG
                   THRU 8870-EXIT

                MOVE XFER-TO-RECORD TO ACCT-RECORD
                SUBTRACT XFER-FROM-CHANGE FROM ACCT-BALANCE
                COMPUTE ACTIVITY-CHANGE = ZERO - XFER-FROM-CHANGE
                PERFORM 8870-STORE-TRANSFER-LEG
                   THRU 8870-EXIT

                IF TRAN-STATUS-POSTED
                    MOVE 'TRANSFER REMOVED FROM BOTH ACCOUNTS'
                         TO BD-ACTION
                    PERFORM 8600-DELETE-HISTORY-RECORD
                       THRU 8600-EXIT
                ELSE
                    MOVE 'TRANSFER REVERSAL UNDONE' TO BD-ACTION
                    PERFORM 8700-RESTORE-HISTORY-STATUS
                       THRU 8700-EXIT
                END-IF

                ADD 1 TO RECORDS-BACKED-COUNT
                PERFORM 8900-WRITE-DETAIL-LINE
                   THRU 8900-EXIT
            END-IF.
        8800-EXIT.
            EXIT.

        8850-READ-TRANSFER-LEG.
            READ ACCTMAST.
            IF NOT FILE-STATUS-SUCCESS OF ACCTMAST-FILE-STATUS
               AND NOT FILE-STATUS-NOT-FOUND OF ACCTMAST-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.
        8850-EXIT.
            EXIT.

        8870-STORE-TRANSFER-LEG.
            IF ACCT-TRAN-COUNT > ZERO
                SUBTRACT 1 FROM ACCT-TRAN-COUNT
            END-IF.
            MOVE CURRENT-RUN-DATE TO ACCT-LAST-POST-DATE.
            PERFORM 8150-BACK-OUT-PERIOD-ACTIVITY
               THRU 8150-EXIT.
            REWRITE ACCT-RECORD.
            IF NOT FILE-STATUS-SUCCESS OF ACCTMAST-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.
        8870-EXIT.
            EXIT.

        8900-WRITE-DETAIL-LINE.
            MOVE BACK-DETAIL-LINE TO BACK-REPORT-LINE.
            WRITE BACK-REPORT-LINE.
