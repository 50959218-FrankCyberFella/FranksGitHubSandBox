            RECORD KEY IS SUSP-TRAN-ID
            FILE STATUS  IS SUSPFILE-FILE-STATUS.

        SELECT HOLDFILE ASSIGN TO DYNAMIC HOLDFILE-DSN
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS HOLD-KEY
            FILE STATUS  IS HOLDFILE-FILE-STATUS.

        SELECT POSTLOGFILE ASSIGN TO DYNAMIC POSTLOGFILE-DSN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS POSTLOGFILE-FILE-STATUS.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS GLEXTRFILE-FILE-STATUS.

        SELECT NEWMAST ASSIGN TO DYNAMIC NEWMAST-DSN
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS NEW-ACCT-ID
            FILE STATUS  IS NEWMAST-FILE-STATUS.

        SELECT SORTFILE ASSIGN TO SORTWK01.

        SELECT BALSNAPFILE ASSIGN TO DYNAMIC BALSNAPFILE-DSN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS BALSNAPFILE-FILE-STATUS.

        SELECT ESCHRPT ASSIGN TO DYNAMIC ESCHRPT-DSN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS ESCHRPT-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
         FD GOODFILE
            COPY TRANREC.

         FD ACCTMAST
            RECORD CONTAINS 160.

            COPY ACCTREC.


            COPY SUSPREC.

         FD HOLDFILE
            RECORD CONTAINS 80.

            COPY HOLDREC.

         FD POSTLOGFILE
            RECORD CONTAINS 200.

            05 PC-MAST-BAL-BEFORE        PIC S9(11)V99
                                          SIGN IS TRAILING SEPARATE.
            05 PC-REPOST-FLAG            PIC X(01).
            05 PC-TRANSFER-COUNT         PIC 9(09).
            05 PC-AMOUNT-TRANSFER        PIC S9(11)V99
                                          SIGN IS TRAILING SEPARATE.
            05 PC-ESCHEAT-COUNT          PIC 9(09).
            05 FILLER                    PIC X(03).

         FD SYSCTLFILE
            RECORD CONTAINS 80.

            COPY GLJREC.

         FD NEWMAST
            RECORD CONTAINS 160.

         01 NEW-ACCT-RECORD.
            05 NEW-ACCT-ID               PIC X(04).
            05 FILLER                    PIC X(156).

         SD SORTFILE.

         01 SORT-RECORD.
            05 SR-PHASE                  PIC X(01).
            05 SR-ACCT-ID                PIC X(04).
            05 SR-SEQ-NO                 PIC 9(09).
            05 SR-TRAN-DATA              PIC X(80).

         FD BALSNAPFILE
            RECORD CONTAINS 80.

            COPY BALSNAP.

         FD ESCHRPT
            RECORD CONTAINS 80.

            COPY ESCHREC.

        WORKING-STORAGE SECTION.

         01 GOODFILE-DSN            PIC X(80).
         01 ACCTMAST-DSN            PIC X(80).
         01 UNPOSTFILE-DSN          PIC X(80).
         01 SUSPFILE-DSN            PIC X(80).
         01 HOLDFILE-DSN            PIC X(80).
         01 POSTLOGFILE-DSN         PIC X(80).
         01 POSTCKPT-DSN            PIC X(80).
         01 SYSCTLFILE-DSN          PIC X(80).
         01 GLEXTRFILE-DSN          PIC X(80).
         01 NEWMAST-DSN             PIC X(80).
         01 OLDMAST-DSN             PIC X(80).
         01 BALSNAPFILE-DSN         PIC X(80).
         01 ESCHRPT-DSN             PIC X(80).

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==GOODFILE-FILE-STATUS==
             REPLACING ==STATUS-FIELD== BY ==SUSPFILE-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==HOLDFILE-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==POSTLOGFILE-FILE-STATUS==
             .
             REPLACING ==STATUS-FIELD== BY ==GLEXTRFILE-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==NEWMAST-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==BALSNAPFILE-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==ESCHRPT-FILE-STATUS==
             .

         01 GL-ENTRY-COUNT          PIC 9(03) COMP VALUE ZERO.
         01 GL-IX                   PIC 9(03) COMP VALUE ZERO.
         01 GL-MATCH-SW             PIC X(01) VALUE 'N'.
               10 GLS-AMT-SUSPENSE     PIC S9(11)V99.
               10 GLS-AMT-POSTED       PIC S9(11)V99.
               10 GLS-AMT-REVERSED     PIC S9(11)V99.
               10 GLS-AMT-TRANSFER     PIC S9(11)V99.
               10 GLS-AMT-ESCHEAT      PIC S9(11)V99.

         01 GL-FIND-ID              PIC X(04) VALUE SPACES.

         COPY SECLOG.

         01 GL-WORK-AMOUNT          PIC S9(11)V99 VALUE ZERO.
         01 GL-NET-TOTAL            PIC S9(11)V99 VALUE ZERO.
         01 RUN-DATE-X              PIC X(08) VALUE SPACES.
         01 BUSINESS-DATE-X         PIC X(08) VALUE SPACES.

         01 CLOSED-PERIOD-X         PIC X(06) VALUE SPACES.
         01 CLOSED-PERIOD-N REDEFINES CLOSED-PERIOD-X.
            05 CLOSED-PERIOD-YYYY   PIC 9(04).
            05 CLOSED-PERIOD-MM     PIC 9(02).
         01 OPEN-PERIOD-X           PIC X(06) VALUE SPACES.
         01 OPEN-PERIOD-N REDEFINES OPEN-PERIOD-X.
            05 OPEN-PERIOD-YYYY     PIC 9(04).
            05 OPEN-PERIOD-MM       PIC 9(02).
         01 ADJ-WINDOW-UNTIL-X      PIC X(08) VALUE SPACES.
         01 ADJ-WINDOW-OPEN-SW      PIC X(01) VALUE 'N'.
            88 ADJ-WINDOW-OPEN             VALUE 'Y'.
         01 PERIOD-LOCKED-SW        PIC X(01) VALUE 'N'.
            88 PERIOD-LOCKED               VALUE 'Y'.

         01 ACTIVITY-BASE-BALANCE   PIC S9(11)V99 VALUE ZERO.
         01 ACTIVITY-CHANGE         PIC S9(11)V99 VALUE ZERO.

         01 ACCOUNT-POSTABLE-SW     PIC X(01) VALUE 'N'.
            88 ACCOUNT-POSTABLE            VALUE 'Y'.
            88 ACCOUNT-NOT-POSTABLE        VALUE 'N'.

         01 HOLDFILE-PRESENT-SW     PIC X(01) VALUE 'N'.
            88 HOLDFILE-PRESENT            VALUE 'Y'.

         01 HOLD-SCAN-DONE-SW       PIC X(01) VALUE 'N'.
            88 HOLD-SCAN-DONE              VALUE 'Y'.

         01 OVER-LIMIT-SW           PIC X(01) VALUE 'N'.
            88 OVER-LIMIT                  VALUE 'Y'.

         01 BALANCE-CHANGE-WORK     PIC S9(11)V99 VALUE ZERO.
         01 HOLD-TOTAL-WORK         PIC S9(11)V99 VALUE ZERO.
         01 OD-LIMIT-WORK           PIC S9(11)V99 VALUE ZERO.
         01 AVAILABLE-BAL-WORK      PIC S9(11)V99 VALUE ZERO.

         01 FETCH-ACCT-ID           PIC X(04) VALUE SPACES.
         01 XFER-FROM-RECORD        PIC X(160) VALUE SPACES.
         01 XFER-TO-RECORD          PIC X(160) VALUE SPACES.
         01 XFER-LEG-CHANGE         PIC S9(11)V99 VALUE ZERO.

         01 UNPOST-REASON-CD        PIC X(04) VALUE SPACES.
         01 UNPOST-REASON-TEXT      PIC X(35) VALUE SPACES.

         01 UNPOST-NOACCT-COUNT     PIC 9(9) COMP VALUE ZERO.
         01 UNPOST-ACCTBLK-COUNT    PIC 9(9) COMP VALUE ZERO.
         01 UNPOST-RELEASED-COUNT   PIC 9(9) COMP VALUE ZERO.
         01 UNPOST-OVERLIMIT-COUNT  PIC 9(9) COMP VALUE ZERO.
         01 UNPOST-BADXFER-COUNT    PIC 9(9) COMP VALUE ZERO.
         01 RECORDS-TRANSFER-COUNT  PIC 9(9) COMP VALUE ZERO.
         01 UNPOST-BADESCH-COUNT    PIC 9(9) COMP VALUE ZERO.
         01 UNPOST-CLOSED-COUNT     PIC 9(9) COMP VALUE ZERO.
         01 RECORDS-ESCHEAT-COUNT   PIC 9(9) COMP VALUE ZERO.

         01 REPOST-READ-COUNT       PIC 9(9) COMP VALUE ZERO.
         01 REPOST-AMOUNT-TOTAL     PIC S9(11)V99 VALUE ZERO.
         01 AMOUNT-SUSPENSE-TOTAL   PIC S9(11)V99 VALUE ZERO.
         01 AMOUNT-REVERSED-TOTAL   PIC S9(11)V99 VALUE ZERO.
         01 AMOUNT-RELEASED-TOTAL   PIC S9(11)V99 VALUE ZERO.
         01 AMOUNT-TRANSFER-TOTAL   PIC S9(11)V99 VALUE ZERO.

         01 AMOUNT-APPLIED-TOTAL    PIC S9(11)V99 VALUE ZERO.
         01 MASTER-TOTAL-BEFORE     PIC S9(11)V99 VALUE ZERO.
         01 CURRENT-RUN-DATE        PIC 9(08) VALUE ZERO.
         01 CURRENT-RUN-TIME        PIC 9(08) VALUE ZERO.

         01 POST-MODE-ANSWER        PIC X(10) VALUE SPACES.
         01 POST-MODE-SW            PIC X(01) VALUE 'K'.
            88 KEYED-MODE                  VALUE 'K'.
            88 SEQUENTIAL-MODE             VALUE 'S'.

         01 SEQ-PASS-SW             PIC X(01) VALUE 'N'.
            88 SEQ-PASS-ACTIVE             VALUE 'Y'.

         01 GROUP-ON-FILE-SW        PIC X(01) VALUE 'N'.
            88 GROUP-ACCOUNT-ON-FILE       VALUE 'Y'.

         01 SORTED-DONE-SW          PIC X(01) VALUE 'N'.
            88 SORTED-INPUT-DONE           VALUE 'Y'.

         01 PHASE-TWO-SW            PIC X(01) VALUE 'N'.
            88 PHASE-TWO-REACHED           VALUE 'Y'.

         01 OLD-MASTER-KEY          PIC X(04) VALUE SPACES.
         01 SORTED-TRAN-KEY         PIC X(04) VALUE SPACES.
         01 ACTIVE-ACCT-KEY         PIC X(04) VALUE SPACES.
         01 OLD-MASTER-RECORD       PIC X(160) VALUE SPACES.

         01 XFER-ACCT-COUNT         PIC 9(9) COMP VALUE ZERO.
         01 XFER-IX                 PIC 9(9) COMP VALUE ZERO.
         01 XFER-FIND-ID            PIC X(04) VALUE SPACES.
         01 XFER-MATCH-SW           PIC X(01) VALUE 'N'.
            88 XFER-ACCT-MATCHED           VALUE 'Y'.
         01 XFER-TABLE-FULL-SW      PIC X(01) VALUE 'N'.
            88 XFER-TABLE-FULL             VALUE 'Y'.

         01 XFER-ACCT-TABLE.
            05 XFER-ACCT-ID         PIC X(04) OCCURS 2000 TIMES.

         01 NEW-MASTER-TOTAL        PIC S9(11)V99 VALUE ZERO.
         01 PHASE-TWO-BEFORE        PIC S9(11)V99 VALUE ZERO.
         01 PHASE-TWO-AFTER         PIC S9(11)V99 VALUE ZERO.
         01 OLD-MASTER-READ-COUNT   PIC 9(9) COMP VALUE ZERO.
         01 NEW-MASTER-WRITE-COUNT  PIC 9(9) COMP VALUE ZERO.
         01 PHASE-TWO-READ-COUNT    PIC 9(9) COMP VALUE ZERO.

         01 GLEXTR-PREFIX           PIC X(40) VALUE SPACES.
         01 GLEXTR-SUFFIX           PIC X(10) VALUE SPACES.
         01 SNAP-PREFIX             PIC X(40) VALUE SPACES.
         01 SNAP-SUFFIX             PIC X(10) VALUE SPACES.
         01 SNAP-ACCT-COUNT         PIC 9(9) COMP VALUE ZERO.
         01 SNAP-BALANCE-TOTAL      PIC S9(11)V99 VALUE ZERO.
         01 SNAP-SUSPENSE-TOTAL     PIC S9(11)V99 VALUE ZERO.
         01 SNAP-GRAND-TOTAL        PIC S9(11)V99 VALUE ZERO.
         01 SNAP-WRITTEN-SW         PIC X(01) VALUE 'N'.
            88 SNAP-WRITTEN                VALUE 'Y'.

        PROCEDURE DIVISION.
            PERFORM 1000-SET-UP-FILE-NAMES
               THRU 1000-EXIT.

            IF SEQUENTIAL-MODE
                PERFORM 1550-CHECK-NO-PENDING-RESTART
                   THRU 1550-EXIT
            ELSE
                PERFORM 1500-CHECK-FOR-RESTART
                   THRU 1500-EXIT
            END-IF.

            PERFORM 1600-CHECK-SYSTEM-CONTROL
               THRU 1600-EXIT.
            PERFORM 1700-QUEUE-REPOST-FILE
               THRU 1700-EXIT.

            IF SEQUENTIAL-MODE
                PERFORM 3000-POST-SEQUENTIAL
                   THRU 3000-EXIT
            ELSE
                PERFORM 2500-POST-KEYED
                   THRU 2500-EXIT
            END-IF.

            PERFORM 6600-CLEAR-CHECKPOINT
               THRU 6600-EXIT.

            CLOSE UNPOSTFILE SUSPFILE ESCHRPT.
            IF HOLDFILE-PRESENT
                CLOSE HOLDFILE
            END-IF.

            IF REPOST-QUEUED OR REPOST-WAS-QUEUED
                PERFORM 9700-CLEAR-REPOST-FILE
            PERFORM 9600-WRITE-GL-EXTRACT
               THRU 9600-EXIT.

            PERFORM 9800-WRITE-BALANCE-SNAPSHOT
               THRU 9800-EXIT.

            PERFORM 9500-PRINT-SUMMARY-REPORT
               THRU 9500-EXIT.

                MOVE './SUSPENSE.IDX' TO SUSPFILE-DSN
            END-IF.

            MOVE SPACES TO HOLDFILE-DSN.
            ACCEPT HOLDFILE-DSN FROM ENVIRONMENT 'DD_HOLDFILE'.
            IF HOLDFILE-DSN = SPACES
                MOVE './HOLDFILE.IDX' TO HOLDFILE-DSN
            END-IF.

            MOVE SPACES TO POSTLOGFILE-DSN.
            ACCEPT POSTLOGFILE-DSN FROM ENVIRONMENT 'DD_POSTLOG'.
            IF POSTLOGFILE-DSN = SPACES

            MOVE SPACES TO GLEXTRFILE-DSN.
            ACCEPT GLEXTRFILE-DSN FROM ENVIRONMENT 'DD_GLEXTR'.
            MOVE SPACES TO GLEXTR-PREFIX.
            ACCEPT GLEXTR-PREFIX FROM ENVIRONMENT 'DD_GLEXTRPREFIX'.
            MOVE SPACES TO GLEXTR-SUFFIX.
            ACCEPT GLEXTR-SUFFIX FROM ENVIRONMENT 'DD_GLEXTRSUFFIX'.
            IF GLEXTR-SUFFIX = 'NONE'
                MOVE SPACES TO GLEXTR-SUFFIX
            END-IF.

            MOVE SPACES TO REPOSTFILE-DSN.
                MOVE './POSTRCYC.TXT' TO REPOSTFILE-DSN
            END-IF.

            MOVE SPACES TO NEWMAST-DSN.
            ACCEPT NEWMAST-DSN FROM ENVIRONMENT 'DD_NEWMAST'.
            IF NEWMAST-DSN = SPACES
                MOVE './ACCTMAST.NEW' TO NEWMAST-DSN
            END-IF.
            MOVE ACCTMAST-DSN TO OLDMAST-DSN.

            MOVE SPACES TO ESCHRPT-DSN.
            ACCEPT ESCHRPT-DSN FROM ENVIRONMENT 'DD_ESCHRPT'.
            IF ESCHRPT-DSN = SPACES
                MOVE './ESCHRPT.TXT' TO ESCHRPT-DSN
            END-IF.

            MOVE SPACES TO SNAP-PREFIX.
            ACCEPT SNAP-PREFIX FROM ENVIRONMENT 'DD_BALSNAPPREFIX'.
            MOVE SPACES TO SNAP-SUFFIX.
            ACCEPT SNAP-SUFFIX FROM ENVIRONMENT 'DD_BALSNAPSUFFIX'.
            IF SNAP-PREFIX = SPACES
                MOVE './BALSNAP.D' TO SNAP-PREFIX
                IF SNAP-SUFFIX = SPACES
                    MOVE '.TXT' TO SNAP-SUFFIX
                END-IF
            END-IF.
            IF SNAP-SUFFIX = 'NONE'
                MOVE SPACES TO SNAP-SUFFIX
            END-IF.

            MOVE SPACES TO POST-MODE-ANSWER.
            ACCEPT POST-MODE-ANSWER
                FROM ENVIRONMENT 'TRANPOST_MODE'.
            EVALUATE POST-MODE-ANSWER
                WHEN SPACES
                WHEN 'KEYED'
                    SET KEYED-MODE TO TRUE
                WHEN 'SEQ'
                WHEN 'SEQUENTIAL'
                    SET SEQUENTIAL-MODE TO TRUE
                    DISPLAY 'TRANPOST - SEQUENTIAL MODE: OLD MASTER '
                            OLDMAST-DSN(1:44)
                    DISPLAY 'TRANPOST -                  NEW MASTER '
                            NEWMAST-DSN(1:44)
                WHEN OTHER
                    DISPLAY 'TRANPOST - TRANPOST_MODE MUST BE KEYED '
                            'OR SEQ, NOT ' POST-MODE-ANSWER
                            ' - POSTING REFUSED.'
                    MOVE 12 TO RETURN-CODE
                    GOBACK
            END-EVALUATE.

            MOVE SPACES TO SYSCTL-FORCE-ANSWER.
            ACCEPT SYSCTL-FORCE-ANSWER
                FROM ENVIRONMENT 'SYSCTL_FORCE'.
                             TO AMOUNT-RELEASED-TOTAL
                        MOVE PC-MAST-BAL-BEFORE
                             TO MASTER-TOTAL-BEFORE
                        IF PC-TRANSFER-COUNT IS NUMERIC
                            MOVE PC-TRANSFER-COUNT
                                 TO RECORDS-TRANSFER-COUNT
                            MOVE PC-AMOUNT-TRANSFER
                                 TO AMOUNT-TRANSFER-TOTAL
                        END-IF
                        IF PC-ESCHEAT-COUNT IS NUMERIC
                            MOVE PC-ESCHEAT-COUNT
                                 TO RECORDS-ESCHEAT-COUNT
                        END-IF
                        IF PC-REPOST-FLAG = 'Y'
                            SET REPOST-WAS-QUEUED TO TRUE
                        END-IF
        1500-EXIT.
            EXIT.

        1550-CHECK-NO-PENDING-RESTART.
            OPEN INPUT POSTCKPT.
            IF FILE-STATUS-SUCCESS OF POSTCKPT-FILE-STATUS
                READ POSTCKPT
                IF FILE-STATUS-SUCCESS OF POSTCKPT-FILE-STATUS
                   AND PC-READ-COUNT IS NUMERIC
                   AND PC-READ-COUNT > ZERO
                    DISPLAY 'TRANPOST - A KEYED POSTING RUN STOPPED '
                            'AFTER RECORD ' PC-READ-COUNT
                            ' AND IS AWAITING RESTART.'
                    DISPLAY 'TRANPOST - FINISH IT WITH '
                            'TRANPOST_MODE=KEYED AND '
                            'TRANPOST_RESTART=YES - SEQUENTIAL '
                            'POSTING REFUSED.'
                    CLOSE POSTCKPT
                    MOVE 12 TO RETURN-CODE
                    GOBACK
                END-IF
                CLOSE POSTCKPT
            END-IF.
        1550-EXIT.
            EXIT.

        1600-CHECK-SYSTEM-CONTROL.
            OPEN INPUT SYSCTLFILE.
            IF NOT FILE-STATUS-SUCCESS OF SYSCTLFILE-FILE-STATUS
        1620-ENFORCE-RUN-SEQUENCE.
            MOVE SYSCTL-WORK-RECORD TO SYSCTL-RECORD.
            MOVE SC-BUSINESS-DATE TO BUSINESS-DATE-X.
            MOVE SC-CLOSED-PERIOD TO CLOSED-PERIOD-X.
            MOVE SC-ADJ-WINDOW-UNTIL TO ADJ-WINDOW-UNTIL-X.
            IF ADJ-WINDOW-UNTIL-X NOT = SPACES
               AND ADJ-WINDOW-UNTIL-X NOT < BUSINESS-DATE-X
                SET ADJ-WINDOW-OPEN TO TRUE
            END-IF.

            IF CLOSED-PERIOD-X NOT = SPACES
                DISPLAY 'TRANPOST - PERIODS THROUGH ' CLOSED-PERIOD-X
                        ' ARE CLOSED TO NEW POSTINGS.'
                IF ADJ-WINDOW-OPEN
                    DISPLAY 'TRANPOST - ADJUSTMENT WINDOW OPEN ON '
                            CLOSED-PERIOD-X ' THROUGH '
                            ADJ-WINDOW-UNTIL-X '.'
                END-IF
            END-IF.

            IF SC-BUSINESS-DATE NOT = RUN-DATE-X
                DISPLAY 'TRANPOST - POSTING FOR BUSINESS DATE '
                    MOVE 12 TO RETURN-CODE
                    GOBACK
                END-IF
                IF CLOSED-PERIOD-X IS NUMERIC
                    PERFORM 1640-CHECK-OPEN-PERIOD
                       THRU 1640-EXIT
                END-IF
            END-IF.
        1620-EXIT.
            EXIT.

        1640-CHECK-OPEN-PERIOD.
            MOVE CLOSED-PERIOD-X TO OPEN-PERIOD-X.
            IF OPEN-PERIOD-MM = 12
                ADD 1 TO OPEN-PERIOD-YYYY
                MOVE 1 TO OPEN-PERIOD-MM
            ELSE
                ADD 1 TO OPEN-PERIOD-MM
            END-IF.

            IF BUSINESS-DATE-X(1:6) > OPEN-PERIOD-X
                DISPLAY 'TRANPOST - PERIOD ' OPEN-PERIOD-X
                        ' HAS NOT BEEN CLOSED - RUN PERIODCL '
                        'BEFORE POSTING BUSINESS DATE '
                        BUSINESS-DATE-X ', OR SET '
                        'SYSCTL_FORCE=YES TO OVERRIDE.'
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.
        1640-EXIT.
            EXIT.

        1650-STAMP-SYSTEM-CONTROL.
            IF SYSCTL-PRESENT
                MOVE SYSCTL-WORK-RECORD TO SYSCTL-RECORD
        2100-EXIT.
            EXIT.

        2400-OPEN-POSTING-FILES.
            OPEN EXTEND UNPOSTFILE.
            IF NOT FILE-STATUS-SUCCESS OF UNPOSTFILE-FILE-STATUS
                OPEN OUTPUT UNPOSTFILE
            END-IF.
            IF NOT FILE-STATUS-SUCCESS OF UNPOSTFILE-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.

            OPEN EXTEND ESCHRPT.
            IF NOT FILE-STATUS-SUCCESS OF ESCHRPT-FILE-STATUS
                OPEN OUTPUT ESCHRPT
            END-IF.
            IF NOT FILE-STATUS-SUCCESS OF ESCHRPT-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.

            OPEN I-O SUSPFILE.
            IF FILE-STATUS-FILE-MISSING OF SUSPFILE-FILE-STATUS
                DISPLAY 'TRANPOST - CREATING NEW EMPTY SUSPENSE '
                        'LEDGER: ' SUSPFILE-DSN
                OPEN OUTPUT SUSPFILE
                IF FILE-STATUS-SUCCESS OF SUSPFILE-FILE-STATUS
                    CLOSE SUSPFILE
                    OPEN I-O SUSPFILE
                END-IF
            END-IF.
            IF NOT FILE-STATUS-SUCCESS OF SUSPFILE-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.

            OPEN INPUT HOLDFILE.
            IF FILE-STATUS-SUCCESS OF HOLDFILE-FILE-STATUS
                SET HOLDFILE-PRESENT TO TRUE
            ELSE
                IF FILE-STATUS-FILE-MISSING OF HOLDFILE-FILE-STATUS
                    DISPLAY 'TRANPOST - NO HOLD FILE, AVAILABLE '
                            'BALANCE IS CHECKED WITHOUT HOLDS.'
                ELSE
                    PERFORM 9000-ABEND-AND-STOP
                END-IF
            END-IF.
        2400-EXIT.
            EXIT.

        2500-POST-KEYED.
            OPEN INPUT GOODFILE.
            IF NOT FILE-STATUS-SUCCESS OF GOODFILE-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.

            OPEN I-O ACCTMAST.
            IF FILE-STATUS-FILE-MISSING OF ACCTMAST-FILE-STATUS
                DISPLAY 'TRANPOST - CREATING NEW EMPTY ACCOUNT '
                        'MASTER: ' ACCTMAST-DSN
                OPEN OUTPUT ACCTMAST
                IF FILE-STATUS-SUCCESS OF ACCTMAST-FILE-STATUS
                    CLOSE ACCTMAST
                    OPEN I-O ACCTMAST
                END-IF
            END-IF.
            IF NOT FILE-STATUS-SUCCESS OF ACCTMAST-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.

            PERFORM 2400-OPEN-POSTING-FILES
               THRU 2400-EXIT.

            IF RESTART-REQUESTED
                DISPLAY 'TRANPOST - RESUMING AFTER RECORD: '
                        RESTART-SKIP-COUNT
            ELSE
                PERFORM 2000-SWEEP-MASTER-TOTAL
                   THRU 2000-EXIT
                MOVE MASTER-SWEEP-TOTAL TO MASTER-TOTAL-BEFORE
            END-IF.

            IF RESTART-REQUESTED
                PERFORM 7000-READ-A-RECORD THRU 7000-EXIT
                   UNTIL FILE-STATUS-AT-END OF GOODFILE-FILE-STATUS
                      OR RECORDS-READ-COUNT >= RESTART-SKIP-COUNT
            END-IF.

            PERFORM 7000-READ-A-RECORD
               THRU 7000-EXIT.

            PERFORM UNTIL FILE-STATUS-AT-END OF GOODFILE-FILE-STATUS
                    PERFORM 8000-POST-A-RECORD
                       THRU 8000-EXIT
                    PERFORM 6500-WRITE-CHECKPOINT
                       THRU 6500-EXIT
                    PERFORM 7000-READ-A-RECORD
                       THRU 7000-EXIT
            END-PERFORM.

            PERFORM 2000-SWEEP-MASTER-TOTAL
               THRU 2000-EXIT.
            MOVE MASTER-SWEEP-TOTAL TO MASTER-TOTAL-AFTER.

            CLOSE GOODFILE ACCTMAST.
        2500-EXIT.
            EXIT.

        3000-POST-SEQUENTIAL.
            PERFORM 3100-FIND-TRANSFER-ACCOUNTS
               THRU 3100-EXIT.
            IF XFER-TABLE-FULL
                DISPLAY 'TRANPOST - MORE THAN 2000 ACCOUNTS TAKE '
                        'PART IN TRANSFERS - RUN THIS DAY WITH '
                        'TRANPOST_MODE=KEYED.  POSTING REFUSED.'
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.

            OPEN INPUT ACCTMAST.
            IF NOT FILE-STATUS-SUCCESS OF ACCTMAST-FILE-STATUS
                DISPLAY 'TRANPOST - SEQUENTIAL MODE NEEDS AN '
                        'EXISTING ACCOUNT MASTER: ' ACCTMAST-DSN
                PERFORM 9000-ABEND-AND-STOP
            END-IF.

            OPEN OUTPUT NEWMAST.
            IF NOT FILE-STATUS-SUCCESS OF NEWMAST-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.

            PERFORM 2400-OPEN-POSTING-FILES
               THRU 2400-EXIT.

            SORT SORTFILE
                ON ASCENDING KEY SR-PHASE SR-ACCT-ID SR-SEQ-NO
                INPUT PROCEDURE IS 3200-RELEASE-INPUT
                   THRU 3200-EXIT
                OUTPUT PROCEDURE IS 3400-APPLY-SORTED-INPUT
                   THRU 3400-EXIT.

            IF SORT-RETURN NOT = ZERO
                DISPLAY 'TRANPOST - SORT OF THE POSTING INPUT '
                        'FAILED, SORT-RETURN: ' SORT-RETURN
                PERFORM 9000-ABEND-AND-STOP
            END-IF.

            CLOSE GOODFILE.

            COMPUTE MASTER-TOTAL-AFTER =
                NEW-MASTER-TOTAL
              - PHASE-TWO-BEFORE
              + PHASE-TWO-AFTER.
        3000-EXIT.
            EXIT.

        3100-FIND-TRANSFER-ACCOUNTS.
            MOVE ZERO TO XFER-ACCT-COUNT.
            OPEN INPUT GOODFILE.
            IF NOT FILE-STATUS-SUCCESS OF GOODFILE-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.

            PERFORM 3110-SCAN-NEXT-RECORD
               THRU 3110-EXIT.
            PERFORM 3120-NOTE-TRANSFER
               THRU 3120-EXIT
               UNTIL FILE-STATUS-AT-END OF GOODFILE-FILE-STATUS.

            CLOSE GOODFILE.
            MOVE 1 TO CURRENT-SOURCE.
            MOVE SRC-DSN (1) TO GOODFILE-DSN.

            DISPLAY 'TRANPOST - ' XFER-ACCT-COUNT ' ACCOUNTS TAKE '
                    'PART IN TRANSFERS AND POST AFTER THE MASTER '
                    'PASS.'.
        3100-EXIT.
            EXIT.

        3110-SCAN-NEXT-RECORD.
            PERFORM 7010-READ-GOODFILE
               THRU 7010-EXIT.

            PERFORM 7100-SWITCH-TO-NEXT-SOURCE
               THRU 7100-EXIT
               UNTIL NOT FILE-STATUS-AT-END OF GOODFILE-FILE-STATUS
                  OR CURRENT-SOURCE >= SOURCE-COUNT.

            IF NOT FILE-STATUS-AT-END OF GOODFILE-FILE-STATUS
               AND NOT FILE-STATUS-SUCCESS OF GOODFILE-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.
        3110-EXIT.
            EXIT.

        3120-NOTE-TRANSFER.
            IF TRAN-TYPE-TRANSFER
                MOVE TRAN-XFER-FROM-ACCT TO XFER-FIND-ID
                PERFORM 3130-ADD-TRANSFER-ACCOUNT
                   THRU 3130-EXIT
                MOVE TRAN-XFER-TO-ACCT TO XFER-FIND-ID
                PERFORM 3130-ADD-TRANSFER-ACCOUNT
                   THRU 3130-EXIT
            END-IF.

            PERFORM 3110-SCAN-NEXT-RECORD
               THRU 3110-EXIT.
        3120-EXIT.
            EXIT.

        3130-ADD-TRANSFER-ACCOUNT.
            IF XFER-FIND-ID NOT = SPACES
                PERFORM 3140-FIND-TRANSFER-ACCOUNT
                   THRU 3140-EXIT
                IF NOT XFER-ACCT-MATCHED
                    IF XFER-ACCT-COUNT < 2000
                        ADD 1 TO XFER-ACCT-COUNT
                        MOVE XFER-FIND-ID
                             TO XFER-ACCT-ID (XFER-ACCT-COUNT)
                    ELSE
                        SET XFER-TABLE-FULL TO TRUE
                    END-IF
                END-IF
            END-IF.
        3130-EXIT.
            EXIT.

        3140-FIND-TRANSFER-ACCOUNT.
            MOVE 'N' TO XFER-MATCH-SW.
            PERFORM 3145-MATCH-TRANSFER-ACCOUNT
               THRU 3145-EXIT
               VARYING XFER-IX FROM 1 BY 1
               UNTIL XFER-IX > XFER-ACCT-COUNT
                  OR XFER-ACCT-MATCHED.
        3140-EXIT.
            EXIT.

        3145-MATCH-TRANSFER-ACCOUNT.
            IF XFER-ACCT-ID (XFER-IX) = XFER-FIND-ID
                SET XFER-ACCT-MATCHED TO TRUE
            END-IF.
        3145-EXIT.
            EXIT.

        3200-RELEASE-INPUT.
            OPEN INPUT GOODFILE.
            IF NOT FILE-STATUS-SUCCESS OF GOODFILE-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.

            PERFORM 7000-READ-A-RECORD
               THRU 7000-EXIT.
            PERFORM 3210-RELEASE-ONE-RECORD
               THRU 3210-EXIT
               UNTIL FILE-STATUS-AT-END OF GOODFILE-FILE-STATUS.
        3200-EXIT.
            EXIT.

        3210-RELEASE-ONE-RECORD.
            MOVE SPACES TO SORT-RECORD.
            MOVE RECORDS-READ-COUNT TO SR-SEQ-NO.
            MOVE TRAN-RECORD TO SR-TRAN-DATA.

            MOVE 'N' TO XFER-MATCH-SW.
            IF NOT TRAN-TYPE-TRANSFER
               AND XFER-ACCT-COUNT > ZERO
                MOVE TRAN-ID(1:4) TO XFER-FIND-ID
                PERFORM 3140-FIND-TRANSFER-ACCOUNT
                   THRU 3140-EXIT
            END-IF.

            IF TRAN-TYPE-TRANSFER OR XFER-ACCT-MATCHED
                MOVE '2' TO SR-PHASE
                MOVE SPACES TO SR-ACCT-ID
            ELSE
                MOVE '1' TO SR-PHASE
                MOVE TRAN-ID(1:4) TO SR-ACCT-ID
            END-IF.

            RELEASE SORT-RECORD.

            PERFORM 7000-READ-A-RECORD
               THRU 7000-EXIT.
        3210-EXIT.
            EXIT.

        3400-APPLY-SORTED-INPUT.
            MOVE 'N' TO SORTED-DONE-SW.
            SET SEQ-PASS-ACTIVE TO TRUE.

            MOVE LOW-VALUES TO ACCT-ID.
            START ACCTMAST KEY IS NOT LESS THAN ACCT-ID.
            IF FILE-STATUS-SUCCESS OF ACCTMAST-FILE-STATUS
                PERFORM 3420-READ-OLD-MASTER
                   THRU 3420-EXIT
            ELSE
                IF FILE-STATUS-NOT-FOUND OF ACCTMAST-FILE-STATUS
                   OR FILE-STATUS-AT-END OF ACCTMAST-FILE-STATUS
                    MOVE HIGH-VALUES TO OLD-MASTER-KEY
                ELSE
                    PERFORM 9000-ABEND-AND-STOP
                END-IF
            END-IF.

            PERFORM 3410-RETURN-SORTED-RECORD
               THRU 3410-EXIT.

            PERFORM 3430-POST-ONE-ACCOUNT
               THRU 3430-EXIT
               UNTIL OLD-MASTER-KEY = HIGH-VALUES
                 AND SORTED-TRAN-KEY = HIGH-VALUES.

            MOVE 'N' TO SEQ-PASS-SW.
            CLOSE ACCTMAST NEWMAST.

            DISPLAY 'TRANPOST - MASTER PASS COMPLETE: '
                    OLD-MASTER-READ-COUNT ' ACCOUNTS READ, '
                    NEW-MASTER-WRITE-COUNT ' WRITTEN.'.

            IF PHASE-TWO-REACHED
                PERFORM 3500-POST-TRANSFER-ACCOUNTS
                   THRU 3500-EXIT
            END-IF.
        3400-EXIT.
            EXIT.

        3410-RETURN-SORTED-RECORD.
            RETURN SORTFILE
              AT END
                 SET SORTED-INPUT-DONE TO TRUE
                 MOVE HIGH-VALUES TO SORTED-TRAN-KEY
              NOT AT END
                 MOVE SR-TRAN-DATA TO TRAN-RECORD
                 IF SR-PHASE = '2'
                     SET PHASE-TWO-REACHED TO TRUE
                     MOVE HIGH-VALUES TO SORTED-TRAN-KEY
                 ELSE
                     MOVE SR-ACCT-ID TO SORTED-TRAN-KEY
                 END-IF
            END-RETURN.
        3410-EXIT.
            EXIT.

        3420-READ-OLD-MASTER.
            READ ACCTMAST NEXT RECORD
              AT END
                 SET FILE-STATUS-AT-END OF ACCTMAST-FILE-STATUS
                  TO TRUE
            END-READ.

            IF FILE-STATUS-AT-END OF ACCTMAST-FILE-STATUS
                MOVE HIGH-VALUES TO OLD-MASTER-KEY
            ELSE
                IF FILE-STATUS-SUCCESS OF ACCTMAST-FILE-STATUS
                    MOVE ACCT-RECORD TO OLD-MASTER-RECORD
                    MOVE ACCT-ID TO OLD-MASTER-KEY
                    ADD 1 TO OLD-MASTER-READ-COUNT
                    ADD ACCT-BALANCE TO MASTER-TOTAL-BEFORE
                    ADD ACCT-SUSPENSE-BAL TO MASTER-TOTAL-BEFORE
                ELSE
                    PERFORM 9000-ABEND-AND-STOP
                END-IF
            END-IF.
        3420-EXIT.
            EXIT.

        3430-POST-ONE-ACCOUNT.
            IF OLD-MASTER-KEY < SORTED-TRAN-KEY
                MOVE OLD-MASTER-KEY TO ACTIVE-ACCT-KEY
            ELSE
                MOVE SORTED-TRAN-KEY TO ACTIVE-ACCT-KEY
            END-IF.

            MOVE 'N' TO GROUP-ON-FILE-SW.
            IF OLD-MASTER-KEY = ACTIVE-ACCT-KEY
                MOVE OLD-MASTER-RECORD TO ACCT-RECORD
                SET GROUP-ACCOUNT-ON-FILE TO TRUE
            END-IF.

            PERFORM 3440-POST-GROUP-ITEM
               THRU 3440-EXIT
               UNTIL SORTED-TRAN-KEY NOT = ACTIVE-ACCT-KEY.

            IF GROUP-ACCOUNT-ON-FILE
                PERFORM 3450-WRITE-NEW-MASTER
                   THRU 3450-EXIT
                PERFORM 3420-READ-OLD-MASTER
                   THRU 3420-EXIT
            END-IF.
        3430-EXIT.
            EXIT.

        3440-POST-GROUP-ITEM.
            PERFORM 8000-POST-A-RECORD
               THRU 8000-EXIT.
            PERFORM 3410-RETURN-SORTED-RECORD
               THRU 3410-EXIT.
        3440-EXIT.
            EXIT.

        3450-WRITE-NEW-MASTER.
            MOVE ACCT-RECORD TO NEW-ACCT-RECORD.
            WRITE NEW-ACCT-RECORD.
            IF NOT FILE-STATUS-SUCCESS OF NEWMAST-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.
            ADD 1 TO NEW-MASTER-WRITE-COUNT.
            ADD ACCT-BALANCE TO NEW-MASTER-TOTAL.
            ADD ACCT-SUSPENSE-BAL TO NEW-MASTER-TOTAL.
        3450-EXIT.
            EXIT.

        3500-POST-TRANSFER-ACCOUNTS.
            MOVE NEWMAST-DSN TO ACCTMAST-DSN.
            OPEN I-O ACCTMAST.
            IF NOT FILE-STATUS-SUCCESS OF ACCTMAST-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.

            MOVE ZERO TO MASTER-SWEEP-TOTAL.
            PERFORM 3510-TOTAL-TRANSFER-ACCOUNT
               THRU 3510-EXIT
               VARYING XFER-IX FROM 1 BY 1
               UNTIL XFER-IX > XFER-ACCT-COUNT.
            MOVE MASTER-SWEEP-TOTAL TO PHASE-TWO-BEFORE.

            PERFORM 3520-POST-HELD-ITEM
               THRU 3520-EXIT
               UNTIL SORTED-INPUT-DONE.

            MOVE ZERO TO MASTER-SWEEP-TOTAL.
            PERFORM 3510-TOTAL-TRANSFER-ACCOUNT
               THRU 3510-EXIT
               VARYING XFER-IX FROM 1 BY 1
               UNTIL XFER-IX > XFER-ACCT-COUNT.
            MOVE MASTER-SWEEP-TOTAL TO PHASE-TWO-AFTER.

            CLOSE ACCTMAST.
            MOVE OLDMAST-DSN TO ACCTMAST-DSN.

            DISPLAY 'TRANPOST - TRANSFER ACCOUNTS POSTED: '
                    PHASE-TWO-READ-COUNT ' ITEMS.'.
        3500-EXIT.
            EXIT.

        3510-TOTAL-TRANSFER-ACCOUNT.
            MOVE XFER-ACCT-ID (XFER-IX) TO ACCT-ID.
            READ ACCTMAST.
            IF FILE-STATUS-SUCCESS OF ACCTMAST-FILE-STATUS
                ADD ACCT-BALANCE TO MASTER-SWEEP-TOTAL
                ADD ACCT-SUSPENSE-BAL TO MASTER-SWEEP-TOTAL
            ELSE
                IF NOT FILE-STATUS-NOT-FOUND OF ACCTMAST-FILE-STATUS
                    PERFORM 9000-ABEND-AND-STOP
                END-IF
            END-IF.
        3510-EXIT.
            EXIT.

        3520-POST-HELD-ITEM.
            ADD 1 TO PHASE-TWO-READ-COUNT.
            PERFORM 8000-POST-A-RECORD
               THRU 8000-EXIT.
            PERFORM 3410-RETURN-SORTED-RECORD
               THRU 3410-EXIT.
        3520-EXIT.
            EXIT.

        6500-WRITE-CHECKPOINT.
            OPEN OUTPUT POSTCKPT.
            IF NOT FILE-STATUS-SUCCESS OF POSTCKPT-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.
            MOVE SPACES TO POSTCKPT-RECORD.
            MOVE RECORDS-READ-COUNT     TO PC-READ-COUNT.
            MOVE RECORDS-POSTED-COUNT   TO PC-POSTED-COUNT.
            MOVE RECORDS-SUSPENSE-COUNT TO PC-SUSPENSE-COUNT.
            MOVE RECORDS-REVERSED-COUNT TO PC-REVERSED-COUNT.
            MOVE RECORDS-RELEASED-COUNT TO PC-RELEASED-COUNT.
            MOVE RECORDS-UNPOSTED-COUNT TO PC-UNPOSTED-COUNT.
            MOVE AMOUNT-POSTED-TOTAL    TO PC-AMOUNT-POSTED.
            MOVE AMOUNT-SUSPENSE-TOTAL  TO PC-AMOUNT-SUSPENSE.
            MOVE AMOUNT-REVERSED-TOTAL  TO PC-AMOUNT-REVERSED.
            MOVE AMOUNT-RELEASED-TOTAL  TO PC-AMOUNT-RELEASED.
            MOVE MASTER-TOTAL-BEFORE    TO PC-MAST-BAL-BEFORE.
            MOVE REPOST-QUEUED-SW       TO PC-REPOST-FLAG.
            MOVE RECORDS-TRANSFER-COUNT TO PC-TRANSFER-COUNT.
            MOVE AMOUNT-TRANSFER-TOTAL  TO PC-AMOUNT-TRANSFER.
            MOVE RECORDS-ESCHEAT-COUNT  TO PC-ESCHEAT-COUNT.
            WRITE POSTCKPT-RECORD.
            IF NOT FILE-STATUS-SUCCESS OF POSTCKPT-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.
            CLOSE POSTCKPT.
        6500-EXIT.
            EXIT.

        6600-CLEAR-CHECKPOINT.
            OPEN OUTPUT POSTCKPT.
            IF NOT FILE-STATUS-SUCCESS OF POSTCKPT-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.
            MOVE SPACES TO POSTCKPT-RECORD.
            MOVE ZERO TO PC-READ-COUNT.
            MOVE ZERO TO PC-POSTED-COUNT.
            MOVE ZERO TO PC-SUSPENSE-COUNT.
            MOVE ZERO TO PC-REVERSED-COUNT.
            MOVE ZERO TO PC-RELEASED-COUNT.
            MOVE ZERO TO PC-UNPOSTED-COUNT.
            MOVE ZERO TO PC-AMOUNT-POSTED.
            MOVE ZERO TO PC-AMOUNT-SUSPENSE.
            MOVE ZERO TO PC-AMOUNT-REVERSED.
            MOVE ZERO TO PC-AMOUNT-RELEASED.
            MOVE ZERO TO PC-MAST-BAL-BEFORE.
            MOVE 'N' TO PC-REPOST-FLAG.
            MOVE ZERO TO PC-TRANSFER-COUNT.
            MOVE ZERO TO PC-AMOUNT-TRANSFER.
            MOVE ZERO TO PC-ESCHEAT-COUNT.
            WRITE POSTCKPT-RECORD.
            IF NOT FILE-STATUS-SUCCESS OF POSTCKPT-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.
            CLOSE POSTCKPT.
        6600-EXIT.
            EXIT.

        7000-READ-A-RECORD.
            PERFORM 7010-READ-GOODFILE
               THRU 7010-EXIT.

            PERFORM 7100-SWITCH-TO-NEXT-SOURCE
               THRU 7100-EXIT
               UNTIL NOT FILE-STATUS-AT-END OF GOODFILE-FILE-STATUS
                  OR CURRENT-SOURCE >= SOURCE-COUNT.

            IF FILE-STATUS-AT-END OF GOODFILE-FILE-STATUS
                NEXT SENTENCE
            ELSE
                IF FILE-STATUS-SUCCESS OF GOODFILE-FILE-STATUS
                    ADD 1 TO RECORDS-READ-COUNT
                    ADD TRAN-AMOUNT-N TO AMOUNT-READ-TOTAL
                    IF REPOST-QUEUED AND CURRENT-SOURCE = 1
                        ADD 1 TO REPOST-READ-COUNT
                        ADD TRAN-AMOUNT-N TO REPOST-AMOUNT-TOTAL
                    END-IF
                ELSE
                    PERFORM 9000-ABEND-AND-STOP
                END-IF
            END-IF.
        7000-EXIT.
            EXIT.

        7010-READ-GOODFILE.
            READ GOODFILE
              AT END
                 SET FILE-STATUS-AT-END OF GOODFILE-FILE-STATUS
                  TO TRUE
            END-READ.
        7010-EXIT.
            EXIT.

        7100-SWITCH-TO-NEXT-SOURCE.
            CLOSE GOODFILE.
            ADD 1 TO CURRENT-SOURCE.
            MOVE SRC-DSN (CURRENT-SOURCE) TO GOODFILE-DSN.
            DISPLAY 'TRANPOST - SWITCHING TO INPUT SOURCE '
                    CURRENT-SOURCE ': ' GOODFILE-DSN(1:44).

            OPEN INPUT GOODFILE.
            IF NOT FILE-STATUS-SUCCESS OF GOODFILE-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.

            PERFORM 7010-READ-GOODFILE
               THRU 7010-EXIT.
        7100-EXIT.
            EXIT.

                PERFORM 8050-WRITE-UNPOSTED
                   THRU 8050-EXIT
            ELSE
                PERFORM 8020-CHECK-CLOSED-PERIOD
                   THRU 8020-EXIT
                IF PERIOD-LOCKED
                    PERFORM 8050-WRITE-UNPOSTED
                       THRU 8050-EXIT
                ELSE
                    IF TRAN-TYPE-TRANSFER
                        PERFORM 8400-POST-TRANSFER
                           THRU 8400-EXIT
                    END-IF
                    IF TRAN-TYPE-ESCHEAT
                        PERFORM 8500-POST-ESCHEAT
                           THRU 8500-EXIT
                    END-IF
                    IF NOT TRAN-TYPE-TRANSFER
                       AND NOT TRAN-TYPE-ESCHEAT
                        PERFORM 8100-FETCH-ACCOUNT
                           THRU 8100-EXIT
                        IF ACCOUNT-POSTABLE
                            PERFORM 8260-CHECK-SUSPENSE-RELEASE
                               THRU 8260-EXIT
                            IF SUSPENSE-ALREADY-DONE
                                MOVE 'SR01' TO UNPOST-REASON-CD
                                MOVE 'SUSPENSE ITEM ALREADY RELEASED' TO
                                     UNPOST-REASON-TEXT
                                ADD 1 TO UNPOST-RELEASED-COUNT
                                DISPLAY 'TRANPOST - SUSPENSE ITEM FOR '
                                        TRAN-ID ' WAS ALREADY '
                                        'RELEASED - TRANSACTION '
                                        'ROUTED TO UNPOSTED.'
                                PERFORM 8050-WRITE-UNPOSTED
                                   THRU 8050-EXIT
                            ELSE
                                PERFORM 8240-CHECK-AVAILABLE-BALANCE
                                   THRU 8240-EXIT
                                IF OVER-LIMIT
                                    PERFORM 8050-WRITE-UNPOSTED
                                       THRU 8050-EXIT
                                ELSE
                                    PERFORM 8200-APPLY-AMOUNT
                                       THRU 8200-EXIT
                                    PERFORM 8300-STORE-ACCOUNT
                                       THRU 8300-EXIT
                                END-IF
                            END-IF
                        ELSE
                            PERFORM 8050-WRITE-UNPOSTED
                               THRU 8050-EXIT
                        END-IF
                    END-IF
                END-IF
            END-IF.
        8000-EXIT.
            EXIT.

        8020-CHECK-CLOSED-PERIOD.
            MOVE 'N' TO PERIOD-LOCKED-SW.
            IF CLOSED-PERIOD-X NOT = SPACES
               AND TRAN-DATE(1:6) NOT > CLOSED-PERIOD-X
                IF TRAN-DATE(1:6) = CLOSED-PERIOD-X
                   AND ADJ-WINDOW-OPEN
                    DISPLAY 'TRANPOST - ' TRAN-ID ' POSTED TO '
                            'CLOSED PERIOD ' CLOSED-PERIOD-X
                            ' UNDER THE ADJUSTMENT WINDOW.'
                ELSE
                    SET PERIOD-LOCKED TO TRUE
                    MOVE 'PC01' TO UNPOST-REASON-CD
                    MOVE 'TRAN DATE IS IN A CLOSED PERIOD' TO
                         UNPOST-REASON-TEXT
                    ADD 1 TO UNPOST-CLOSED-COUNT
                    DISPLAY 'TRANPOST - ' TRAN-ID ' IS DATED IN '
                            'CLOSED PERIOD ' TRAN-DATE(1:6)
                            ' - ROUTED TO UNPOSTED.'
                END-IF
            END-IF.
        8020-EXIT.
            EXIT.

        8050-WRITE-UNPOSTED.
            MOVE SPACES TO UNPOSTED-RECORD.
            MOVE CURRENT-RUN-DATE  TO UNP-RUN-DATE.
            EXIT.

        8100-FETCH-ACCOUNT.
            MOVE TRAN-ID(1:4) TO FETCH-ACCT-ID.
            PERFORM 8110-READ-ACCOUNT
               THRU 8110-EXIT.
        8100-EXIT.
            EXIT.

        8110-READ-ACCOUNT.
            SET ACCOUNT-NOT-POSTABLE TO TRUE.
            PERFORM 8120-GET-ACCOUNT-RECORD
               THRU 8120-EXIT.
            IF FILE-STATUS-SUCCESS OF ACCTMAST-FILE-STATUS
                IF ACCT-STATUS-OPEN
                    SET ACCOUNT-POSTABLE TO TRUE
                ELSE
                    MOVE 'AC02' TO UNPOST-REASON-CD
                    MOVE 'ACCOUNT CLOSED, FROZEN OR DORMANT' TO
                         UNPOST-REASON-TEXT
                    ADD 1 TO UNPOST-ACCTBLK-COUNT
                    DISPLAY 'TRANPOST - ACCOUNT ' ACCT-ID
                    MOVE 'ACCOUNT NOT ON THE MASTER' TO
                         UNPOST-REASON-TEXT
                    ADD 1 TO UNPOST-NOACCT-COUNT
                    DISPLAY 'TRANPOST - NO ACCOUNT ' FETCH-ACCT-ID
                            ' ON THE MASTER - TRANSACTION '
                            TRAN-ID ' ROUTED TO UNPOSTED.'
                ELSE
                    PERFORM 9000-ABEND-AND-STOP
                END-IF
            END-IF.
        8110-EXIT.
            EXIT.

        8120-GET-ACCOUNT-RECORD.
            IF SEQ-PASS-ACTIVE
                IF GROUP-ACCOUNT-ON-FILE
                    SET FILE-STATUS-SUCCESS OF ACCTMAST-FILE-STATUS
                     TO TRUE
                ELSE
                    SET FILE-STATUS-NOT-FOUND OF ACCTMAST-FILE-STATUS
                     TO TRUE
                END-IF
            ELSE
                MOVE FETCH-ACCT-ID TO ACCT-ID
                READ ACCTMAST
            END-IF.
        8120-EXIT.
            EXIT.

        8200-APPLY-AMOUNT.
            MOVE ACCT-BALANCE TO ACTIVITY-BASE-BALANCE.
            MOVE ACCT-ID TO GL-FIND-ID.
            PERFORM 8280-FIND-GL-ENTRY
               THRU 8280-EXIT.


            ADD 1 TO ACCT-TRAN-COUNT.
            MOVE CURRENT-RUN-DATE TO ACCT-LAST-POST-DATE.

            COMPUTE ACTIVITY-CHANGE =
                ACCT-BALANCE - ACTIVITY-BASE-BALANCE.
            IF ACTIVITY-CHANGE NOT = ZERO
                PERFORM 8320-ADD-PERIOD-ACTIVITY
                   THRU 8320-EXIT
            END-IF.
        8200-EXIT.
            EXIT.

        8240-CHECK-AVAILABLE-BALANCE.
            MOVE 'N' TO OVER-LIMIT-SW.
            MOVE ZERO TO BALANCE-CHANGE-WORK.

            EVALUATE TRUE
                WHEN TRAN-TYPE-TRANSFER
                    COMPUTE BALANCE-CHANGE-WORK =
                        ZERO - TRAN-AMOUNT-N
                WHEN TRAN-STATUS-POSTED
                    IF SUSPENSE-RELEASE
                        MOVE SUSP-AMOUNT-N TO BALANCE-CHANGE-WORK
                    ELSE
                        MOVE TRAN-AMOUNT-N TO BALANCE-CHANGE-WORK
                    END-IF
                WHEN TRAN-STATUS-VOID
                    COMPUTE BALANCE-CHANGE-WORK =
                        ZERO - TRAN-AMOUNT-N
            END-EVALUATE.

            IF BALANCE-CHANGE-WORK < ZERO
                PERFORM 8245-TOTAL-ACCOUNT-HOLDS
                   THRU 8245-EXIT
                IF ACCT-OD-LIMIT IS NUMERIC
                    MOVE ACCT-OD-LIMIT TO OD-LIMIT-WORK
                ELSE
                    MOVE ZERO TO OD-LIMIT-WORK
                END-IF
                COMPUTE AVAILABLE-BAL-WORK =
                    ACCT-BALANCE
                  + BALANCE-CHANGE-WORK
                  - HOLD-TOTAL-WORK
                  + OD-LIMIT-WORK
                IF AVAILABLE-BAL-WORK < ZERO
                    SET OVER-LIMIT TO TRUE
                    MOVE 'OD01' TO UNPOST-REASON-CD
                    MOVE 'DEBIT EXCEEDS AVAILABLE BALANCE' TO
                         UNPOST-REASON-TEXT
                    ADD 1 TO UNPOST-OVERLIMIT-COUNT
                    DISPLAY 'TRANPOST - DEBIT ' TRAN-ID
                            ' WOULD TAKE ACCOUNT ' ACCT-ID
                            ' PAST ITS AVAILABLE BALANCE - '
                            'TRANSACTION ROUTED TO UNPOSTED.'
                END-IF
            END-IF.
        8240-EXIT.
            EXIT.

        8245-TOTAL-ACCOUNT-HOLDS.
            MOVE ZERO TO HOLD-TOTAL-WORK.
            IF HOLDFILE-PRESENT
                MOVE ACCT-ID TO HOLD-ACCT-ID
                MOVE ZERO TO HOLD-SEQ-NO
                START HOLDFILE KEY IS NOT LESS THAN HOLD-KEY
                IF FILE-STATUS-SUCCESS OF HOLDFILE-FILE-STATUS
                    MOVE 'N' TO HOLD-SCAN-DONE-SW
                    PERFORM 8246-ADD-ONE-HOLD
                       THRU 8246-EXIT
                       UNTIL HOLD-SCAN-DONE
                ELSE
                    IF NOT FILE-STATUS-NOT-FOUND OF
                           HOLDFILE-FILE-STATUS
                       AND NOT FILE-STATUS-AT-END OF
                           HOLDFILE-FILE-STATUS
                        PERFORM 9000-ABEND-AND-STOP
                    END-IF
                END-IF
            END-IF.
        8245-EXIT.
            EXIT.

        8246-ADD-ONE-HOLD.
            READ HOLDFILE NEXT RECORD
              AT END
                 SET FILE-STATUS-AT-END OF HOLDFILE-FILE-STATUS
                  TO TRUE
            END-READ.

            IF FILE-STATUS-AT-END OF HOLDFILE-FILE-STATUS
                SET HOLD-SCAN-DONE TO TRUE
            ELSE
                IF FILE-STATUS-SUCCESS OF HOLDFILE-FILE-STATUS
                    IF HOLD-ACCT-ID NOT = ACCT-ID
                        SET HOLD-SCAN-DONE TO TRUE
                    ELSE
                        IF HOLD-ACTIVE
                           AND (HOLD-EXPIRY-DATE = SPACES
                             OR HOLD-EXPIRY-DATE NOT <
                                BUSINESS-DATE-X)
                            ADD HOLD-AMOUNT TO HOLD-TOTAL-WORK
                        END-IF
                    END-IF
                ELSE
                    PERFORM 9000-ABEND-AND-STOP
                END-IF
            END-IF.
        8246-EXIT.
            EXIT.

        8250-ADD-SUSPENSE-ITEM.
            MOVE SPACES TO SUSP-RECORD.
            MOVE TRAN-ID          TO SUSP-TRAN-ID.
                IF GL-ENTRY-COUNT < 200
                    ADD 1 TO GL-ENTRY-COUNT
                    MOVE GL-ENTRY-COUNT TO GL-IX
                    MOVE GL-FIND-ID TO GLS-ACCT-ID (GL-IX)
                    MOVE ZERO TO GLS-AMT-SUSPENSE (GL-IX)
                    MOVE ZERO TO GLS-AMT-POSTED (GL-IX)
                    MOVE ZERO TO GLS-AMT-REVERSED (GL-IX)
                    MOVE ZERO TO GLS-AMT-TRANSFER (GL-IX)
                    MOVE ZERO TO GLS-AMT-ESCHEAT (GL-IX)
                ELSE
                    MOVE ZERO TO GL-IX
                    IF NOT GL-TABLE-FULL
            EXIT.

        8285-MATCH-GL-ENTRY.
            IF GLS-ACCT-ID (GL-IX) = GL-FIND-ID
                SET GL-MATCHED TO TRUE
            END-IF.
        8285-EXIT.
            EXIT.

        8300-STORE-ACCOUNT.
            IF NOT SEQ-PASS-ACTIVE
                REWRITE ACCT-RECORD
                IF NOT FILE-STATUS-SUCCESS OF ACCTMAST-FILE-STATUS
                    PERFORM 9000-ABEND-AND-STOP
                END-IF
            END-IF.
        8300-EXIT.
            EXIT.

        8320-ADD-PERIOD-ACTIVITY.
            IF ACCT-MTD-NET IS NOT NUMERIC
                MOVE ZERO TO ACCT-MTD-NET
            END-IF.
            IF ACCT-YTD-NET IS NOT NUMERIC
                MOVE ZERO TO ACCT-YTD-NET
            END-IF.
            IF ACCT-MTD-PERIOD = SPACES
                MOVE BUSINESS-DATE-X(1:6) TO ACCT-MTD-PERIOD
            END-IF.
            ADD ACTIVITY-CHANGE TO ACCT-MTD-NET.
            ADD ACTIVITY-CHANGE TO ACCT-YTD-NET.
        8320-EXIT.
            EXIT.

        8400-POST-TRANSFER.
            IF TRAN-XFER-FROM-ACCT = SPACES
               OR TRAN-XFER-TO-ACCT = SPACES
               OR TRAN-XFER-FROM-ACCT = TRAN-XFER-TO-ACCT
               OR TRAN-AMOUNT-N NOT > ZERO
               OR (NOT TRAN-STATUS-POSTED AND NOT TRAN-STATUS-VOID)
                MOVE 'XF01' TO UNPOST-REASON-CD
                MOVE 'TRANSFER FIELDS CANNOT BE POSTED' TO
                     UNPOST-REASON-TEXT
                ADD 1 TO UNPOST-BADXFER-COUNT
                DISPLAY 'TRANPOST - TRANSFER ' TRAN-ID
                        ' DOES NOT NAME TWO ACCOUNTS WITH A '
                        'POSITIVE 02/03 AMOUNT - ROUTED TO '
                        'UNPOSTED.'
                PERFORM 8050-WRITE-UNPOSTED
                   THRU 8050-EXIT
            ELSE
                MOVE TRAN-XFER-FROM-ACCT TO FETCH-ACCT-ID
                PERFORM 8110-READ-ACCOUNT
                   THRU 8110-EXIT
                IF ACCOUNT-POSTABLE
                    MOVE ACCT-RECORD TO XFER-FROM-RECORD
                    MOVE TRAN-XFER-TO-ACCT TO FETCH-ACCT-ID
                    PERFORM 8110-READ-ACCOUNT
                       THRU 8110-EXIT
                    IF ACCOUNT-POSTABLE
                        MOVE ACCT-RECORD TO XFER-TO-RECORD
                    END-IF
                END-IF
                IF ACCOUNT-POSTABLE
                    IF TRAN-STATUS-POSTED
                        MOVE XFER-FROM-RECORD TO ACCT-RECORD
                    ELSE
                        MOVE XFER-TO-RECORD TO ACCT-RECORD
                    END-IF
                    PERFORM 8240-CHECK-AVAILABLE-BALANCE
                       THRU 8240-EXIT
                    IF OVER-LIMIT
                        PERFORM 8050-WRITE-UNPOSTED
                           THRU 8050-EXIT
                    ELSE
                        PERFORM 8450-APPLY-TRANSFER
                           THRU 8450-EXIT
                    END-IF
                ELSE
                    PERFORM 8050-WRITE-UNPOSTED
                       THRU 8050-EXIT
                END-IF
            END-IF.
        8400-EXIT.
            EXIT.

        8450-APPLY-TRANSFER.
            IF TRAN-STATUS-POSTED
                COMPUTE XFER-LEG-CHANGE = ZERO - TRAN-AMOUNT-N
                ADD 1 TO RECORDS-POSTED-COUNT
                ADD TRAN-AMOUNT-N TO AMOUNT-TRANSFER-TOTAL
            ELSE
                MOVE TRAN-AMOUNT-N TO XFER-LEG-CHANGE
                ADD 1 TO RECORDS-REVERSED-COUNT
                SUBTRACT TRAN-AMOUNT-N FROM AMOUNT-TRANSFER-TOTAL
            END-IF.
            ADD 1 TO RECORDS-TRANSFER-COUNT.

            MOVE XFER-FROM-RECORD TO ACCT-RECORD.
            PERFORM 8460-STORE-TRANSFER-LEG
               THRU 8460-EXIT.

            COMPUTE XFER-LEG-CHANGE = ZERO - XFER-LEG-CHANGE.
            MOVE XFER-TO-RECORD TO ACCT-RECORD.
            PERFORM 8460-STORE-TRANSFER-LEG
               THRU 8460-EXIT.
        8450-EXIT.
            EXIT.

        8460-STORE-TRANSFER-LEG.
            ADD XFER-LEG-CHANGE TO ACCT-BALANCE.
            ADD 1 TO ACCT-TRAN-COUNT.
            MOVE CURRENT-RUN-DATE TO ACCT-LAST-POST-DATE.

            MOVE ACCT-ID TO GL-FIND-ID.
            PERFORM 8280-FIND-GL-ENTRY
               THRU 8280-EXIT.
            IF GL-IX > ZERO
                ADD XFER-LEG-CHANGE TO GLS-AMT-TRANSFER (GL-IX)
            END-IF.

            MOVE XFER-LEG-CHANGE TO ACTIVITY-CHANGE.
            PERFORM 8320-ADD-PERIOD-ACTIVITY
               THRU 8320-EXIT.

            PERFORM 8300-STORE-ACCOUNT
               THRU 8300-EXIT.
        8460-EXIT.
            EXIT.

        8500-POST-ESCHEAT.
            MOVE TRAN-ID(1:4) TO FETCH-ACCT-ID.
            PERFORM 8120-GET-ACCOUNT-RECORD
               THRU 8120-EXIT.
            IF FILE-STATUS-SUCCESS OF ACCTMAST-FILE-STATUS
                IF NOT ACCT-STATUS-DORMANT
                    MOVE 'ES03' TO UNPOST-REASON-CD
                    MOVE 'ESCHEAT ACCOUNT IS NOT DORMANT' TO
                         UNPOST-REASON-TEXT
                    ADD 1 TO UNPOST-BADESCH-COUNT
                    DISPLAY 'TRANPOST - ESCHEAT ' TRAN-ID
                            ' - ACCOUNT ' ACCT-ID ' IS NOT DORMANT '
                            '(STATUS ' ACCT-STATUS-CD ') - ROUTED '
                            'TO UNPOSTED.'
                    PERFORM 8050-WRITE-UNPOSTED
                       THRU 8050-EXIT
                ELSE
                    IF ACCT-BALANCE + TRAN-AMOUNT-N NOT = ZERO
                        MOVE 'ES04' TO UNPOST-REASON-CD
                        MOVE 'ESCHEAT DOES NOT CLEAR THE BALANCE'
                             TO UNPOST-REASON-TEXT
                        ADD 1 TO UNPOST-BADESCH-COUNT
                        DISPLAY 'TRANPOST - ESCHEAT ' TRAN-ID
                                ' DOES NOT MATCH THE BALANCE OF '
                                'ACCOUNT ' ACCT-ID ' - ROUTED TO '
                                'UNPOSTED.'
                        PERFORM 8050-WRITE-UNPOSTED
                           THRU 8050-EXIT
                    ELSE
                        PERFORM 8550-APPLY-ESCHEAT
                           THRU 8550-EXIT
                    END-IF
                END-IF
            ELSE
                IF FILE-STATUS-NOT-FOUND OF ACCTMAST-FILE-STATUS
                    MOVE 'AC01' TO UNPOST-REASON-CD
                    MOVE 'ACCOUNT NOT ON THE MASTER' TO
                         UNPOST-REASON-TEXT
                    ADD 1 TO UNPOST-NOACCT-COUNT
                    DISPLAY 'TRANPOST - NO ACCOUNT ' FETCH-ACCT-ID
                            ' ON THE MASTER - TRANSACTION '
                            TRAN-ID ' ROUTED TO UNPOSTED.'
                    PERFORM 8050-WRITE-UNPOSTED
                       THRU 8050-EXIT
                ELSE
                    PERFORM 9000-ABEND-AND-STOP
                END-IF
            END-IF.
        8500-EXIT.
            EXIT.

        8550-APPLY-ESCHEAT.
            MOVE SPACES TO ESCH-RECORD.
            MOVE CURRENT-RUN-DATE TO ESCH-RUN-DATE.
            MOVE ACCT-ID TO ESCH-ACCT-ID.
            MOVE ACCT-BRANCH-CD TO ESCH-BRANCH-CD.
            MOVE ACCT-NAME TO ESCH-ACCT-NAME.
            MOVE ACCT-BALANCE TO ESCH-AMOUNT.
            MOVE ACCT-LAST-POST-DATE TO ESCH-LAST-ACTIVITY.
            IF ACCT-REACTIVATE-DATE IS NUMERIC
                IF ESCH-LAST-ACTIVITY IS NOT NUMERIC
                   OR ACCT-REACTIVATE-DATE > ESCH-LAST-ACTIVITY
                    MOVE ACCT-REACTIVATE-DATE TO ESCH-LAST-ACTIVITY
                END-IF
            END-IF.
            MOVE ACCT-DORMANT-DATE TO ESCH-DORMANT-DATE.
            MOVE TRAN-ID TO ESCH-TRAN-ID.
            SET ESCH-ESCHEATED TO TRUE.

            ADD TRAN-AMOUNT-N TO ACCT-BALANCE.
            ADD TRAN-AMOUNT-N TO AMOUNT-POSTED-TOTAL.
            ADD 1 TO RECORDS-POSTED-COUNT.
            ADD 1 TO RECORDS-ESCHEAT-COUNT.
            ADD 1 TO ACCT-TRAN-COUNT.
            MOVE CURRENT-RUN-DATE TO ACCT-LAST-POST-DATE.
            MOVE 'C' TO ACCT-STATUS-CD.
            MOVE CURRENT-RUN-DATE TO ACCT-ESCHEAT-DATE.

            MOVE ACCT-ID TO GL-FIND-ID.
            PERFORM 8280-FIND-GL-ENTRY
               THRU 8280-EXIT.
            IF GL-IX > ZERO
                ADD TRAN-AMOUNT-N TO GLS-AMT-ESCHEAT (GL-IX)
            END-IF.

            MOVE TRAN-XFER-TO-ACCT TO GL-FIND-ID.
            PERFORM 8280-FIND-GL-ENTRY
               THRU 8280-EXIT.
            IF GL-IX > ZERO
                SUBTRACT TRAN-AMOUNT-N FROM GLS-AMT-ESCHEAT (GL-IX)
            END-IF.

            MOVE TRAN-AMOUNT-N TO ACTIVITY-CHANGE.
            PERFORM 8320-ADD-PERIOD-ACTIVITY
               THRU 8320-EXIT.

            PERFORM 8300-STORE-ACCOUNT
               THRU 8300-EXIT.

            WRITE ESCH-RECORD.
            IF NOT FILE-STATUS-SUCCESS OF ESCHRPT-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.

            DISPLAY 'TRANPOST - ACCOUNT ' ACCT-ID ' ESCHEATED TO GL '
                    TRAN-XFER-TO-ACCT ' AND CLOSED.'.

            MOVE SPACES TO SECLOG-PARMS.
            MOVE 'BATCH' TO SECLOG-OPERATOR.
            MOVE 'TRANPOST' TO SECLOG-PROGRAM.
            MOVE 'ACCOUNT ESCHEATED' TO SECLOG-ACTION.
            MOVE 'A' TO SECLOG-RESULT.
            STRING ACCT-ID ' D TO C BY ' TRAN-ID
                DELIMITED BY SIZE INTO SECLOG-DETAIL.
            CALL 'SECLOG' USING SECLOG-PARMS.
        8550-EXIT.
            EXIT.

        9600-WRITE-GL-EXTRACT.
            IF GLEXTRFILE-DSN = SPACES
                IF GLEXTR-PREFIX = SPACES
                    MOVE './GLEXTR.TXT' TO GLEXTRFILE-DSN
                ELSE
                    STRING GLEXTR-PREFIX        DELIMITED BY SPACE
                           BUSINESS-DATE-X(3:6) DELIMITED BY SIZE
                           GLEXTR-SUFFIX        DELIMITED BY SPACE
                        INTO GLEXTRFILE-DSN
                    END-STRING
                END-IF
            END-IF.

            OPEN OUTPUT GLEXTRFILE.
            IF NOT FILE-STATUS-SUCCESS OF GLEXTRFILE-FILE-STATUS
                DISPLAY 'TRANPOST - WARNING: COULD NOT OPEN THE GL '
                PERFORM 9640-WRITE-ONE-GL-LINE
                   THRU 9640-EXIT
            END-IF.
            IF GLS-AMT-TRANSFER (GL-IX) NOT = ZERO
                MOVE GLS-AMT-TRANSFER (GL-IX) TO GL-WORK-AMOUNT
                MOVE '04' TO GLJ-POST-TYPE
                MOVE 'INTERNAL TRANSFER (04)' TO GLJ-DESC
                PERFORM 9640-WRITE-ONE-GL-LINE
                   THRU 9640-EXIT
            END-IF.
            IF GLS-AMT-ESCHEAT (GL-IX) NOT = ZERO
                MOVE GLS-AMT-ESCHEAT (GL-IX) TO GL-WORK-AMOUNT
                MOVE '05' TO GLJ-POST-TYPE
                MOVE 'UNCLAIMED PROPERTY (05)' TO GLJ-DESC
                PERFORM 9640-WRITE-ONE-GL-LINE
                   THRU 9640-EXIT
            END-IF.
        9620-EXIT.
            EXIT.

        9640-WRITE-ONE-GL-LINE.
            MOVE SPACES TO GLJ-RECORD.
            MOVE BUSINESS-DATE-X TO GLJ-RUN-DATE.
            MOVE GLS-ACCT-ID (GL-IX) TO GLJ-ACCT-ID.
            MOVE ZERO TO GLJ-DEBIT-AMT.
            MOVE ZERO TO GLJ-CREDIT-AMT.

        9650-WRITE-BALANCING-LINE.
            MOVE SPACES TO GLJ-RECORD.
            MOVE BUSINESS-DATE-X TO GLJ-RUN-DATE.
            MOVE '****' TO GLJ-ACCT-ID.
            MOVE '99' TO GLJ-POST-TYPE.
            MOVE 'BALANCING ENTRY' TO GLJ-DESC.
        9700-EXIT.
            EXIT.

        9800-WRITE-BALANCE-SNAPSHOT.
            MOVE SPACES TO BALSNAPFILE-DSN.
            STRING SNAP-PREFIX          DELIMITED BY SPACE
                   BUSINESS-DATE-X(3:6) DELIMITED BY SIZE
                   SNAP-SUFFIX          DELIMITED BY SPACE
                INTO BALSNAPFILE-DSN
            END-STRING.

            IF SEQUENTIAL-MODE
                MOVE NEWMAST-DSN TO ACCTMAST-DSN
            END-IF.

            OPEN INPUT ACCTMAST.
            IF NOT FILE-STATUS-SUCCESS OF ACCTMAST-FILE-STATUS
                DISPLAY 'TRANPOST - WARNING: COULD NOT REOPEN THE '
                        'MASTER FOR THE BALANCE SNAPSHOT. STATUS: '
                        ACCTMAST-FILE-STATUS
                MOVE 8 TO RETURN-CODE
            ELSE
                OPEN OUTPUT BALSNAPFILE
                IF NOT FILE-STATUS-SUCCESS OF BALSNAPFILE-FILE-STATUS
                    DISPLAY 'TRANPOST - WARNING: COULD NOT OPEN THE '
                            'BALANCE SNAPSHOT ' BALSNAPFILE-DSN(1:40)
                            ' STATUS: ' BALSNAPFILE-FILE-STATUS
                    MOVE 8 TO RETURN-CODE
                ELSE
                    PERFORM 9820-COPY-MASTER-TO-SNAPSHOT
                       THRU 9820-EXIT
                    CLOSE BALSNAPFILE
                END-IF
                CLOSE ACCTMAST
            END-IF.

            MOVE OLDMAST-DSN TO ACCTMAST-DSN.

            IF SNAP-WRITTEN
                COMPUTE SNAP-GRAND-TOTAL =
                    SNAP-BALANCE-TOTAL + SNAP-SUSPENSE-TOTAL
                DISPLAY 'TRANPOST - BALANCE SNAPSHOT WRITTEN: '
                        SNAP-ACCT-COUNT ' ACCOUNTS TO '
                        BALSNAPFILE-DSN(1:40)
                IF SNAP-GRAND-TOTAL NOT = MASTER-TOTAL-AFTER
                    DISPLAY 'TRANPOST - WARNING: SNAPSHOT TOTAL '
                            SNAP-GRAND-TOTAL ' DOES NOT AGREE WITH '
                            'THE MASTER TOTAL AFTER '
                            MASTER-TOTAL-AFTER
                    MOVE 8 TO RETURN-CODE
                END-IF
            END-IF.
        9800-EXIT.
            EXIT.

        9820-COPY-MASTER-TO-SNAPSHOT.
            MOVE ZERO TO SNAP-ACCT-COUNT.
            MOVE ZERO TO SNAP-BALANCE-TOTAL.
            MOVE ZERO TO SNAP-SUSPENSE-TOTAL.

            MOVE LOW-VALUES TO ACCT-ID.
            START ACCTMAST KEY IS NOT LESS THAN ACCT-ID.
            IF FILE-STATUS-SUCCESS OF ACCTMAST-FILE-STATUS
                PERFORM 9840-SNAP-ONE-ACCOUNT
                   THRU 9840-EXIT
                   UNTIL FILE-STATUS-AT-END OF ACCTMAST-FILE-STATUS
            ELSE
                IF NOT FILE-STATUS-NOT-FOUND OF ACCTMAST-FILE-STATUS
                   AND NOT FILE-STATUS-AT-END OF ACCTMAST-FILE-STATUS
                    PERFORM 9000-ABEND-AND-STOP
                END-IF
            END-IF.

            MOVE SPACES TO BSN-TRAILER-RECORD.
            MOVE 'T' TO BST-RECORD-CD.
            MOVE BUSINESS-DATE-X TO BST-SNAP-DATE.
            MOVE SNAP-ACCT-COUNT TO BST-ACCT-COUNT.
            MOVE SNAP-BALANCE-TOTAL TO BST-BALANCE-TOTAL.
            MOVE SNAP-SUSPENSE-TOTAL TO BST-SUSPENSE-TOTAL.
            MOVE CURRENT-RUN-DATE TO BST-WRITTEN-DATE.
            MOVE CURRENT-RUN-TIME(1:6) TO BST-WRITTEN-TIME.
            WRITE BSN-TRAILER-RECORD.
            IF NOT FILE-STATUS-SUCCESS OF BALSNAPFILE-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.
            SET SNAP-WRITTEN TO TRUE.
        9820-EXIT.
            EXIT.

        9840-SNAP-ONE-ACCOUNT.
            READ ACCTMAST NEXT RECORD
              AT END
                 SET FILE-STATUS-AT-END OF ACCTMAST-FILE-STATUS
                  TO TRUE
            END-READ.

            IF FILE-STATUS-AT-END OF ACCTMAST-FILE-STATUS
                NEXT SENTENCE
            ELSE
                IF FILE-STATUS-SUCCESS OF ACCTMAST-FILE-STATUS
                    MOVE SPACES TO BSN-RECORD
                    SET BSN-DETAIL TO TRUE
                    MOVE BUSINESS-DATE-X     TO BSN-SNAP-DATE
                    MOVE ACCT-ID             TO BSN-ACCT-ID
                    MOVE ACCT-BRANCH-CD      TO BSN-BRANCH-CD
                    MOVE ACCT-STATUS-CD      TO BSN-STATUS-CD
                    MOVE ACCT-BALANCE        TO BSN-BALANCE
                    MOVE ACCT-SUSPENSE-BAL   TO BSN-SUSPENSE-BAL
                    MOVE ACCT-NAME           TO BSN-ACCT-NAME
                    MOVE ACCT-LAST-POST-DATE TO BSN-LAST-POST-DATE
                    WRITE BSN-RECORD
                    IF NOT FILE-STATUS-SUCCESS OF
                       BALSNAPFILE-FILE-STATUS
                        PERFORM 9000-ABEND-AND-STOP
                    END-IF
                    ADD 1 TO SNAP-ACCT-COUNT
                    ADD ACCT-BALANCE TO SNAP-BALANCE-TOTAL
                    ADD ACCT-SUSPENSE-BAL TO SNAP-SUSPENSE-TOTAL
                ELSE
                    PERFORM 9000-ABEND-AND-STOP
                END-IF
            END-IF.
        9840-EXIT.
            EXIT.

        9400-WRITE-POST-LOG.
            COMPUTE AMOUNT-APPLIED-TOTAL =
                AMOUNT-POSTED-TOTAL
                    UNPOSTFILE-FILE-STATUS.
            DISPLAY 'TRANPOST - SUSPFILE STATUS:   '
                    SUSPFILE-FILE-STATUS.
            DISPLAY 'TRANPOST - HOLDFILE STATUS:   '
                    HOLDFILE-FILE-STATUS.
            DISPLAY 'TRANPOST - ESCHRPT STATUS:    '
                    ESCHRPT-FILE-STATUS.
            DISPLAY 'TRANPOST - POSTCKPT STATUS:   '
                    POSTCKPT-FILE-STATUS.
            IF SEQUENTIAL-MODE
                DISPLAY 'TRANPOST - NEWMAST STATUS:    '
                        NEWMAST-FILE-STATUS
                DISPLAY 'TRANPOST - SEQUENTIAL RUN - THE OLD MASTER '
                        'IS UNCHANGED.  DISCARD THE NEW MASTER, '
                        'RESTORE THE SUSPENSE LEDGER AND REMOVE THE '
                        'DAY''S UNPOSTED FILE AND ANY ESCHEAT REPORT '
                        'RECORDS DATED TODAY, THEN RERUN FROM THE '
                        'TOP.'
            ELSE
                DISPLAY 'TRANPOST - A CHECKPOINT IS ON FILE - RERUN '
                        'WITH TRANPOST_RESTART=YES TO FINISH WITHOUT '
                        'DOUBLE-POSTING.'
            END-IF.
            DISPLAY 'TRANPOST - RECORDS READ BEFORE ABEND: '
                    RECORDS-READ-COUNT.
            MOVE 16 TO RETURN-CODE.
            DISPLAY '---------------------------------------------'.
            DISPLAY ' TRANPOST - POSTING CONTROL TOTALS'.
            DISPLAY '---------------------------------------------'.
            IF SEQUENTIAL-MODE
                DISPLAY ' POSTING MODE .............. SEQUENTIAL'
                DISPLAY ' OLD MASTER ACCOUNTS READ .. '
                        OLD-MASTER-READ-COUNT
                DISPLAY ' NEW MASTER ACCOUNTS WRITTEN '
                        NEW-MASTER-WRITE-COUNT
                DISPLAY ' POSTED AFTER THE PASS ..... '
                        PHASE-TWO-READ-COUNT
            ELSE
                DISPLAY ' POSTING MODE .............. KEYED'
            END-IF.
            DISPLAY ' TRANSACTIONS READ ......... '
                    RECORDS-READ-COUNT.
            DISPLAY ' POSTED TO BALANCE (02) .... '
                    RECORDS-REVERSED-COUNT.
            DISPLAY ' SUSPENSE RELEASES (02) .... '
                    RECORDS-RELEASED-COUNT.
            DISPLAY '   OF 02/03, TRANSFERS ..... '
                    RECORDS-TRANSFER-COUNT.
            DISPLAY '   OF 02, ESCHEAT CLOSINGS . '
                    RECORDS-ESCHEAT-COUNT.
            DISPLAY ' UNPOSTED .................. '
                    RECORDS-UNPOSTED-COUNT.
            DISPLAY '   BAD STATUS CODE ......... '
                    UNPOST-ACCTBLK-COUNT.
            DISPLAY '   ALREADY RELEASED ........ '
                    UNPOST-RELEASED-COUNT.
            DISPLAY '   OVER AVAILABLE BALANCE .. '
                    UNPOST-OVERLIMIT-COUNT.
            DISPLAY '   TRANSFER NOT POSTABLE ... '
                    UNPOST-BADXFER-COUNT.
            DISPLAY '   ESCHEAT NOT POSTABLE .... '
                    UNPOST-BADESCH-COUNT.
            DISPLAY '   DATED IN CLOSED PERIOD .. '
                    UNPOST-CLOSED-COUNT.
            DISPLAY ' READ FROM REPOST QUEUE .... '
                    REPOST-READ-COUNT.
            DISPLAY ' AMOUNT READ (=FILEIO GOOD). '
                    AMOUNT-REVERSED-TOTAL.
            DISPLAY ' AMOUNT RELEASED ........... '
                    AMOUNT-RELEASED-TOTAL.
            DISPLAY ' AMOUNT TRANSFERRED (NET) .. '
                    AMOUNT-TRANSFER-TOTAL.
            DISPLAY '---------------------------------------------'.
            DISPLAY ' '.
        9500-EXIT.
