            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS REJARCHFILE-FILE-STATUS.

        SELECT WHSEFILE ASSIGN TO DYNAMIC WHSEFILE-DSN
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS WHSE-KEY
            FILE STATUS  IS WHSEFILE-FILE-STATUS.

        SELECT FXRATEFILE ASSIGN TO DYNAMIC FXRATEFILE-DSN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS FXRATEFILE-FILE-STATUS.

        SELECT WHSERELFILE ASSIGN TO DYNAMIC WHSERELFILE-DSN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS WHSERELFILE-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
         FD INFILE
                                          PIC S9(11)V99
                                          SIGN IS TRAILING SEPARATE.
            05 RESTART-RECYCLE-FLAG      PIC X(01).
            05 RESTART-WHSE-FLAG         PIC X(01).
            05 RESTART-MTHEND-FLAG       PIC X(01).
            05 RESTART-ESCHEAT-FLAG      PIC X(01).
            05 FILLER                    PIC X(12).

         FD INFILE-INDEXED
            RECORD CONTAINS 80.

            COPY REJAREC.

         FD WHSEFILE
            RECORD CONTAINS 128.

            COPY WHSEREC.

         FD WHSERELFILE
            RECORD CONTAINS 80.

         01 WHSE-RELEASE-RECORD  PIC X(80).

         FD FXRATEFILE
            RECORD CONTAINS 80.

            COPY FXREC.

        WORKING-STORAGE SECTION.

         01 INFILE-DSN              PIC X(80).
         01 ACKFILE-DSN             PIC X(80).
         01 SYSCTLFILE-DSN          PIC X(80).
         01 REJARCHFILE-DSN         PIC X(80).
         01 WHSEFILE-DSN            PIC X(80).
         01 WHSERELFILE-DSN         PIC X(80).
         01 FXRATEFILE-DSN          PIC X(80).

         01 EXTRACT-ACTIVE-SW       PIC X(01) VALUE 'N'.
            88 EXTRACT-ACTIVE              VALUE 'Y'.
             REPLACING ==STATUS-FIELD== BY ==REJARCHFILE-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==WHSEFILE-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==WHSERELFILE-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==FXRATEFILE-FILE-STATUS==
             .

         01 WHSE-ACTIVE-SW          PIC X(01) VALUE 'N'.
            88 WHSE-ACTIVE                 VALUE 'Y'.

         01 WHSE-QUEUED-SW          PIC X(01) VALUE 'N'.
            88 WHSE-RELEASE-QUEUED         VALUE 'Y'.

         01 WHSE-PRIOR-SW           PIC X(01) VALUE 'N'.
            88 WHSE-WAS-QUEUED             VALUE 'Y'.

         01 WHSE-SCAN-DONE-SW       PIC X(01) VALUE 'N'.
            88 WHSE-SCAN-DONE              VALUE 'Y'.

         01 BUSINESS-DATE-X         PIC X(08) VALUE SPACES.
         01 FUTURE-HORIZON-DAYS     PIC 9(03) VALUE ZERO.
         01 FUTURE-AHEAD-DAYS       PIC S9(07) VALUE ZERO.
         01 RECORDS-PARKED-COUNT    PIC 9(9) COMP VALUE ZERO.
         01 WHSE-RELEASED-COUNT     PIC 9(9) COMP VALUE ZERO.

         01 REJARCH-ACTIVE-SW       PIC X(01) VALUE 'N'.
            88 REJARCH-ACTIVE              VALUE 'Y'.


         01 SYSCTL-WORK-RECORD      PIC X(80) VALUE SPACES.

         01 CLOSED-PERIOD-X         PIC X(06) VALUE SPACES.
         01 ADJ-WINDOW-UNTIL-X      PIC X(08) VALUE SPACES.
         01 ADJ-WINDOW-OPEN-SW      PIC X(01) VALUE 'N'.
            88 ADJ-WINDOW-OPEN             VALUE 'Y'.
         01 CLOSED-PERIOD-REJ-COUNT PIC 9(9) COMP VALUE ZERO.

         01 ARCHIVE-WRITTEN-SW      PIC X(01) VALUE 'N'.
            88 ARCHIVE-WRITTEN             VALUE 'Y'.

         01 RECYCLE-PRIOR-SW        PIC X(01) VALUE 'N'.
            88 RECYCLE-WAS-QUEUED          VALUE 'Y'.

         01 MTHENDFILE-DSN          PIC X(80).

         01 MTHEND-QUEUED-SW        PIC X(01) VALUE 'N'.
            88 MTHEND-QUEUED               VALUE 'Y'.

         01 MTHEND-PRIOR-SW         PIC X(01) VALUE 'N'.
            88 MTHEND-WAS-QUEUED           VALUE 'Y'.

         01 ESCHFILE-DSN            PIC X(80).

         01 ESCHEAT-QUEUED-SW       PIC X(01) VALUE 'N'.
            88 ESCHEAT-QUEUED              VALUE 'Y'.

         01 ESCHEAT-PRIOR-SW        PIC X(01) VALUE 'N'.
            88 ESCHEAT-WAS-QUEUED          VALUE 'Y'.

         01 SOURCE-TABLE.
            05 SOURCE-ENTRY OCCURS 8 TIMES.
               10 SRC-DSN              PIC X(80).
               10 SRC-READ-COUNT       PIC 9(9) COMP.
               10 SRC-GOOD-COUNT       PIC 9(9) COMP.
         01 STATUS-MATCH-SW         PIC X(01) VALUE 'N'.
            88 STATUS-MATCH-FOUND          VALUE 'Y'.

         01 BASE-CURRENCY-CD        PIC X(03) VALUE 'USD'.
         01 TRAN-CURRENCY-WORK      PIC X(03) VALUE SPACES.
         01 CONVERT-RATE-WORK       PIC 9(05)V9(06) VALUE ZERO.
         01 CONVERTED-AMOUNT-WORK   PIC S9(8)V99 VALUE ZERO.
         01 FOREIGN-ITEM-COUNT      PIC 9(9) COMP VALUE ZERO.

         01 UNCLAIMED-GL-ACCT       PIC X(04) VALUE SPACES.

         01 FX-RATE-COUNT           PIC 9(03) COMP VALUE ZERO.
         01 FX-IX                   PIC 9(03) COMP VALUE ZERO.
         01 FX-RATE-TABLE.
            05 FX-RATE-ENTRY OCCURS 500 TIMES.
               10 FXT-RATE-DATE        PIC X(08).
               10 FXT-CURRENCY-CD      PIC X(03).
               10 FXT-RATE             PIC 9(05)V9(06).

         01 FX-MATCH-SW             PIC X(01) VALUE 'N'.
            88 FX-MATCH-FOUND              VALUE 'Y'.

         01 FX-TABLE-FULL-SW        PIC X(01) VALUE 'N'.
            88 FX-TABLE-FULL               VALUE 'Y'.

         COPY ACKREC.

         01 THRESHOLDS-ACTIVE-SW    PIC X(01) VALUE 'N'.
         01 RECORD-VALID-SW         PIC X(01) VALUE 'Y'.
            88 RECORD-IS-VALID              VALUE 'Y'.
            88 RECORD-IS-INVALID            VALUE 'N'.
            88 RECORD-IS-PARKED             VALUE 'P'.

         01 REJECT-REASON-CD        PIC X(04) VALUE SPACES.
         01 REJECT-REASON-TEXT      PIC X(35) VALUE SPACES.
            PERFORM 1800-CHECK-SYSTEM-CONTROL
               THRU 1800-EXIT.

            PERFORM 1900-RELEASE-WAREHOUSE
               THRU 1900-EXIT.

            PERFORM 1750-QUEUE-MONTH-END-FILE
               THRU 1750-EXIT.

            PERFORM 1760-QUEUE-ESCHEAT-FILE
               THRU 1760-EXIT.

            PERFORM 1700-QUEUE-RECYCLE-FILE
               THRU 1700-EXIT.

            END-IF.

            IF RESTART-REQUESTED
                PERFORM 6700-SKIP-A-RECORD THRU 6700-EXIT
                   UNTIL FILE-STATUS-AT-END OF INFILE-FILE-STATUS
                      OR RECORDS-READ-COUNT >= RESTART-SKIP-COUNT
            END-IF.
                CLOSE TRANHIST
            END-IF.

            IF WHSE-ACTIVE
                CLOSE WHSEFILE
            END-IF.

            PERFORM 9600-ARCHIVE-INFILE
               THRU 9600-EXIT.

            PERFORM 1100-CLEAR-SOURCE-ENTRY
               THRU 1100-EXIT
               VARYING SOURCE-IX FROM 1 BY 1
               UNTIL SOURCE-IX > 8.
            MOVE INFILE-DSN TO SRC-DSN (1).
            MOVE INFILE-DSN TO PRIMARY-INPUT-DSN.
            MOVE 1 TO SOURCE-COUNT.
                MOVE './RECYCLE.TXT' TO RECYCLEFILE-DSN
            END-IF.

            MOVE SPACES TO MTHENDFILE-DSN.
            ACCEPT MTHENDFILE-DSN FROM ENVIRONMENT 'DD_MTHENDFILE'.
            IF MTHENDFILE-DSN = SPACES
                MOVE './MTHEND.TXT' TO MTHENDFILE-DSN
            END-IF.

            MOVE SPACES TO ESCHFILE-DSN.
            ACCEPT ESCHFILE-DSN FROM ENVIRONMENT 'DD_ESCHFILE'.
            IF ESCHFILE-DSN = SPACES
                MOVE './ESCHEAT.TXT' TO ESCHFILE-DSN
            END-IF.

            MOVE SPACES TO GOODFILE-DSN.
            ACCEPT GOODFILE-DSN FROM ENVIRONMENT 'DD_GOODFILE'.
            IF GOODFILE-DSN = SPACES
                END-STRING
            END-IF.

            MOVE SPACES TO WHSEFILE-DSN.
            ACCEPT WHSEFILE-DSN FROM ENVIRONMENT 'DD_WHSEFILE'.
            IF WHSEFILE-DSN = SPACES
                MOVE './WAREHOUSE.IDX' TO WHSEFILE-DSN
            END-IF.

            MOVE SPACES TO WHSERELFILE-DSN.
            ACCEPT WHSERELFILE-DSN FROM ENVIRONMENT 'DD_WHSERELEASE'.
            IF WHSERELFILE-DSN = SPACES
                MOVE './WHSERELEASE.TXT' TO WHSERELFILE-DSN
            END-IF.

            MOVE SPACES TO RUNLOGFILE-DSN.
            ACCEPT RUNLOGFILE-DSN FROM ENVIRONMENT 'DD_RUNLOG'.
            IF RUNLOGFILE-DSN = SPACES
            PERFORM 1300-LOAD-RUN-CONTROLS
               THRU 1300-EXIT.

            MOVE SPACES TO FXRATEFILE-DSN.
            ACCEPT FXRATEFILE-DSN FROM ENVIRONMENT 'DD_FXRATEFILE'.
            IF FXRATEFILE-DSN = SPACES
                MOVE './FXRATES.TXT' TO FXRATEFILE-DSN
            END-IF.

            PERFORM 1680-LOAD-RATE-TABLE
               THRU 1680-EXIT.

            IF THRESHOLDS-ACTIVE
                PERFORM 1400-FIND-PRIOR-RUN-TOTAL
                   THRU 1400-EXIT
                        MOVE RC-MAX-TRAN-AGE-DAYS
                             TO MAX-TRAN-AGE-DAYS
                    END-IF
                    IF RC-FUTURE-HORIZON-DAYS IS NUMERIC
                        MOVE RC-FUTURE-HORIZON-DAYS
                             TO FUTURE-HORIZON-DAYS
                    END-IF
                    IF RC-BASE-CURRENCY NOT = SPACES
                        MOVE RC-BASE-CURRENCY TO BASE-CURRENCY-CD
                    END-IF
                    IF RC-UNCLAIMED-GL-ACCT NOT = SPACES
                        MOVE RC-UNCLAIMED-GL-ACCT
                             TO UNCLAIMED-GL-ACCT
                    END-IF
                    DISPLAY 'FILEIO - RUN CONTROLS: MAX REJECT PCT '
                            MAX-REJECT-PCT ' MAX VARIANCE PCT '
                            MAX-VARIANCE-PCT ' MIN RECORDS '
                            MIN-RECORD-COUNT ' MAX TRAN AGE '
                            MAX-TRAN-AGE-DAYS
                    DISPLAY 'FILEIO - FUTURE-DATED HORIZON: '
                            FUTURE-HORIZON-DAYS ' DAYS.'
                    DISPLAY 'FILEIO - BASE CURRENCY: '
                            BASE-CURRENCY-CD
                ELSE
                    DISPLAY 'FILEIO - RUN-CONTROL FILE IS EMPTY, '
                            'THRESHOLD CHECKS ARE OFF.'
        1650-EXIT.
            EXIT.

        1680-LOAD-RATE-TABLE.
            OPEN INPUT FXRATEFILE.
            IF NOT FILE-STATUS-SUCCESS OF FXRATEFILE-FILE-STATUS
                DISPLAY 'FILEIO - NO EXCHANGE-RATE FILE, ANY '
                        'FOREIGN-CURRENCY ITEM WILL REJECT CY01.'
            ELSE
                PERFORM 1690-READ-RATE-RECORD
                   THRU 1690-EXIT
                PERFORM 1685-STORE-ONE-RATE
                   THRU 1685-EXIT
                   UNTIL FILE-STATUS-AT-END OF FXRATEFILE-FILE-STATUS
                CLOSE FXRATEFILE
                IF FX-TABLE-FULL
                    DISPLAY 'FILEIO - WARNING: MORE THAN 500 '
                            'EXCHANGE RATES ON FILE, EXTRAS '
                            'IGNORED.'
                END-IF
                DISPLAY 'FILEIO - EXCHANGE RATES LOADED: '
                        FX-RATE-COUNT ' RATES.'
            END-IF.
        1680-EXIT.
            EXIT.

        1685-STORE-ONE-RATE.
            IF FX-RATE-DATE IS NUMERIC
               AND FX-CURRENCY-CD NOT = SPACES
               AND FX-RATE IS NUMERIC
               AND FX-RATE > ZERO
                IF FX-RATE-COUNT < 500
                    ADD 1 TO FX-RATE-COUNT
                    MOVE FX-RATE-DATE
                         TO FXT-RATE-DATE (FX-RATE-COUNT)
                    MOVE FX-CURRENCY-CD
                         TO FXT-CURRENCY-CD (FX-RATE-COUNT)
                    MOVE FX-RATE TO FXT-RATE (FX-RATE-COUNT)
                ELSE
                    SET FX-TABLE-FULL TO TRUE
                END-IF
            ELSE
                DISPLAY 'FILEIO - WARNING: UNUSABLE EXCHANGE-RATE '
                        'RECORD IGNORED: ' FX-KEY
            END-IF.

            PERFORM 1690-READ-RATE-RECORD
               THRU 1690-EXIT.
        1685-EXIT.
            EXIT.

        1690-READ-RATE-RECORD.
            READ FXRATEFILE
              AT END
                 SET FILE-STATUS-AT-END OF FXRATEFILE-FILE-STATUS
                  TO TRUE
            END-READ.

            IF FILE-STATUS-AT-END OF FXRATEFILE-FILE-STATUS
                NEXT SENTENCE
            ELSE
                IF NOT FILE-STATUS-SUCCESS OF FXRATEFILE-FILE-STATUS
                    SET FILE-STATUS-AT-END OF FXRATEFILE-FILE-STATUS
                        TO TRUE
                END-IF
            END-IF.
        1690-EXIT.
            EXIT.

        1700-QUEUE-RECYCLE-FILE.
            MOVE RECYCLEFILE-DSN TO INFILE-DSN.
            OPEN INPUT INFILE.
                            'FILE WAS NOT PART OF THE FAILED RUN '
                            'AND IS LEFT FOR THE NEXT FRESH PASS.'
                ELSE
                    IF SOURCE-COUNT < 8
                        PERFORM 1200-SHIFT-SOURCE-ENTRY
                           THRU 1200-EXIT
                           VARYING SOURCE-IX FROM SOURCE-COUNT
        1700-EXIT.
            EXIT.

        1750-QUEUE-MONTH-END-FILE.
            MOVE MTHENDFILE-DSN TO INFILE-DSN.
            OPEN INPUT INFILE.

            IF FILE-STATUS-SUCCESS OF INFILE-FILE-STATUS
                CLOSE INFILE
                IF RESTART-REQUESTED AND NOT MTHEND-WAS-QUEUED
                    DISPLAY 'FILEIO - RESTART RUN: THE MONTH-END '
                            'INTEREST AND CHARGES FILE WAS NOT PART '
                            'OF THE FAILED RUN AND IS LEFT FOR THE '
                            'NEXT FRESH PASS.'
                ELSE
                    IF SOURCE-COUNT < 8
                        ADD 1 TO SOURCE-COUNT
                        MOVE MTHENDFILE-DSN TO SRC-DSN (SOURCE-COUNT)
                        SET MTHEND-QUEUED TO TRUE
                        DISPLAY 'FILEIO - MONTH-END INTEREST AND '
                                'CHARGES FILE QUEUED AFTER TODAYS '
                                'INPUT: ' MTHENDFILE-DSN
                    ELSE
                        DISPLAY 'FILEIO - WARNING: SOURCE TABLE '
                                'FULL, MONTH-END FILE NOT '
                                'PROCESSED THIS RUN.'
                    END-IF
                END-IF
            ELSE
                IF RESTART-REQUESTED AND MTHEND-WAS-QUEUED
                    DISPLAY 'FILEIO - THE FAILED RUN INCLUDED THE '
                            'MONTH-END FILE BUT IT CANNOT BE OPENED '
                            'NOW - THE RECORD SEQUENCE CANNOT BE '
                            'RECONSTRUCTED, RERUN FRESH.'
                    PERFORM 9000-ABEND-AND-STOP
                END-IF
            END-IF.

            MOVE SRC-DSN (1) TO INFILE-DSN.
        1750-EXIT.
            EXIT.

        1760-QUEUE-ESCHEAT-FILE.
            MOVE ESCHFILE-DSN TO INFILE-DSN.
            OPEN INPUT INFILE.

            IF FILE-STATUS-SUCCESS OF INFILE-FILE-STATUS
                CLOSE INFILE
                IF RESTART-REQUESTED AND NOT ESCHEAT-WAS-QUEUED
                    DISPLAY 'FILEIO - RESTART RUN: THE ESCHEAT '
                            'CLOSING FILE WAS NOT PART OF THE FAILED '
                            'RUN AND IS LEFT FOR THE NEXT FRESH PASS.'
                ELSE
                    IF SOURCE-COUNT < 8
                        ADD 1 TO SOURCE-COUNT
                        MOVE ESCHFILE-DSN TO SRC-DSN (SOURCE-COUNT)
                        SET ESCHEAT-QUEUED TO TRUE
                        DISPLAY 'FILEIO - ESCHEAT CLOSING FILE '
                                'QUEUED AFTER TODAYS INPUT: '
                                ESCHFILE-DSN
                    ELSE
                        DISPLAY 'FILEIO - WARNING: SOURCE TABLE '
                                'FULL, ESCHEAT FILE NOT '
                                'PROCESSED THIS RUN.'
                    END-IF
                END-IF
            ELSE
                IF RESTART-REQUESTED AND ESCHEAT-WAS-QUEUED
                    DISPLAY 'FILEIO - THE FAILED RUN INCLUDED THE '
                            'ESCHEAT FILE BUT IT CANNOT BE OPENED '
                            'NOW - THE RECORD SEQUENCE CANNOT BE '
                            'RECONSTRUCTED, RERUN FRESH.'
                    PERFORM 9000-ABEND-AND-STOP
                END-IF
            END-IF.

            MOVE SRC-DSN (1) TO INFILE-DSN.
        1760-EXIT.
            EXIT.

        1800-CHECK-SYSTEM-CONTROL.
            OPEN INPUT SYSCTLFILE.
            IF NOT FILE-STATUS-SUCCESS OF SYSCTLFILE-FILE-STATUS
        1850-EXIT.
            EXIT.

        1900-RELEASE-WAREHOUSE.
            OPEN I-O WHSEFILE.
            IF FILE-STATUS-FILE-MISSING OF WHSEFILE-FILE-STATUS
                DISPLAY 'FILEIO - CREATING NEW EMPTY FUTURE-DATED '
                        'WAREHOUSE: ' WHSEFILE-DSN
                OPEN OUTPUT WHSEFILE
                IF FILE-STATUS-SUCCESS OF WHSEFILE-FILE-STATUS
                    CLOSE WHSEFILE
                    OPEN I-O WHSEFILE
                END-IF
            END-IF.
            IF FILE-STATUS-SUCCESS OF WHSEFILE-FILE-STATUS
                SET WHSE-ACTIVE TO TRUE
            ELSE
                DISPLAY 'FILEIO - WARNING: COULD NOT OPEN THE '
                        'FUTURE-DATED WAREHOUSE - FUTURE ITEMS '
                        'REJECT AS DT03 AND NOTHING IS RELEASED. '
                        'STATUS: ' WHSEFILE-FILE-STATUS
            END-IF.

            MOVE RUN-DATE-X TO BUSINESS-DATE-X.
            IF SYSCTL-PRESENT
                MOVE SYSCTL-WORK-RECORD TO SYSCTL-RECORD
                MOVE SC-BUSINESS-DATE TO BUSINESS-DATE-X
                MOVE SC-CLOSED-PERIOD TO CLOSED-PERIOD-X
                MOVE SC-ADJ-WINDOW-UNTIL TO ADJ-WINDOW-UNTIL-X
                IF ADJ-WINDOW-UNTIL-X NOT = SPACES
                   AND ADJ-WINDOW-UNTIL-X NOT < BUSINESS-DATE-X
                    SET ADJ-WINDOW-OPEN TO TRUE
                END-IF
            END-IF.

            IF CLOSED-PERIOD-X NOT = SPACES
                DISPLAY 'FILEIO - PERIODS THROUGH ' CLOSED-PERIOD-X
                        ' ARE CLOSED TO NEW POSTINGS.'
                IF ADJ-WINDOW-OPEN
                    DISPLAY 'FILEIO - ADJUSTMENT WINDOW OPEN ON '
                            CLOSED-PERIOD-X ' THROUGH '
                            ADJ-WINDOW-UNTIL-X '.'
                END-IF
            END-IF.

            IF RESTART-REQUESTED
                IF WHSE-WAS-QUEUED
                    PERFORM 1950-QUEUE-WHSE-RELEASE
                       THRU 1950-EXIT
                ELSE
                    DISPLAY 'FILEIO - RESTART RUN: NO WAREHOUSE '
                            'RELEASE WAS PART OF THE FAILED RUN, '
                            'DUE ITEMS WAIT FOR THE NEXT FRESH PASS.'
                END-IF
            ELSE
                IF WHSE-ACTIVE
                    IF SOURCE-COUNT < 8
                        PERFORM 1920-EXTRACT-DUE-ITEMS
                           THRU 1920-EXIT
                        IF WHSE-RELEASED-COUNT > ZERO
                            PERFORM 1950-QUEUE-WHSE-RELEASE
                               THRU 1950-EXIT
                        END-IF
                    ELSE
                        DISPLAY 'FILEIO - WARNING: SOURCE TABLE '
                                'FULL, WAREHOUSE ITEMS NOT '
                                'RELEASED THIS RUN.'
                    END-IF
                END-IF
            END-IF.
        1900-EXIT.
            EXIT.

        1920-EXTRACT-DUE-ITEMS.
            OPEN OUTPUT WHSERELFILE.
            IF NOT FILE-STATUS-SUCCESS OF WHSERELFILE-FILE-STATUS
                DISPLAY 'FILEIO - WARNING: COULD NOT OPEN THE '
                        'WAREHOUSE RELEASE FILE, DUE ITEMS STAY '
                        'PARKED. STATUS: ' WHSERELFILE-FILE-STATUS
            ELSE
                MOVE LOW-VALUES TO WHSE-KEY
                START WHSEFILE KEY IS NOT LESS THAN WHSE-KEY
                IF FILE-STATUS-SUCCESS OF WHSEFILE-FILE-STATUS
                    MOVE 'N' TO WHSE-SCAN-DONE-SW
                    PERFORM 1930-RELEASE-NEXT-ITEM
                       THRU 1930-EXIT
                       UNTIL WHSE-SCAN-DONE
                END-IF
                CLOSE WHSERELFILE
                DISPLAY 'FILEIO - WAREHOUSE ITEMS DUE BY BUSINESS '
                        'DATE ' BUSINESS-DATE-X ': '
                        WHSE-RELEASED-COUNT
            END-IF.
        1920-EXIT.
            EXIT.

        1930-RELEASE-NEXT-ITEM.
            READ WHSEFILE NEXT RECORD
              AT END
                 SET WHSE-SCAN-DONE TO TRUE
            END-READ.

            IF WHSE-SCAN-DONE
                NEXT SENTENCE
            ELSE
                IF NOT FILE-STATUS-SUCCESS OF WHSEFILE-FILE-STATUS
                    PERFORM 9000-ABEND-AND-STOP
                END-IF
                IF WHSE-RELEASE-DATE > BUSINESS-DATE-X
                    SET WHSE-SCAN-DONE TO TRUE
                ELSE
                    IF WHSE-PENDING
                       OR (WHSE-RELEASED
                           AND WHSE-ACTION-DATE = BUSINESS-DATE-X)
                        MOVE WHSE-TRAN-IMAGE TO WHSE-RELEASE-RECORD
                        WRITE WHSE-RELEASE-RECORD
                        IF NOT FILE-STATUS-SUCCESS OF
                           WHSERELFILE-FILE-STATUS
                            PERFORM 9000-ABEND-AND-STOP
                        END-IF
                        SET WHSE-RELEASED TO TRUE
                        MOVE BUSINESS-DATE-X TO WHSE-ACTION-DATE
                        MOVE 'FILEIO' TO WHSE-ACTION-BY
                        REWRITE WHSE-RECORD
                        IF NOT FILE-STATUS-SUCCESS OF
                           WHSEFILE-FILE-STATUS
                            PERFORM 9000-ABEND-AND-STOP
                        END-IF
                        ADD 1 TO WHSE-RELEASED-COUNT
                    END-IF
                END-IF
            END-IF.
        1930-EXIT.
            EXIT.

        1950-QUEUE-WHSE-RELEASE.
            OPEN INPUT WHSERELFILE.
            IF FILE-STATUS-SUCCESS OF WHSERELFILE-FILE-STATUS
                CLOSE WHSERELFILE
                PERFORM 1200-SHIFT-SOURCE-ENTRY
                   THRU 1200-EXIT
                   VARYING SOURCE-IX FROM SOURCE-COUNT
                   BY -1 UNTIL SOURCE-IX < 1
                MOVE WHSERELFILE-DSN TO SRC-DSN (1)
                ADD 1 TO SOURCE-COUNT
                SET WHSE-RELEASE-QUEUED TO TRUE
                MOVE SRC-DSN (1) TO INFILE-DSN
                DISPLAY 'FILEIO - WAREHOUSE RELEASE QUEUED AHEAD '
                        'OF TODAYS INPUT: ' WHSERELFILE-DSN
            ELSE
                DISPLAY 'FILEIO - THE WAREHOUSE RELEASE FILE '
                        'CANNOT BE OPENED - THE RECORD SEQUENCE '
                        'CANNOT BE RECONSTRUCTED, RERUN FRESH.'
                PERFORM 9000-ABEND-AND-STOP
            END-IF.
        1950-EXIT.
            EXIT.

        9900-STAMP-SYSTEM-CONTROL.
            IF SYSCTL-PRESENT
                MOVE SYSCTL-WORK-RECORD TO SYSCTL-RECORD
                        IF RESTART-RECYCLE-FLAG = 'Y'
                            SET RECYCLE-WAS-QUEUED TO TRUE
                        END-IF
                        IF RESTART-WHSE-FLAG = 'Y'
                            SET WHSE-WAS-QUEUED TO TRUE
                        END-IF
                        IF RESTART-MTHEND-FLAG = 'Y'
                            SET MTHEND-WAS-QUEUED TO TRUE
                        END-IF
                        IF RESTART-ESCHEAT-FLAG = 'Y'
                            SET ESCHEAT-WAS-QUEUED TO TRUE
                        END-IF
                        SET RESTART-REQUESTED TO TRUE
                        DISPLAY 'FILEIO - RESTARTING AFTER RECORD: '
                                RESTART-SKIP-COUNT
            MOVE CONTROL-TOTAL-AMOUNT TO RESTART-CONTROL-TOTAL.
            MOVE INPUT-HASH-TOTAL TO RESTART-INPUT-HASH.
            MOVE RECYCLE-QUEUED-SW TO RESTART-RECYCLE-FLAG.
            MOVE WHSE-QUEUED-SW TO RESTART-WHSE-FLAG.
            MOVE MTHEND-QUEUED-SW TO RESTART-MTHEND-FLAG.
            MOVE ESCHEAT-QUEUED-SW TO RESTART-ESCHEAT-FLAG.
            WRITE RESTART-RECORD.
            IF NOT FILE-STATUS-SUCCESS OF RESTARTFILE-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            MOVE ZERO TO RESTART-CONTROL-TOTAL.
            MOVE ZERO TO RESTART-INPUT-HASH.
            MOVE 'N' TO RESTART-RECYCLE-FLAG.
            MOVE 'N' TO RESTART-WHSE-FLAG.
            MOVE 'N' TO RESTART-MTHEND-FLAG.
            MOVE 'N' TO RESTART-ESCHEAT-FLAG.
            WRITE RESTART-RECORD.
            IF NOT FILE-STATUS-SUCCESS OF RESTARTFILE-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
        6600-EXIT.
            EXIT.

        6700-SKIP-A-RECORD.
            PERFORM 7000-READ-A-RECORD
               THRU 7000-EXIT.
            IF FILE-STATUS-SUCCESS OF INFILE-FILE-STATUS
               AND TRAN-REC-HEADER
                PERFORM 7500-PROCESS-HEADER
                   THRU 7500-EXIT
            END-IF.
        6700-EXIT.
            EXIT.

        7000-READ-A-RECORD.
            PERFORM 7010-READ-INFILE
               THRU 7010-EXIT.
                END-IF
            END-IF.

            IF RECORD-IS-VALID
                PERFORM 8800-VALIDATE-TRAN-TYPE
                   THRU 8800-EXIT
            END-IF.

            IF RECORD-IS-VALID
                PERFORM 8900-CONVERT-CURRENCY
                   THRU 8900-EXIT
            END-IF.

            IF RECORD-IS-VALID AND HISTORY-FILE-ACTIVE
                PERFORM 8200-CHECK-TRAN-HISTORY
                   THRU 8200-EXIT
            END-IF.

            IF RECORD-IS-PARKED
                PERFORM 8700-PARK-FUTURE-ITEM
                   THRU 8700-EXIT
            END-IF.

            IF INDEX-FILE-ACTIVE AND NOT RECORD-IS-PARKED
                MOVE TRAN-RECORD TO IDX-RECORD
                WRITE IDX-RECORD
                IF FILE-STATUS-DUPLICATE-KEY OF
            END-IF.

            IF RECORD-IS-VALID
                IF TRAN-TYPE-ORDINARY
                    MOVE TRAN-AMOUNT-N TO TRAN-ORIG-AMOUNT-N
                END-IF
                MOVE TRAN-CURRENCY-WORK TO TRAN-CURRENCY-CD
                MOVE CONVERTED-AMOUNT-WORK TO TRAN-AMOUNT-N
                MOVE TRAN-RECORD TO GOOD-RECORD
                WRITE GOOD-RECORD
                ADD 1 TO RECORDS-GOOD-COUNT
                    PERFORM 8300-STAGE-HISTORY-ACTION
                       THRU 8300-EXIT
                END-IF
            END-IF.

            IF RECORD-IS-INVALID
                MOVE RECORDS-READ-COUNT TO REJECT-POSITION
                MOVE REJECT-REASON-CD   TO REJECT-REASON-CODE
                MOVE REJECT-REASON-TEXT TO REJECT-REASON-DESC
        8600-EXIT.
            EXIT.

        8700-PARK-FUTURE-ITEM.
            MOVE SPACES TO WHSE-RECORD.
            MOVE TRAN-DATE          TO WHSE-RELEASE-DATE.
            MOVE TRAN-ID            TO WHSE-TRAN-ID.
            SET WHSE-PENDING        TO TRUE.
            MOVE CURRENT-RUN-DATE   TO WHSE-PARKED-DATE.
            IF HEADER-SOURCE-ID NOT = SPACES
                MOVE HEADER-SOURCE-ID TO WHSE-PARKED-SOURCE
            ELSE
                MOVE CURRENT-SOURCE TO SOURCE-NUM-X
                MOVE 'S' TO WHSE-PARKED-SOURCE(1:1)
                MOVE SOURCE-NUM-X TO WHSE-PARKED-SOURCE(2:2)
            END-IF.
            MOVE TRAN-RECORD        TO WHSE-TRAN-IMAGE.

            WRITE WHSE-RECORD.
            IF FILE-STATUS-SUCCESS OF WHSEFILE-FILE-STATUS
                PERFORM 8750-NOTE-PARKED-ITEM
                   THRU 8750-EXIT
            ELSE
                IF NOT FILE-STATUS-DUPLICATE-KEY OF
                   WHSEFILE-FILE-STATUS
                    PERFORM 9000-ABEND-AND-STOP
                END-IF
                READ WHSEFILE
                IF FILE-STATUS-SUCCESS OF WHSEFILE-FILE-STATUS
                   AND WHSE-PENDING
                   AND WHSE-TRAN-IMAGE = TRAN-RECORD
                    PERFORM 8750-NOTE-PARKED-ITEM
                       THRU 8750-EXIT
                ELSE
                    SET RECORD-IS-INVALID TO TRUE
                    MOVE 'DT05' TO REJECT-REASON-CD
                    MOVE 'FUTURE ITEM ALREADY WAREHOUSED' TO
                         REJECT-REASON-TEXT
                END-IF
            END-IF.
        8700-EXIT.
            EXIT.

        8750-NOTE-PARKED-ITEM.
            ADD 1 TO RECORDS-PARKED-COUNT.
            MOVE SPACES TO EXCEPT-DETAIL-LINE.
            MOVE RECORDS-READ-COUNT TO XD-POSITION.
            MOVE 'FW01' TO XD-REASON-CODE.
            MOVE 'FUTURE-DATED, PARKED IN WAREHOUSE'
                 TO XD-REASON-TEXT.
            MOVE EXCEPT-DETAIL-LINE TO EXCEPT-REPORT-LINE.
            WRITE EXCEPT-REPORT-LINE.
            IF NOT FILE-STATUS-SUCCESS OF EXCEPTRPT-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.
        8750-EXIT.
            EXIT.

        8800-VALIDATE-TRAN-TYPE.
            IF NOT TRAN-TYPE-VALID
                SET RECORD-IS-INVALID TO TRUE
                MOVE 'TY01' TO REJECT-REASON-CD
                MOVE 'TRANSACTION TYPE CODE IS INVALID' TO
                     REJECT-REASON-TEXT
            ELSE
                IF TRAN-TYPE-TRANSFER
                    PERFORM 8850-VALIDATE-TRANSFER
                       THRU 8850-EXIT
                END-IF
                IF TRAN-TYPE-ESCHEAT
                    PERFORM 8870-VALIDATE-ESCHEAT
                       THRU 8870-EXIT
                END-IF
            END-IF.
        8800-EXIT.
            EXIT.

        8850-VALIDATE-TRANSFER.
            IF TRAN-XFER-FROM-ACCT = SPACES
               OR TRAN-XFER-TO-ACCT = SPACES
                SET RECORD-IS-INVALID TO TRUE
                MOVE 'XF01' TO REJECT-REASON-CD
                MOVE 'TRANSFER ACCOUNT IS MISSING' TO
                     REJECT-REASON-TEXT
            ELSE
                IF TRAN-XFER-FROM-ACCT = TRAN-XFER-TO-ACCT
                    SET RECORD-IS-INVALID TO TRUE
                    MOVE 'XF02' TO REJECT-REASON-CD
                    MOVE 'TRANSFER FROM AND TO ARE THE SAME' TO
                         REJECT-REASON-TEXT
                ELSE
                    IF TRAN-AMOUNT-N NOT > ZERO
                        SET RECORD-IS-INVALID TO TRUE
                        MOVE 'XF03' TO REJECT-REASON-CD
                        MOVE 'TRANSFER AMOUNT IS NOT POSITIVE' TO
                             REJECT-REASON-TEXT
                    ELSE
                        IF NOT TRAN-STATUS-POSTED
                           AND NOT TRAN-STATUS-VOID
                            SET RECORD-IS-INVALID TO TRUE
                            MOVE 'XF04' TO REJECT-REASON-CD
                            MOVE 'TRANSFER STATUS MUST BE 02 OR 03'
                                 TO REJECT-REASON-TEXT
                        END-IF
                    END-IF
                END-IF
            END-IF.
        8850-EXIT.
            EXIT.

        8870-VALIDATE-ESCHEAT.
            IF HEADER-SOURCE-ID NOT = 'ESCH'
                SET RECORD-IS-INVALID TO TRUE
                MOVE 'ES05' TO REJECT-REASON-CD
                MOVE 'ESCHEAT NOT FROM THE DORMANCY RUN' TO
                     REJECT-REASON-TEXT
            ELSE
                IF TRAN-XFER-TO-ACCT = SPACES
                    SET RECORD-IS-INVALID TO TRUE
                    MOVE 'ES01' TO REJECT-REASON-CD
                    MOVE 'ESCHEAT GL ACCOUNT IS MISSING' TO
                         REJECT-REASON-TEXT
                ELSE
                    IF UNCLAIMED-GL-ACCT NOT = SPACES
                       AND TRAN-XFER-TO-ACCT NOT = UNCLAIMED-GL-ACCT
                        SET RECORD-IS-INVALID TO TRUE
                        MOVE 'ES06' TO REJECT-REASON-CD
                        MOVE 'ESCHEAT GL IS NOT UNCLAIMED ACCOUNT'
                             TO REJECT-REASON-TEXT
                    ELSE
                        IF NOT TRAN-STATUS-POSTED
                           OR TRAN-AMOUNT-N NOT < ZERO
                            SET RECORD-IS-INVALID TO TRUE
                            MOVE 'ES02' TO REJECT-REASON-CD
                            MOVE 'ESCHEAT MUST BE A STATUS 02 DEBIT'
                                 TO REJECT-REASON-TEXT
                        END-IF
                    END-IF
                END-IF
            END-IF.
        8870-EXIT.
            EXIT.

        8900-CONVERT-CURRENCY.
            IF TRAN-CURRENCY-CD = SPACES
                MOVE BASE-CURRENCY-CD TO TRAN-CURRENCY-WORK
            ELSE
                MOVE TRAN-CURRENCY-CD TO TRAN-CURRENCY-WORK
            END-IF.

            IF TRAN-CURRENCY-WORK = BASE-CURRENCY-CD
                MOVE TRAN-AMOUNT-N TO CONVERTED-AMOUNT-WORK
            ELSE
                IF NOT TRAN-TYPE-ORDINARY
                    SET RECORD-IS-INVALID TO TRUE
                    MOVE 'CY03' TO REJECT-REASON-CD
                    MOVE 'TRANSFER/ESCHEAT MUST BE BASE CCY' TO
                         REJECT-REASON-TEXT
                ELSE
                    MOVE 'N' TO FX-MATCH-SW
                    PERFORM 8950-MATCH-RATE-ENTRY
                       THRU 8950-EXIT
                       VARYING FX-IX FROM 1 BY 1
                       UNTIL FX-IX > FX-RATE-COUNT
                          OR FX-MATCH-FOUND
                    IF NOT FX-MATCH-FOUND
                        SET RECORD-IS-INVALID TO TRUE
                        MOVE 'CY01' TO REJECT-REASON-CD
                        MOVE 'NO EXCHANGE RATE FOR DATE/CURRENCY' TO
                             REJECT-REASON-TEXT
                    ELSE
                        COMPUTE CONVERTED-AMOUNT-WORK ROUNDED =
                            TRAN-AMOUNT-N * CONVERT-RATE-WORK
                          ON SIZE ERROR
                            SET RECORD-IS-INVALID TO TRUE
                            MOVE 'CY02' TO REJECT-REASON-CD
                            MOVE 'CONVERTED AMOUNT IS TOO LARGE' TO
                                 REJECT-REASON-TEXT
                        END-COMPUTE
                        IF RECORD-IS-VALID
                            ADD 1 TO FOREIGN-ITEM-COUNT
                        END-IF
                    END-IF
                END-IF
            END-IF.
        8900-EXIT.
            EXIT.

        8950-MATCH-RATE-ENTRY.
            IF FXT-RATE-DATE (FX-IX) = TRAN-DATE
               AND FXT-CURRENCY-CD (FX-IX) = TRAN-CURRENCY-WORK
                SET FX-MATCH-FOUND TO TRUE
                MOVE FXT-RATE (FX-IX) TO CONVERT-RATE-WORK
            END-IF.
        8950-EXIT.
            EXIT.

        8100-WRITE-EXTRACT-RECORD.
            MOVE TRAN-AMOUNT-N TO EXTRACT-AMOUNT-DISPLAY.

            READ TRANHIST.
            IF FILE-STATUS-SUCCESS OF TRANHIST-FILE-STATUS
                SET HISTORY-MATCH-FOUND TO TRUE
                IF HIST-CURRENCY-CD = SPACES
                    MOVE BASE-CURRENCY-CD TO HIST-CURRENCY-CD
                    MOVE HIST-AMOUNT-X TO HIST-ORIG-AMOUNT-X
                END-IF
            ELSE
                IF NOT FILE-STATUS-NOT-FOUND OF TRANHIST-FILE-STATUS
                    PERFORM 9000-ABEND-AND-STOP
                IF HISTORY-MATCH-FOUND
                    IF TRAN-STATUS-POSTED
                       AND HIST-STATUS-CD = '01'
                        IF TRAN-AMOUNT-X NOT = HIST-ORIG-AMOUNT-X
                           OR TRAN-CURRENCY-WORK NOT = HIST-CURRENCY-CD
                            SET RECORD-IS-INVALID TO TRUE
                            MOVE 'SC01' TO REJECT-REASON-CD
                            MOVE 'COMPLETION AMOUNT DIFFERS FROM 01'
                    MOVE 'ORIGINAL TRANSACTION ALREADY VOIDED' TO
                         REJECT-REASON-TEXT
                ELSE
                    PERFORM 8260-MATCH-VOID-TO-ORIGINAL
                       THRU 8260-EXIT
                END-IF
            END-IF.
        8250-EXIT.
            EXIT.

        8260-MATCH-VOID-TO-ORIGINAL.
            IF TRAN-TYPE-CD NOT = HIST-TYPE-CD
               OR (NOT TRAN-TYPE-ORDINARY
                   AND (TRAN-XFER-FROM-ACCT NOT = HIST-XFER-FROM-ACCT
                     OR TRAN-XFER-TO-ACCT NOT = HIST-XFER-TO-ACCT))
                SET RECORD-IS-INVALID TO TRUE
                MOVE 'VD03' TO REJECT-REASON-CD
                MOVE 'VOID TYPE/ACCOUNTS DIFFER FROM ORIG' TO
                     REJECT-REASON-TEXT
            ELSE
                IF TRAN-AMOUNT-X NOT = HIST-ORIG-AMOUNT-X
                   OR TRAN-CURRENCY-WORK NOT = HIST-CURRENCY-CD
                    ADD 1 TO VOID-AMOUNT-DIFF-COUNT
                    DISPLAY 'FILEIO - WARNING: VOID AMOUNT '
                            'DIFFERS FROM ORIGINAL FOR: '
                            TRAN-ID
                    MOVE SPACES TO EXCEPT-DETAIL-LINE
                    MOVE RECORDS-READ-COUNT TO XD-POSITION
                    MOVE 'VW01' TO XD-REASON-CODE
                    MOVE 'VOID AMOUNT DIFFERS FROM ORIGINAL'
                         TO XD-REASON-TEXT
                    MOVE EXCEPT-DETAIL-LINE
                         TO EXCEPT-REPORT-LINE
                    WRITE EXCEPT-REPORT-LINE
                    IF NOT FILE-STATUS-SUCCESS OF
                       EXCEPTRPT-FILE-STATUS
                        PERFORM 9000-ABEND-AND-STOP
                    END-IF
                END-IF
            END-IF.
        8260-EXIT.
            EXIT.

        8300-STAGE-HISTORY-ACTION.
            MOVE SPACES TO STAGE-RECORD.
            EVALUATE TRUE
            MOVE TRAN-AMOUNT-X    TO HIST-AMOUNT-X.
            MOVE TRAN-STATUS-CD   TO HIST-STATUS-CD.
            MOVE CURRENT-RUN-DATE TO HIST-RUN-DATE.
            MOVE TRAN-CURRENCY-CD TO HIST-CURRENCY-CD.
            MOVE TRAN-TYPE-CD     TO HIST-TYPE-CD.
            IF TRAN-TYPE-ORDINARY
                MOVE TRAN-ORIG-AMOUNT-N TO HIST-ORIG-AMOUNT-N
            ELSE
                MOVE TRAN-AMOUNT-N TO HIST-ORIG-AMOUNT-N
                MOVE TRAN-XFER-FROM-ACCT TO HIST-XFER-FROM-ACCT
                MOVE TRAN-XFER-TO-ACCT TO HIST-XFER-TO-ACCT
            END-IF.
            MOVE HIST-RECORD      TO STAGE-HIST-IMAGE.

            WRITE STAGE-RECORD.

            IF RECORD-IS-VALID
               AND DATECALC-SERIAL > RUN-DATE-SERIAL
                COMPUTE FUTURE-AHEAD-DAYS =
                    DATECALC-SERIAL - RUN-DATE-SERIAL
                IF WHSE-ACTIVE
                   AND FUTURE-HORIZON-DAYS > ZERO
                   AND FUTURE-AHEAD-DAYS NOT > FUTURE-HORIZON-DAYS
                    SET RECORD-IS-PARKED TO TRUE
                ELSE
                    SET RECORD-IS-INVALID TO TRUE
                    MOVE 'DT03' TO REJECT-REASON-CD
                    MOVE 'TRANSACTION DATE IS IN THE FUTURE' TO
                         REJECT-REASON-TEXT
                END-IF
            END-IF.

            IF RECORD-IS-VALID AND MAX-TRAN-AGE-DAYS > ZERO
                END-IF
            END-IF.

            IF RECORD-IS-VALID AND CLOSED-PERIOD-X NOT = SPACES
                PERFORM 8420-CHECK-CLOSED-PERIOD
                   THRU 8420-EXIT
            END-IF.

            IF RECORD-IS-VALID
                MOVE 'N' TO HOLIDAY-FOUND-SW
                IF DATECALC-WEEKEND
        8400-EXIT.
            EXIT.

        8420-CHECK-CLOSED-PERIOD.
            IF TRAN-DATE(1:6) NOT > CLOSED-PERIOD-X
                IF TRAN-DATE(1:6) = CLOSED-PERIOD-X
                   AND ADJ-WINDOW-OPEN
                    CONTINUE
                ELSE
                    SET RECORD-IS-INVALID TO TRUE
                    ADD 1 TO CLOSED-PERIOD-REJ-COUNT
                    MOVE 'PC01' TO REJECT-REASON-CD
                    MOVE 'TRAN DATE IS IN A CLOSED PERIOD' TO
                         REJECT-REASON-TEXT
                END-IF
            END-IF.
        8420-EXIT.
            EXIT.

        8450-SEARCH-HOLIDAY-TABLE.
            IF HOLIDAY-DATE (HOLIDAY-IX) = TRAN-DATE
                SET HOLIDAY-FOUND TO TRUE
                    EXCEPTRPT-FILE-STATUS.
            DISPLAY 'FILEIO - EXTRACTFILE STATUS: '
                    EXTRACTFILE-FILE-STATUS.
            DISPLAY 'FILEIO - WHSEFILE STATUS: '
                    WHSEFILE-FILE-STATUS.
            DISPLAY 'FILEIO - WHSERELFILE STATUS: '
                    WHSERELFILE-FILE-STATUS.
            DISPLAY 'FILEIO - RECORDS READ BEFORE ABEND: '
                    RECORDS-READ-COUNT.
            MOVE 16 TO RETURN-CODE.
                    VOID-AMOUNT-DIFF-COUNT.
            DISPLAY ' NON-BUSINESS-DAY WARNINGS . '
                    NONBUSINESS-WARN-COUNT.
            DISPLAY ' CLOSED-PERIOD REJECTS ..... '
                    CLOSED-PERIOD-REJ-COUNT.
            DISPLAY ' FUTURE ITEMS WAREHOUSED ... '
                    RECORDS-PARKED-COUNT.
            DISPLAY ' WAREHOUSE ITEMS RELEASED .. '
                    WHSE-RELEASED-COUNT.
            DISPLAY ' FOREIGN ITEMS CONVERTED ... '
                    FOREIGN-ITEM-COUNT.
            DISPLAY ' GOOD AMOUNT (BASE ' BASE-CURRENCY-CD ') .. '
                    CONTROL-TOTAL-AMOUNT.
            IF TRAILER-SEEN AND SOURCE-COUNT = 1
                DISPLAY ' TRAILER DECLARED COUNT .... '
