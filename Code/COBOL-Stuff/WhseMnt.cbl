        IDENTIFICATION DIVISION.
        PROGRAM-ID. WHSEMNT.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

        SELECT WHSEFILE ASSIGN TO DYNAMIC WHSEFILE-DSN
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS WHSE-KEY
            FILE STATUS  IS WHSEFILE-FILE-STATUS.

        SELECT SIGNONFILE ASSIGN TO DYNAMIC SIGNONFILE-DSN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS SIGNONFILE-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
         FD WHSEFILE
            RECORD CONTAINS 128.

            COPY WHSEREC.

         FD SIGNONFILE
            RECORD CONTAINS 80.

            COPY SIGNREC.

        WORKING-STORAGE SECTION.

         01 WHSEFILE-DSN            PIC X(80).
         01 SIGNONFILE-DSN          PIC X(80).

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==WHSEFILE-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==SIGNONFILE-FILE-STATUS==
             .

         COPY SECLOG.

         COPY TRANREC.

         01 SESSION-LEVEL           PIC X(01) VALUE SPACES.

         01 OPERATOR-ID             PIC X(08) VALUE SPACES.
         01 WHSE-ACTION             PIC X(01) VALUE SPACES.
         01 CANCEL-KEY              PIC X(10) VALUE SPACES.
         01 CANCEL-ANSWER           PIC X(01) VALUE SPACES.

         01 WHSE-DONE-SW            PIC X(01) VALUE 'N'.
            88 WHSE-DONE                   VALUE 'Y'.

         01 LIST-ALL-SW             PIC X(01) VALUE 'N'.
            88 LIST-ALL-ITEMS              VALUE 'Y'.

         01 ITEM-FOUND-SW           PIC X(01) VALUE 'N'.
            88 ITEM-FOUND                  VALUE 'Y'.

         01 CURRENT-RUN-DATE        PIC 9(08) VALUE ZERO.

         01 LISTED-ITEM-COUNT       PIC 9(9) COMP VALUE ZERO.
         01 LISTED-ITEM-AMOUNT      PIC S9(11)V99 VALUE ZERO.
         01 CANCELLED-THIS-SESSION  PIC 9(9) COMP VALUE ZERO.

         01 WHSE-AMOUNT-DISPLAY     PIC -9(8).99.
         01 TOTAL-AMOUNT-DISPLAY    PIC ZZZZZZZZZ9.99-.

        PROCEDURE DIVISION.
            PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

            IF WHSE-DONE
                GOBACK
            END-IF.

            PERFORM 3000-PROCESS-ONE-ACTION
               THRU 3000-EXIT
               UNTIL WHSE-DONE.

            CLOSE WHSEFILE.

            DISPLAY 'WHSEMNT - WAREHOUSE SESSION ENDED, '
                    CANCELLED-THIS-SESSION ' ITEMS CANCELLED.'.

            GOBACK.

        1000-INITIALIZE.
            MOVE SPACES TO WHSEFILE-DSN.
            ACCEPT WHSEFILE-DSN FROM ENVIRONMENT 'DD_WHSEFILE'.
            IF WHSEFILE-DSN = SPACES
                MOVE './WAREHOUSE.IDX' TO WHSEFILE-DSN
            END-IF.

            ACCEPT CURRENT-RUN-DATE FROM DATE YYYYMMDD.

            DISPLAY ' '.
            DISPLAY 'WHSEMNT - FUTURE-DATED TRANSACTION WAREHOUSE'.
            DISPLAY 'PENDING ITEMS RELEASE INTO FILEIO ON THEIR '
                    'TRANSACTION DATE; A CANCELLED ITEM NEVER '
                    'RELEASES.'.

            PERFORM 1100-READ-SESSION-RECORD
               THRU 1100-EXIT.

            IF OPERATOR-ID = SPACES OR SESSION-LEVEL < '2'
                DISPLAY 'WHSEMNT - THE WAREHOUSE NEEDS A LEVEL 2 '
                        'SIGN-ON THROUGH MENUDRV, SESSION ENDED.'
                MOVE SPACES TO SECLOG-PARMS
                MOVE OPERATOR-ID TO SECLOG-OPERATOR
                MOVE 'WHSEMNT' TO SECLOG-PROGRAM
                MOVE 'WAREHOUSE SESSION' TO SECLOG-ACTION
                MOVE 'D' TO SECLOG-RESULT
                MOVE 'NO REPAIR-LEVEL SESSION' TO SECLOG-DETAIL
                CALL 'SECLOG' USING SECLOG-PARMS
                SET WHSE-DONE TO TRUE
                MOVE 8 TO RETURN-CODE
            END-IF.

            IF WHSE-DONE
                NEXT SENTENCE
            ELSE
                OPEN I-O WHSEFILE
                IF NOT FILE-STATUS-SUCCESS OF WHSEFILE-FILE-STATUS
                    DISPLAY 'WHSEMNT - COULD NOT OPEN THE '
                            'WAREHOUSE: ' WHSEFILE-DSN
                    DISPLAY 'WHSEMNT - STATUS: '
                            WHSEFILE-FILE-STATUS
                    DISPLAY 'WHSEMNT - RUN FILEIO FIRST TO BUILD '
                            'THE WAREHOUSE.'
                    SET WHSE-DONE TO TRUE
                    MOVE 8 TO RETURN-CODE
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
            DISPLAY 'ACTION (L=LIST PENDING ITEMS, A=LIST ALL ITEMS, '
                    'C=CANCEL AN ITEM, X=EXIT): '
                    WITH NO ADVANCING.
            MOVE SPACES TO WHSE-ACTION.
            ACCEPT WHSE-ACTION.

            EVALUATE WHSE-ACTION
                WHEN 'L'
                WHEN 'l'
                    MOVE 'N' TO LIST-ALL-SW
                    PERFORM 4000-LIST-ITEMS
                       THRU 4000-EXIT
                WHEN 'A'
                WHEN 'a'
                    SET LIST-ALL-ITEMS TO TRUE
                    PERFORM 4000-LIST-ITEMS
                       THRU 4000-EXIT
                WHEN 'C'
                WHEN 'c'
                    PERFORM 6000-CANCEL-AN-ITEM
                       THRU 6000-EXIT
                WHEN 'X'
                WHEN 'x'
                    SET WHSE-DONE TO TRUE
                WHEN OTHER
                    DISPLAY 'WHSEMNT - INVALID ACTION.'
            END-EVALUATE.
        3000-EXIT.
            EXIT.

        4000-LIST-ITEMS.
            MOVE ZERO TO LISTED-ITEM-COUNT.
            MOVE ZERO TO LISTED-ITEM-AMOUNT.

            MOVE LOW-VALUES TO WHSE-KEY.
            START WHSEFILE KEY IS NOT LESS THAN WHSE-KEY.
            IF NOT FILE-STATUS-SUCCESS OF WHSEFILE-FILE-STATUS
                DISPLAY 'WHSEMNT - NO ITEMS IN THE WAREHOUSE.'
            ELSE
                DISPLAY ' RELEASE  TRAN-ID         AMOUNT  ST  '
                        'PARKED   SRC  ACTED ON BY       '
                        'DESCRIPTION'
                PERFORM 4100-LIST-NEXT-ITEM
                   THRU 4100-EXIT
                   UNTIL FILE-STATUS-AT-END OF WHSEFILE-FILE-STATUS
                DISPLAY ' '
                DISPLAY ' ITEMS LISTED .............. '
                        LISTED-ITEM-COUNT
                MOVE LISTED-ITEM-AMOUNT TO TOTAL-AMOUNT-DISPLAY
                DISPLAY ' AMOUNT LISTED ............. '
                        TOTAL-AMOUNT-DISPLAY
            END-IF.
        4000-EXIT.
            EXIT.

        4100-LIST-NEXT-ITEM.
            READ WHSEFILE NEXT RECORD
              AT END
                 SET FILE-STATUS-AT-END OF WHSEFILE-FILE-STATUS
                  TO TRUE
            END-READ.

            IF FILE-STATUS-AT-END OF WHSEFILE-FILE-STATUS
                NEXT SENTENCE
            ELSE
                IF FILE-STATUS-SUCCESS OF WHSEFILE-FILE-STATUS
                    IF WHSE-PENDING OR LIST-ALL-ITEMS
                        PERFORM 4200-SHOW-ONE-ITEM
                           THRU 4200-EXIT
                    END-IF
                ELSE
                    SET FILE-STATUS-AT-END OF WHSEFILE-FILE-STATUS
                        TO TRUE
                END-IF
            END-IF.
        4100-EXIT.
            EXIT.

        4200-SHOW-ONE-ITEM.
            MOVE WHSE-TRAN-IMAGE TO TRAN-RECORD.
            MOVE ZERO TO WHSE-AMOUNT-DISPLAY.
            ADD 1 TO LISTED-ITEM-COUNT.
            IF TRAN-AMOUNT-X(1:10) IS NUMERIC
                MOVE TRAN-AMOUNT-N TO WHSE-AMOUNT-DISPLAY
                ADD TRAN-AMOUNT-N TO LISTED-ITEM-AMOUNT
            END-IF.
            DISPLAY ' ' WHSE-RELEASE-DATE ' ' WHSE-TRAN-ID ' '
                    WHSE-AMOUNT-DISPLAY '  ' WHSE-STATUS-CD '  '
                    WHSE-PARKED-DATE ' ' WHSE-PARKED-SOURCE ' '
                    WHSE-ACTION-DATE ' ' WHSE-ACTION-BY ' '
                    TRAN-DESC(1:20).
        4200-EXIT.
            EXIT.

        6000-CANCEL-AN-ITEM.
            MOVE SPACES TO CANCEL-KEY.
            DISPLAY 'TRAN-ID TO CANCEL: ' WITH NO ADVANCING.
            ACCEPT CANCEL-KEY.

            IF CANCEL-KEY = SPACES
                DISPLAY 'WHSEMNT - NO TRAN-ID GIVEN.'
            ELSE
                MOVE 'N' TO ITEM-FOUND-SW
                MOVE LOW-VALUES TO WHSE-KEY
                START WHSEFILE KEY IS NOT LESS THAN WHSE-KEY
                IF FILE-STATUS-SUCCESS OF WHSEFILE-FILE-STATUS
                    PERFORM 6050-FIND-PENDING-ITEM
                       THRU 6050-EXIT
                       UNTIL ITEM-FOUND
                          OR FILE-STATUS-AT-END OF
                             WHSEFILE-FILE-STATUS
                END-IF
                IF ITEM-FOUND
                    PERFORM 6100-CONFIRM-AND-CANCEL
                       THRU 6100-EXIT
                ELSE
                    DISPLAY 'WHSEMNT - NO PENDING WAREHOUSE ITEM '
                            'FOR: ' CANCEL-KEY
                END-IF
            END-IF.
        6000-EXIT.
            EXIT.

        6050-FIND-PENDING-ITEM.
            READ WHSEFILE NEXT RECORD
              AT END
                 SET FILE-STATUS-AT-END OF WHSEFILE-FILE-STATUS
                  TO TRUE
            END-READ.

            IF FILE-STATUS-AT-END OF WHSEFILE-FILE-STATUS
                NEXT SENTENCE
            ELSE
                IF FILE-STATUS-SUCCESS OF WHSEFILE-FILE-STATUS
                    IF WHSE-TRAN-ID = CANCEL-KEY
                       AND WHSE-PENDING
                        SET ITEM-FOUND TO TRUE
                    END-IF
                ELSE
                    SET FILE-STATUS-AT-END OF WHSEFILE-FILE-STATUS
                        TO TRUE
                END-IF
            END-IF.
        6050-EXIT.
            EXIT.

        6100-CONFIRM-AND-CANCEL.
            PERFORM 4200-SHOW-ONE-ITEM
               THRU 4200-EXIT.

            MOVE SPACES TO CANCEL-ANSWER.
            DISPLAY 'CANCEL THIS ITEM SO IT NEVER RELEASES (Y/N)? '
                    WITH NO ADVANCING.
            ACCEPT CANCEL-ANSWER.

            IF CANCEL-ANSWER = 'Y' OR CANCEL-ANSWER = 'y'
                SET WHSE-CANCELLED TO TRUE
                MOVE CURRENT-RUN-DATE TO WHSE-ACTION-DATE
                MOVE OPERATOR-ID TO WHSE-ACTION-BY
                REWRITE WHSE-RECORD
                IF NOT FILE-STATUS-SUCCESS OF WHSEFILE-FILE-STATUS
                    PERFORM 9000-ABEND-AND-STOP
                END-IF
                ADD 1 TO CANCELLED-THIS-SESSION
                DISPLAY 'WHSEMNT - CANCELLED ' CANCEL-KEY
                        ' DUE ' WHSE-RELEASE-DATE '.'
                MOVE SPACES TO SECLOG-PARMS
                MOVE OPERATOR-ID TO SECLOG-OPERATOR
                MOVE 'WHSEMNT' TO SECLOG-PROGRAM
                MOVE 'WAREHOUSE CANCEL' TO SECLOG-ACTION
                MOVE 'A' TO SECLOG-RESULT
                STRING CANCEL-KEY        DELIMITED BY SIZE
                       ' DUE '           DELIMITED BY SIZE
                       WHSE-RELEASE-DATE DELIMITED BY SIZE
                    INTO SECLOG-DETAIL
                END-STRING
                CALL 'SECLOG' USING SECLOG-PARMS
            ELSE
                DISPLAY 'WHSEMNT - ITEM LEFT PENDING.'
            END-IF.
        6100-EXIT.
            EXIT.

        9000-ABEND-AND-STOP.
            DISPLAY 'WHSEMNT - ABEND - BAD FILE STATUS'.
            DISPLAY 'WHSEMNT - WHSEFILE STATUS: '
                    WHSEFILE-FILE-STATUS.
            MOVE 16 TO RETURN-CODE.
            GOBACK.
