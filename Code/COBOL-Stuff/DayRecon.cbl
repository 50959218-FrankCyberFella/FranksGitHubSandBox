            RECORD KEY IS ACCT-ID
            FILE STATUS  IS ACCTMAST-FILE-STATUS.

        SELECT SCRNFILE ASSIGN TO DYNAMIC SCRNFILE-DSN
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SCRN-KEY
            FILE STATUS  IS SCRNFILE-FILE-STATUS.

        SELECT GLBREAKFILE ASSIGN TO DYNAMIC GLBREAKFILE-DSN
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS GLB-KEY
            FILE STATUS  IS GLBREAKFILE-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
         FD RUNLOGFILE
            COPY POSTLOG.

         FD ACCTMAST
            RECORD CONTAINS 160.

            COPY ACCTREC.

         FD SCRNFILE
            RECORD CONTAINS 200.

            COPY SCRNREC.

         FD GLBREAKFILE
            RECORD CONTAINS 128.

            COPY GLBREC.

        WORKING-STORAGE SECTION.

         01 RUNLOGFILE-DSN          PIC X(80).
         01 POSTLOGFILE-DSN         PIC X(80).
         01 ACCTMAST-DSN            PIC X(80).
         01 SCRNFILE-DSN            PIC X(80).
         01 GLBREAKFILE-DSN         PIC X(80).

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==RUNLOGFILE-FILE-STATUS==
             REPLACING ==STATUS-FIELD== BY ==ACCTMAST-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==SCRNFILE-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==GLBREAKFILE-FILE-STATUS==
             .

         COPY TRANREC.

         01 RECON-DATE              PIC X(08) VALUE SPACES.

         01 EDIT-RUN-FOUND-SW       PIC X(01) VALUE 'N'.
         01 GOODFILE-READ-WORK      PIC 9(09) VALUE ZERO.
         01 GOODFILE-AMOUNT-WORK    PIC S9(11)V99 VALUE ZERO.

         01 SCREEN-HELD-COUNT       PIC 9(09) VALUE ZERO.
         01 SCREEN-HELD-AMOUNT      PIC S9(11)V99 VALUE ZERO.
         01 SCREEN-SCAN-DONE-SW     PIC X(01) VALUE 'N'.
            88 SCREEN-SCAN-DONE            VALUE 'Y'.

         01 GL-RECON-FOUND-SW       PIC X(01) VALUE 'N'.
            88 GL-RECON-FOUND              VALUE 'Y'.
         01 GL-BREAK-SCAN-DONE-SW   PIC X(01) VALUE 'N'.
            88 GL-BREAK-SCAN-DONE          VALUE 'Y'.
         01 GL-LINES-SENT           PIC 9(05) VALUE ZERO.
         01 GL-LINES-RETURNED       PIC 9(05) VALUE ZERO.
         01 GL-LINES-MATCHED        PIC 9(05) VALUE ZERO.
         01 GL-DAY-BREAK-COUNT      PIC 9(09) VALUE ZERO.
         01 GL-PRIOR-BREAK-COUNT    PIC 9(09) VALUE ZERO.

         01 MASTER-ACCOUNT-COUNT    PIC 9(09) VALUE ZERO.
         01 MASTER-CURRENT-TOTAL    PIC S9(11)V99 VALUE ZERO.
         01 MASTER-MOVEMENT         PIC S9(11)V99 VALUE ZERO.
            PERFORM 4000-FIND-POSTING-RUN
               THRU 4000-EXIT.

            PERFORM 4500-COUNT-SCREEN-HOLDS
               THRU 4500-EXIT.

            PERFORM 4700-CHECK-GL-LEDGER
               THRU 4700-EXIT.

            PERFORM 5000-SWEEP-THE-MASTER
               THRU 5000-EXIT.

                MOVE 12 TO RETURN-CODE
            ELSE
                IF NOT EDIT-RUN-FOUND OR NOT POST-RUN-FOUND
                   OR NOT GL-RECON-FOUND
                   OR GL-PRIOR-BREAK-COUNT > ZERO
                    MOVE 8 TO RETURN-CODE
                END-IF
            END-IF.
            IF ACCTMAST-DSN = SPACES
                MOVE './ACCTMAST.IDX' TO ACCTMAST-DSN
            END-IF.

            MOVE SPACES TO SCRNFILE-DSN.
            ACCEPT SCRNFILE-DSN FROM ENVIRONMENT 'DD_SCRNFILE'.
            IF SCRNFILE-DSN = SPACES
                MOVE './SCREEN.IDX' TO SCRNFILE-DSN
            END-IF.

            MOVE SPACES TO GLBREAKFILE-DSN.
            ACCEPT GLBREAKFILE-DSN FROM ENVIRONMENT 'DD_GLBREAK'.
            IF GLBREAKFILE-DSN = SPACES
                MOVE './GLBREAK.IDX' TO GLBREAKFILE-DSN
            END-IF.
        1000-EXIT.
            EXIT.

        4200-EXIT.
            EXIT.

        4500-COUNT-SCREEN-HOLDS.
            OPEN INPUT SCRNFILE.
            IF FILE-STATUS-SUCCESS OF SCRNFILE-FILE-STATUS
                MOVE SPACES TO SCRN-KEY
                MOVE RECON-DATE TO SCRN-SCREEN-DATE
                MOVE ZERO TO SCRN-SEQ-NO
                MOVE 'N' TO SCREEN-SCAN-DONE-SW
                START SCRNFILE KEY IS NOT LESS THAN SCRN-KEY
                IF FILE-STATUS-SUCCESS OF SCRNFILE-FILE-STATUS
                    PERFORM 4600-COUNT-ONE-HOLD
                       THRU 4600-EXIT
                       UNTIL SCREEN-SCAN-DONE
                END-IF
                CLOSE SCRNFILE
            END-IF.
        4500-EXIT.
            EXIT.

        4600-COUNT-ONE-HOLD.
            READ SCRNFILE NEXT RECORD
              AT END
                 SET FILE-STATUS-AT-END OF SCRNFILE-FILE-STATUS
                  TO TRUE
            END-READ.

            IF NOT FILE-STATUS-SUCCESS OF SCRNFILE-FILE-STATUS
                SET SCREEN-SCAN-DONE TO TRUE
            ELSE
                IF SCRN-SCREEN-DATE NOT = RECON-DATE
                    SET SCREEN-SCAN-DONE TO TRUE
                ELSE
                    ADD 1 TO SCREEN-HELD-COUNT
                    MOVE SCRN-TRAN-DATA TO TRAN-RECORD
                    IF TRAN-AMOUNT-X(1:10) IS NUMERIC
                       AND (TRAN-AMOUNT-X(11:1) = '+'
                         OR TRAN-AMOUNT-X(11:1) = '-')
                        ADD TRAN-AMOUNT-N TO SCREEN-HELD-AMOUNT
                    END-IF
                END-IF
            END-IF.
        4600-EXIT.
            EXIT.

        4700-CHECK-GL-LEDGER.
            OPEN INPUT GLBREAKFILE.
            IF NOT FILE-STATUS-SUCCESS OF GLBREAKFILE-FILE-STATUS
                DISPLAY 'DAYRECON - NO GL BREAK FILE - THE LEDGER '
                        'LEG CANNOT BE PROVED.'
            ELSE
                MOVE SPACES TO GLB-SUMMARY-RECORD
                MOVE RECON-DATE TO GLBS-RUN-DATE
                MOVE SPACES TO GLBS-ACCT-ID
                MOVE '00' TO GLBS-POST-TYPE
                READ GLBREAKFILE
                IF FILE-STATUS-SUCCESS OF GLBREAKFILE-FILE-STATUS
                   AND GLB-SUMMARY
                    SET GL-RECON-FOUND TO TRUE
                    MOVE GLBS-LINES-SENT TO GL-LINES-SENT
                    MOVE GLBS-LINES-RETURNED TO GL-LINES-RETURNED
                    MOVE GLBS-LINES-MATCHED TO GL-LINES-MATCHED
                END-IF
                MOVE LOW-VALUES TO GLB-KEY
                MOVE 'N' TO GL-BREAK-SCAN-DONE-SW
                START GLBREAKFILE KEY IS NOT LESS THAN GLB-KEY
                IF FILE-STATUS-SUCCESS OF GLBREAKFILE-FILE-STATUS
                    PERFORM 4800-COUNT-ONE-GL-BREAK
                       THRU 4800-EXIT
                       UNTIL GL-BREAK-SCAN-DONE
                END-IF
                CLOSE GLBREAKFILE
            END-IF.
        4700-EXIT.
            EXIT.

        4800-COUNT-ONE-GL-BREAK.
            READ GLBREAKFILE NEXT RECORD
              AT END
                 SET FILE-STATUS-AT-END OF GLBREAKFILE-FILE-STATUS
                  TO TRUE
            END-READ.

            IF NOT FILE-STATUS-SUCCESS OF GLBREAKFILE-FILE-STATUS
                SET GL-BREAK-SCAN-DONE TO TRUE
            ELSE
                IF GLB-RUN-DATE > RECON-DATE
                    SET GL-BREAK-SCAN-DONE TO TRUE
                ELSE
                    IF GLB-OPEN AND NOT GLB-SUMMARY
                        IF GLB-RUN-DATE = RECON-DATE
                            ADD 1 TO GL-DAY-BREAK-COUNT
                        ELSE
                            ADD 1 TO GL-PRIOR-BREAK-COUNT
                        END-IF
                    END-IF
                END-IF
            END-IF.
        4800-EXIT.
            EXIT.

        5000-SWEEP-THE-MASTER.
            OPEN INPUT ACCTMAST.
            IF NOT FILE-STATUS-SUCCESS OF ACCTMAST-FILE-STATUS
            IF EDIT-RUN-FOUND AND POST-RUN-FOUND
                COMPUTE GOODFILE-READ-WORK =
                    POST-READ-COUNT - POST-REPOST-COUNT
                  + SCREEN-HELD-COUNT
                COMPUTE GOODFILE-AMOUNT-WORK =
                    POST-AMOUNT-READ - POST-REPOST-AMOUNT
                  + SCREEN-HELD-AMOUNT
                IF EDIT-GOOD-COUNT NOT = GOODFILE-READ-WORK
                    SET RECON-FAILED TO TRUE
                    DISPLAY 'DAYRECON - OUT OF BALANCE: FILEIO '
                            'WROTE ' EDIT-GOOD-COUNT ' GOOD '
                            'RECORDS BUT TRANPOST READ AND SCREENING '
                            'HELD ' GOODFILE-READ-WORK '.'
                END-IF
                IF EDIT-CONTROL-TOTAL NOT = GOODFILE-AMOUNT-WORK
                    SET RECON-FAILED TO TRUE
                         TO RECON-AMOUNT-DISPLAY-2
                    DISPLAY 'DAYRECON - OUT OF BALANCE: FILEIO '
                            'CONTROL TOTAL ' RECON-AMOUNT-DISPLAY
                            ' BUT TRANPOST READ AND SCREENING HELD '
                            RECON-AMOUNT-DISPLAY-2 '.'
                END-IF
            END-IF.

                            ' - SOMETHING POSTED SINCE.'
                END-IF
            END-IF.

            IF GL-DAY-BREAK-COUNT > ZERO
                SET RECON-FAILED TO TRUE
                DISPLAY 'DAYRECON - OUT OF BALANCE: ' GL-DAY-BREAK-COUNT
                        ' LINES OF THE DAY''S GL JOURNAL DID NOT LOAD '
                        'AS SENT - SEE THE GLRECON REPORT.'
            END-IF.
        6000-EXIT.
            EXIT.

            ELSE
                DISPLAY ' NO TRANPOST RUN LOGGED FOR THE DAY.'
            END-IF.
            IF SCREEN-HELD-COUNT > ZERO
                MOVE SCREEN-HELD-AMOUNT TO RECON-AMOUNT-DISPLAY
                DISPLAY ' HELD BY SCREENING ......... '
                        SCREEN-HELD-COUNT ' / '
                        RECON-AMOUNT-DISPLAY
            END-IF.
            IF GL-RECON-FOUND
                DISPLAY ' GL JOURNAL LINES SENT ..... '
                        GL-LINES-SENT
                DISPLAY ' GL LINES RETURNED ......... '
                        GL-LINES-RETURNED
                DISPLAY ' GL LINES MATCHED .......... '
                        GL-LINES-MATCHED
                DISPLAY ' GL BREAKS OPEN, THIS DAY .. '
                        GL-DAY-BREAK-COUNT
            ELSE
                DISPLAY ' NO GL ACCEPTANCE RECONCILED FOR THE DAY.'
            END-IF.
            IF GL-PRIOR-BREAK-COUNT > ZERO
                DISPLAY ' GL BREAKS CARRIED OPEN .... '
                        GL-PRIOR-BREAK-COUNT
            END-IF.
            MOVE MASTER-CURRENT-TOTAL TO RECON-AMOUNT-DISPLAY.
            DISPLAY ' ACCOUNTS ON THE MASTER .... '
                    MASTER-ACCOUNT-COUNT.
                        'THE MESSAGES ABOVE.'
            ELSE
                IF EDIT-RUN-FOUND AND POST-RUN-FOUND
                   AND GL-RECON-FOUND
                    IF GL-PRIOR-BREAK-COUNT > ZERO
                        DISPLAY ' RESULT: ALL LEGS TIE OUT - GL '
                                'BREAKS FROM EARLIER DAYS ARE STILL '
                                'OPEN.'
                    ELSE
                        DISPLAY ' RESULT: ALL LEGS TIE OUT.'
                    END-IF
                ELSE
                    DISPLAY ' RESULT: INCOMPLETE - A LEG IS '
                            'MISSING.'
