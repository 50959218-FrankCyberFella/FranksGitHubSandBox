        IDENTIFICATION DIVISION.
        PROGRAM-ID. SCRNREV.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

        SELECT SCRNFILE ASSIGN TO DYNAMIC SCRNFILE-DSN
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SCRN-KEY
            FILE STATUS  IS SCRNFILE-FILE-STATUS.

        SELECT ACCTMAST ASSIGN TO DYNAMIC ACCTMAST-DSN
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ACCT-ID
            FILE STATUS  IS ACCTMAST-FILE-STATUS.

        SELECT REPOSTFILE ASSIGN TO DYNAMIC REPOSTFILE-DSN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS REPOSTFILE-FILE-STATUS.

        SELECT CASEFILE ASSIGN TO DYNAMIC CASEFILE-DSN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS CASEFILE-FILE-STATUS.

        SELECT SARXFILE ASSIGN TO DYNAMIC SARXFILE-DSN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS SARXFILE-FILE-STATUS.

        SELECT SIGNONFILE ASSIGN TO DYNAMIC SIGNONFILE-DSN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS SIGNONFILE-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
         FD SCRNFILE
            RECORD CONTAINS 200.

            COPY SCRNREC.

         FD ACCTMAST
            RECORD CONTAINS 160.

            COPY ACCTREC.

         FD REPOSTFILE
            RECORD CONTAINS 80.

         01 REPOST-RECORD    PIC X(80).

         FD CASEFILE
            RECORD CONTAINS 200.

         01 CASE-RECORD      PIC X(200).

         FD SARXFILE
            RECORD CONTAINS 160.

            COPY SARXREC.

         FD SIGNONFILE
            RECORD CONTAINS 80.

            COPY SIGNREC.

        WORKING-STORAGE SECTION.

         01 SCRNFILE-DSN            PIC X(80).
         01 ACCTMAST-DSN            PIC X(80).
         01 REPOSTFILE-DSN          PIC X(80).
         01 CASEFILE-DSN            PIC X(80).
         01 SARXFILE-DSN            PIC X(80).
         01 SIGNONFILE-DSN          PIC X(80).

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==SCRNFILE-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==ACCTMAST-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==REPOSTFILE-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==CASEFILE-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==SARXFILE-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==SIGNONFILE-FILE-STATUS==
             .

         COPY TRANREC.

         COPY SECLOG.

         01 SESSION-OPER-ID         PIC X(08) VALUE SPACES.
         01 SESSION-LEVEL           PIC X(01) VALUE SPACES.

         01 CURRENT-RUN-DATE        PIC 9(08) VALUE ZERO.
         01 CURRENT-RUN-TIME        PIC 9(08) VALUE ZERO.

         01 REV-ACTION              PIC X(01) VALUE SPACES.
         01 REV-KEY-IN              PIC X(15) VALUE SPACES.
         01 REV-CONFIRM             PIC X(01) VALUE SPACES.
         01 REV-NOTE                PIC X(30) VALUE SPACES.

         01 REV-DONE-SW             PIC X(01) VALUE 'N'.
            88 REV-DONE                    VALUE 'Y'.

         01 ITEM-FOUND-SW           PIC X(01) VALUE 'N'.
            88 ITEM-FOUND                  VALUE 'Y'.

         01 QUEUE-SCAN-DONE-SW      PIC X(01) VALUE 'N'.
            88 QUEUE-SCAN-DONE             VALUE 'Y'.

         01 ACCTMAST-OPEN-SW        PIC X(01) VALUE 'N'.
            88 ACCTMAST-OPEN               VALUE 'Y'.

         01 REPOST-OPEN-SW          PIC X(01) VALUE 'N'.
            88 REPOST-FILE-OPEN            VALUE 'Y'.

         01 CASE-OPEN-SW            PIC X(01) VALUE 'N'.
            88 CASE-FILE-OPEN              VALUE 'Y'.

         01 SARX-OPEN-SW            PIC X(01) VALUE 'N'.
            88 SARX-FILE-OPEN              VALUE 'Y'.

         01 OPEN-LIST-COUNT         PIC 9(9) COMP VALUE ZERO.
         01 CLEARED-COUNT           PIC 9(9) COMP VALUE ZERO.
         01 CONFIRMED-COUNT         PIC 9(9) COMP VALUE ZERO.

         01 SHOW-AMOUNT-DISPLAY     PIC ZZZZZZZZZZ9.99-.
         01 SHOW-AVG-DISPLAY        PIC ZZZZZZZZZZ9.99-.

        PROCEDURE DIVISION.
            PERFORM 1100-READ-SESSION-RECORD
               THRU 1100-EXIT.

            IF SESSION-OPER-ID = SPACES OR SESSION-LEVEL < '3'
                DISPLAY 'SCRNREV - SCREENING REVIEW NEEDS A LEVEL 3 '
                        'SIGN-ON THROUGH MENUDRV.'
                MOVE SPACES TO SECLOG-PARMS
                MOVE SESSION-OPER-ID TO SECLOG-OPERATOR
                MOVE 'SCRNREV' TO SECLOG-PROGRAM
                MOVE 'SCREENING REVIEW' TO SECLOG-ACTION
                MOVE 'D' TO SECLOG-RESULT
                MOVE 'NO COMPLIANCE-LEVEL SESSION' TO SECLOG-DETAIL
                CALL 'SECLOG' USING SECLOG-PARMS
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.

            PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

            IF REV-DONE
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.

            MOVE SPACES TO SECLOG-PARMS.
            MOVE SESSION-OPER-ID TO SECLOG-OPERATOR.
            MOVE 'SCRNREV' TO SECLOG-PROGRAM.
            MOVE 'SCREENING REVIEW' TO SECLOG-ACTION.
            MOVE 'A' TO SECLOG-RESULT.
            CALL 'SECLOG' USING SECLOG-PARMS.

            DISPLAY ' '.
            DISPLAY 'SCRNREV - SUSPICIOUS-ACTIVITY SCREENING REVIEW'.
            DISPLAY 'ITEMS HELD BY TRANSCRN ARE NOT POSTED UNTIL '
                    'CLEARED HERE.  CONFIRMED ITEMS GO TO THE CASE '
                    'FILE AND THE REGULATORY EXTRACT.'.

            PERFORM 3000-PROCESS-ONE-ACTION
               THRU 3000-EXIT
               UNTIL REV-DONE.

            CLOSE SCRNFILE.
            IF ACCTMAST-OPEN
                CLOSE ACCTMAST
            END-IF.
            IF REPOST-FILE-OPEN
                CLOSE REPOSTFILE
            END-IF.
            IF CASE-FILE-OPEN
                CLOSE CASEFILE
            END-IF.
            IF SARX-FILE-OPEN
                CLOSE SARXFILE
            END-IF.

            DISPLAY 'SCRNREV - REVIEW ENDED: ' CLEARED-COUNT
                    ' CLEARED FOR POSTING, ' CONFIRMED-COUNT
                    ' CONFIRMED.'.

            GOBACK.

        1000-INITIALIZE.
            MOVE SPACES TO SCRNFILE-DSN.
            ACCEPT SCRNFILE-DSN FROM ENVIRONMENT 'DD_SCRNFILE'.
            IF SCRNFILE-DSN = SPACES
                MOVE './SCREEN.IDX' TO SCRNFILE-DSN
            END-IF.

            MOVE SPACES TO ACCTMAST-DSN.
            ACCEPT ACCTMAST-DSN FROM ENVIRONMENT 'DD_ACCTMAST'.
            IF ACCTMAST-DSN = SPACES
                MOVE './ACCTMAST.IDX' TO ACCTMAST-DSN
            END-IF.

            MOVE SPACES TO REPOSTFILE-DSN.
            ACCEPT REPOSTFILE-DSN FROM ENVIRONMENT 'DD_REPOSTFILE'.
            IF REPOSTFILE-DSN = SPACES
                MOVE './POSTRCYC.TXT' TO REPOSTFILE-DSN
            END-IF.

            MOVE SPACES TO CASEFILE-DSN.
            ACCEPT CASEFILE-DSN FROM ENVIRONMENT 'DD_SCRNCASE'.
            IF CASEFILE-DSN = SPACES
                MOVE './SCRNCASE.TXT' TO CASEFILE-DSN
            END-IF.

            MOVE SPACES TO SARXFILE-DSN.
            ACCEPT SARXFILE-DSN FROM ENVIRONMENT 'DD_SARXTRACT'.
            IF SARXFILE-DSN = SPACES
                MOVE './SARXTRCT.TXT' TO SARXFILE-DSN
            END-IF.

            ACCEPT CURRENT-RUN-DATE FROM DATE YYYYMMDD.

            OPEN I-O SCRNFILE.
            IF NOT FILE-STATUS-SUCCESS OF SCRNFILE-FILE-STATUS
                DISPLAY 'SCRNREV - NO SCREENING REVIEW FILE TO WORK: '
                        SCRNFILE-DSN
                DISPLAY 'SCRNREV - STATUS: ' SCRNFILE-FILE-STATUS
                SET REV-DONE TO TRUE
            ELSE
                OPEN INPUT ACCTMAST
                IF FILE-STATUS-SUCCESS OF ACCTMAST-FILE-STATUS
                    SET ACCTMAST-OPEN TO TRUE
                ELSE
                    DISPLAY 'SCRNREV - WARNING: ACCOUNT MASTER NOT '
                            'AVAILABLE, NAMES LEFT OFF THE EXTRACT. '
                            'STATUS: ' ACCTMAST-FILE-STATUS
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

        3000-PROCESS-ONE-ACTION.
            DISPLAY ' '.
            DISPLAY 'ACTION (L=LIST OPEN HITS, S=SHOW AN ITEM, '
                    'C=CLEAR, F=CONFIRM, X=EXIT): '
                    WITH NO ADVANCING.
            MOVE SPACES TO REV-ACTION.
            ACCEPT REV-ACTION.

            EVALUATE REV-ACTION
                WHEN 'L'
                WHEN 'l'
                    PERFORM 4000-LIST-OPEN-ITEMS
                       THRU 4000-EXIT
                WHEN 'S'
                WHEN 's'
                    PERFORM 8000-ACCEPT-AN-ITEM-KEY
                       THRU 8000-EXIT
                    IF ITEM-FOUND
                        PERFORM 5000-SHOW-AN-ITEM
                           THRU 5000-EXIT
                    END-IF
                WHEN 'C'
                WHEN 'c'
                    PERFORM 8000-ACCEPT-AN-ITEM-KEY
                       THRU 8000-EXIT
                    IF ITEM-FOUND
                        PERFORM 6000-CLEAR-AN-ITEM
                           THRU 6000-EXIT
                    END-IF
                WHEN 'F'
                WHEN 'f'
                    PERFORM 8000-ACCEPT-AN-ITEM-KEY
                       THRU 8000-EXIT
                    IF ITEM-FOUND
                        PERFORM 7000-CONFIRM-AN-ITEM
                           THRU 7000-EXIT
                    END-IF
                WHEN 'X'
                WHEN 'x'
                    SET REV-DONE TO TRUE
                WHEN OTHER
                    DISPLAY 'SCRNREV - INVALID ACTION.'
            END-EVALUATE.
        3000-EXIT.
            EXIT.

        4000-LIST-OPEN-ITEMS.
            MOVE ZERO TO OPEN-LIST-COUNT.
            MOVE LOW-VALUES TO SCRN-KEY.
            START SCRNFILE KEY IS NOT LESS THAN SCRN-KEY.
            IF FILE-STATUS-SUCCESS OF SCRNFILE-FILE-STATUS
                DISPLAY ' ITEM KEY        ACCT HITS TRAN-ID   '
                        '          AMOUNT'
                MOVE 'N' TO QUEUE-SCAN-DONE-SW
                PERFORM 4100-LIST-ONE-ITEM
                   THRU 4100-EXIT
                   UNTIL QUEUE-SCAN-DONE
            END-IF.
            IF OPEN-LIST-COUNT = ZERO
                DISPLAY 'SCRNREV - NO SCREENING HITS ARE AWAITING '
                        'REVIEW.'
            END-IF.
        4000-EXIT.
            EXIT.

        4100-LIST-ONE-ITEM.
            READ SCRNFILE NEXT RECORD
              AT END
                 SET FILE-STATUS-AT-END OF SCRNFILE-FILE-STATUS
                  TO TRUE
            END-READ.

            IF NOT FILE-STATUS-SUCCESS OF SCRNFILE-FILE-STATUS
                SET QUEUE-SCAN-DONE TO TRUE
            ELSE
                IF SCRN-OPEN
                    ADD 1 TO OPEN-LIST-COUNT
                    MOVE SCRN-TRAN-DATA TO TRAN-RECORD
                    PERFORM 5100-EDIT-THE-AMOUNT
                       THRU 5100-EXIT
                    DISPLAY ' ' SCRN-KEY ' ' SCRN-ACCT-ID ' '
                            SCRN-HIT-FLAGS ' ' TRAN-ID ' '
                            SHOW-AMOUNT-DISPLAY
                END-IF
            END-IF.
        4100-EXIT.
            EXIT.

        5000-SHOW-AN-ITEM.
            MOVE SCRN-TRAN-DATA TO TRAN-RECORD.
            PERFORM 5100-EDIT-THE-AMOUNT
               THRU 5100-EXIT.
            MOVE SCRN-AVG-AMOUNT TO SHOW-AVG-DISPLAY.
            DISPLAY ' '.
            DISPLAY '-----------------------------------------------'.
            DISPLAY ' ITEM ........... ' SCRN-KEY ' STATUS '
                    SCRN-STATUS-CD.
            DISPLAY ' ACCOUNT ........ ' SCRN-ACCT-ID.
            DISPLAY ' TRAN-ID ........ ' TRAN-ID.
            DISPLAY ' TRAN-DATE ...... ' TRAN-DATE.
            DISPLAY ' AMOUNT ......... ' SHOW-AMOUNT-DISPLAY ' '
                    TRAN-CURRENCY-CD.
            DISPLAY ' STATUS CODE .... ' TRAN-STATUS-CD.
            DISPLAY ' DESCRIPTION .... ' TRAN-DESC.
            IF TRAN-TYPE-TRANSFER
                DISPLAY ' TRANSFER ....... ' TRAN-XFER-FROM-ACCT
                        ' TO ' TRAN-XFER-TO-ACCT
            END-IF.
            DISPLAY ' WHY HELD:'.
            IF SCRN-AMOUNT-HIT
                DISPLAY '   A - AMOUNT AGAINST AN AVERAGE OF '
                        SHOW-AVG-DISPLAY ' OVER ' SCRN-HIST-COUNT
                        ' ITEMS'
            END-IF.
            IF SCRN-VELOCITY-HIT
                DISPLAY '   V - ' SCRN-DAY-COUNT ' ITEMS TODAY, '
                        'USUALLY ' SCRN-USUAL-DAILY ' A DAY'
            END-IF.
            IF SCRN-DORMANT-HIT
                DISPLAY '   D - FIRST ACTIVITY AFTER ' SCRN-IDLE-DAYS
                        ' IDLE DAYS OR ON A DORMANT ACCOUNT'
            END-IF.
            IF SCRN-STRUCTURE-HIT
                DISPLAY '   S - ROUND AMOUNT JUST UNDER THE '
                        'REPORTING THRESHOLD'
            END-IF.
            IF NOT SCRN-OPEN
                DISPLAY ' DECIDED BY ..... ' SCRN-DEC-OPER ' ON '
                        SCRN-DEC-DATE ' ' SCRN-DEC-NOTE
            END-IF.
            DISPLAY '-----------------------------------------------'.
        5000-EXIT.
            EXIT.

        5100-EDIT-THE-AMOUNT.
            IF TRAN-AMOUNT-X(1:10) IS NUMERIC
               AND (TRAN-AMOUNT-X(11:1) = '+'
                 OR TRAN-AMOUNT-X(11:1) = '-')
                MOVE TRAN-AMOUNT-N TO SHOW-AMOUNT-DISPLAY
            ELSE
                MOVE ZERO TO SHOW-AMOUNT-DISPLAY
            END-IF.
        5100-EXIT.
            EXIT.

        6000-CLEAR-AN-ITEM.
            IF NOT SCRN-OPEN
                DISPLAY 'SCRNREV - ITEM ' SCRN-KEY
                        ' HAS ALREADY BEEN DECIDED (STATUS '
                        SCRN-STATUS-CD ').'
            ELSE
                PERFORM 5000-SHOW-AN-ITEM
                   THRU 5000-EXIT
                DISPLAY 'REASON FOR CLEARING: ' WITH NO ADVANCING
                MOVE SPACES TO REV-NOTE
                ACCEPT REV-NOTE
                IF REV-NOTE = SPACES
                    DISPLAY 'SCRNREV - A REASON IS REQUIRED, NOTHING '
                            'DONE.'
                ELSE
                    DISPLAY 'CLEAR AND RELEASE TO THE NEXT POSTING '
                            'RUN (Y/N)? ' WITH NO ADVANCING
                    MOVE SPACES TO REV-CONFIRM
                    ACCEPT REV-CONFIRM
                    IF REV-CONFIRM = 'Y' OR REV-CONFIRM = 'y'
                        PERFORM 6100-RELEASE-THE-ITEM
                           THRU 6100-EXIT
                    ELSE
                        DISPLAY 'SCRNREV - NOTHING DONE.'
                    END-IF
                END-IF
            END-IF.
        6000-EXIT.
            EXIT.

        6100-RELEASE-THE-ITEM.
            IF NOT REPOST-FILE-OPEN
                PERFORM 6500-OPEN-REPOST-FILE
                   THRU 6500-EXIT
            END-IF.
            MOVE SCRN-TRAN-DATA TO REPOST-RECORD.
            WRITE REPOST-RECORD.
            IF NOT FILE-STATUS-SUCCESS OF REPOSTFILE-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.

            SET SCRN-CLEARED TO TRUE.
            PERFORM 8200-STAMP-THE-DECISION
               THRU 8200-EXIT.
            ADD 1 TO CLEARED-COUNT.
            DISPLAY 'SCRNREV - ITEM ' SCRN-KEY ' CLEARED AND '
                    'QUEUED FOR THE NEXT POSTING RUN.'.
            MOVE 'SCREEN HIT CLEARED' TO SECLOG-ACTION.
            MOVE 'A' TO SECLOG-RESULT.
            PERFORM 8500-LOG-THE-DECISION
               THRU 8500-EXIT.
        6100-EXIT.
            EXIT.

        6500-OPEN-REPOST-FILE.
            OPEN EXTEND REPOSTFILE.
            IF NOT FILE-STATUS-SUCCESS OF REPOSTFILE-FILE-STATUS
                OPEN OUTPUT REPOSTFILE
            END-IF.
            IF NOT FILE-STATUS-SUCCESS OF REPOSTFILE-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.
            SET REPOST-FILE-OPEN TO TRUE.
        6500-EXIT.
            EXIT.

        7000-CONFIRM-AN-ITEM.
            IF NOT SCRN-OPEN
                DISPLAY 'SCRNREV - ITEM ' SCRN-KEY
                        ' HAS ALREADY BEEN DECIDED (STATUS '
                        SCRN-STATUS-CD ').'
            ELSE
                PERFORM 5000-SHOW-AN-ITEM
                   THRU 5000-EXIT
                DISPLAY 'NARRATIVE FOR THE REPORT: '
                        WITH NO ADVANCING
                MOVE SPACES TO REV-NOTE
                ACCEPT REV-NOTE
                IF REV-NOTE = SPACES
                    DISPLAY 'SCRNREV - A NARRATIVE IS REQUIRED, '
                            'NOTHING DONE.'
                ELSE
                    DISPLAY 'CONFIRM AS SUSPICIOUS AND REPORT - THE '
                            'ITEM WILL NOT BE POSTED (Y/N)? '
                            WITH NO ADVANCING
                    MOVE SPACES TO REV-CONFIRM
                    ACCEPT REV-CONFIRM
                    IF REV-CONFIRM = 'Y' OR REV-CONFIRM = 'y'
                        PERFORM 7100-REPORT-THE-ITEM
                           THRU 7100-EXIT
                    ELSE
                        DISPLAY 'SCRNREV - NOTHING DONE.'
                    END-IF
                END-IF
            END-IF.
        7000-EXIT.
            EXIT.

        7100-REPORT-THE-ITEM.
            SET SCRN-CONFIRMED TO TRUE.
            PERFORM 8200-STAMP-THE-DECISION
               THRU 8200-EXIT.

            IF NOT CASE-FILE-OPEN
                OPEN EXTEND CASEFILE
                IF NOT FILE-STATUS-SUCCESS OF CASEFILE-FILE-STATUS
                    OPEN OUTPUT CASEFILE
                END-IF
                IF NOT FILE-STATUS-SUCCESS OF CASEFILE-FILE-STATUS
                    PERFORM 9000-ABEND-AND-STOP
                END-IF
                SET CASE-FILE-OPEN TO TRUE
            END-IF.
            MOVE SCRN-RECORD TO CASE-RECORD.
            WRITE CASE-RECORD.
            IF NOT FILE-STATUS-SUCCESS OF CASEFILE-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.

            IF NOT SARX-FILE-OPEN
                OPEN EXTEND SARXFILE
                IF NOT FILE-STATUS-SUCCESS OF SARXFILE-FILE-STATUS
                    OPEN OUTPUT SARXFILE
                END-IF
                IF NOT FILE-STATUS-SUCCESS OF SARXFILE-FILE-STATUS
                    PERFORM 9000-ABEND-AND-STOP
                END-IF
                SET SARX-FILE-OPEN TO TRUE
            END-IF.
            PERFORM 7200-BUILD-THE-EXTRACT
               THRU 7200-EXIT.
            WRITE SARX-RECORD.
            IF NOT FILE-STATUS-SUCCESS OF SARXFILE-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.

            ADD 1 TO CONFIRMED-COUNT.
            DISPLAY 'SCRNREV - ITEM ' SCRN-KEY ' CONFIRMED, CASE '
                    'OPENED AND REPORT EXTRACT WRITTEN.'.
            MOVE 'SCREEN HIT CONFIRMED' TO SECLOG-ACTION.
            MOVE 'A' TO SECLOG-RESULT.
            PERFORM 8500-LOG-THE-DECISION
               THRU 8500-EXIT.
        7100-EXIT.
            EXIT.

        7200-BUILD-THE-EXTRACT.
            MOVE SCRN-TRAN-DATA TO TRAN-RECORD.
            MOVE SPACES TO SARX-RECORD.
            MOVE 'SAR' TO SARX-REC-TYPE.
            MOVE CURRENT-RUN-DATE TO SARX-FILING-DATE.
            MOVE SCRN-KEY TO SARX-CASE-KEY.
            MOVE SCRN-ACCT-ID TO SARX-ACCT-ID.
            MOVE TRAN-ID TO SARX-TRAN-ID.
            MOVE TRAN-DATE TO SARX-TRAN-DATE.
            MOVE ZERO TO SARX-AMOUNT.
            IF TRAN-AMOUNT-X(1:10) IS NUMERIC
               AND (TRAN-AMOUNT-X(11:1) = '+'
                 OR TRAN-AMOUNT-X(11:1) = '-')
                MOVE TRAN-AMOUNT-N TO SARX-AMOUNT
            END-IF.
            MOVE TRAN-CURRENCY-CD TO SARX-CURRENCY-CD.
            MOVE SARX-AMOUNT TO SARX-ORIG-AMOUNT.
            IF TRAN-TYPE-ORDINARY
               AND TRAN-ORIG-AMOUNT-N IS NUMERIC
                MOVE TRAN-ORIG-AMOUNT-N TO SARX-ORIG-AMOUNT
            END-IF.
            MOVE SCRN-HIT-FLAGS TO SARX-ACTIVITY-CD.
            MOVE SESSION-OPER-ID TO SARX-CONFIRMED-BY.
            MOVE REV-NOTE TO SARX-NARRATIVE.

            IF ACCTMAST-OPEN
                MOVE SCRN-ACCT-ID TO ACCT-ID
                READ ACCTMAST
                IF FILE-STATUS-SUCCESS OF ACCTMAST-FILE-STATUS
                    MOVE ACCT-NAME TO SARX-ACCT-NAME
                    MOVE ACCT-BRANCH-CD TO SARX-BRANCH-CD
                END-IF
            END-IF.
        7200-EXIT.
            EXIT.

        8000-ACCEPT-AN-ITEM-KEY.
            MOVE 'N' TO ITEM-FOUND-SW.
            MOVE SPACES TO REV-KEY-IN.
            DISPLAY 'ITEM KEY (SCREEN DATE AND NUMBER, 15 DIGITS): '
                    WITH NO ADVANCING.
            ACCEPT REV-KEY-IN.
            IF REV-KEY-IN IS NOT NUMERIC
                DISPLAY 'SCRNREV - THE ITEM KEY IS THE YYYYMMDD '
                        'SCREEN DATE FOLLOWED BY THE 7-DIGIT NUMBER.'
            ELSE
                MOVE REV-KEY-IN TO SCRN-KEY
                READ SCRNFILE
                IF FILE-STATUS-SUCCESS OF SCRNFILE-FILE-STATUS
                    SET ITEM-FOUND TO TRUE
                ELSE
                    DISPLAY 'SCRNREV - ITEM NOT ON FILE: '
                            REV-KEY-IN
                END-IF
            END-IF.
        8000-EXIT.
            EXIT.

        8200-STAMP-THE-DECISION.
            ACCEPT CURRENT-RUN-TIME FROM TIME.
            MOVE SESSION-OPER-ID TO SCRN-DEC-OPER.
            MOVE CURRENT-RUN-DATE TO SCRN-DEC-DATE.
            MOVE CURRENT-RUN-TIME(1:6) TO SCRN-DEC-TIME.
            MOVE REV-NOTE TO SCRN-DEC-NOTE.
            REWRITE SCRN-RECORD.
            IF NOT FILE-STATUS-SUCCESS OF SCRNFILE-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.
        8200-EXIT.
            EXIT.

        8500-LOG-THE-DECISION.
            MOVE SESSION-OPER-ID TO SECLOG-OPERATOR.
            MOVE 'SCRNREV' TO SECLOG-PROGRAM.
            MOVE SPACES TO SECLOG-DETAIL.
            STRING 'SCRN ' SCRN-KEY ' ' SCRN-ACCT-ID ' '
                   TRAN-ID
                   DELIMITED BY SIZE INTO SECLOG-DETAIL
            END-STRING.
            CALL 'SECLOG' USING SECLOG-PARMS.
        8500-EXIT.
            EXIT.

        9000-ABEND-AND-STOP.
            DISPLAY 'SCRNREV - ABEND - BAD FILE STATUS'.
            DISPLAY 'SCRNREV - SCRNFILE STATUS:   '
                    SCRNFILE-FILE-STATUS.
            DISPLAY 'SCRNREV - REPOSTFILE STATUS: '
                    REPOSTFILE-FILE-STATUS.
            DISPLAY 'SCRNREV - CASEFILE STATUS:   '
                    CASEFILE-FILE-STATUS.
            DISPLAY 'SCRNREV - SARXFILE STATUS:   '
                    SARXFILE-FILE-STATUS.
            DISPLAY 'SCRNREV - ITEM IN HAND: ' SCRN-KEY
                    ' - CHECK ITS STATUS BEFORE DECIDING IT AGAIN.'.
            MOVE 16 TO RETURN-CODE.
            GOBACK.
