        IDENTIFICATION DIVISION.
        PROGRAM-ID. CUSTMNT.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

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

        SELECT ACCTMAST ASSIGN TO DYNAMIC ACCTMAST-DSN
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ACCT-ID
            FILE STATUS  IS ACCTMAST-FILE-STATUS.

        SELECT SIGNONFILE ASSIGN TO DYNAMIC SIGNONFILE-DSN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS SIGNONFILE-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
         FD CUSTMAST
            RECORD CONTAINS 160.

            COPY CUSTREC.

         FD CRELFILE
            RECORD CONTAINS 80.

            COPY CRELREC.

         FD ACCTMAST
            RECORD CONTAINS 160.

            COPY ACCTREC.

         FD SIGNONFILE
            RECORD CONTAINS 80.

            COPY SIGNREC.

        WORKING-STORAGE SECTION.

         01 CUSTMAST-DSN            PIC X(80).
         01 CRELFILE-DSN            PIC X(80).
         01 ACCTMAST-DSN            PIC X(80).
         01 SIGNONFILE-DSN          PIC X(80).

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==CUSTMAST-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==CRELFILE-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==ACCTMAST-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==SIGNONFILE-FILE-STATUS==
             .

         COPY SECLOG.

         COPY PENDCHG.

         01 MAINT-BEFORE-IMAGE      PIC X(160) VALUE SPACES.
         01 MAINT-AFTER-IMAGE       PIC X(160) VALUE SPACES.
         01 MAINT-FILE-CD           PIC X(01) VALUE SPACES.
         01 MAINT-RECORD-KEY        PIC X(10) VALUE SPACES.

         01 OPERATOR-ID             PIC X(08) VALUE SPACES.
         01 SESSION-LEVEL           PIC X(01) VALUE SPACES.

         01 MAINT-ACTION            PIC X(01) VALUE SPACES.
         01 MAINT-CUST-ID           PIC X(06) VALUE SPACES.
         01 MAINT-ACCT-ID           PIC X(04) VALUE SPACES.
         01 MAINT-NAME              PIC X(30) VALUE SPACES.
         01 MAINT-ADDR-LINE-1       PIC X(30) VALUE SPACES.
         01 MAINT-ADDR-LINE-2       PIC X(30) VALUE SPACES.
         01 MAINT-CITY              PIC X(18) VALUE SPACES.
         01 MAINT-STATE-CD          PIC X(02) VALUE SPACES.
         01 MAINT-POSTAL-CD         PIC X(10) VALUE SPACES.
         01 MAINT-TAX-ID            PIC X(09) VALUE SPACES.
         01 MAINT-TAX-ID-TYPE       PIC X(01) VALUE SPACES.
         01 MAINT-PHONE             PIC X(10) VALUE SPACES.
         01 MAINT-FLAG              PIC X(01) VALUE SPACES.
         01 MAINT-ROLE-CD           PIC X(01) VALUE SPACES.
         01 MAINT-STMT-FLAG         PIC X(01) VALUE SPACES.

         01 MAINT-DONE-SW           PIC X(01) VALUE 'N'.
            88 MAINT-DONE                  VALUE 'Y'.

         01 CUST-FOUND-SW           PIC X(01) VALUE 'N'.
            88 CUST-FOUND                  VALUE 'Y'.

         01 REL-SCAN-DONE-SW        PIC X(01) VALUE 'N'.
            88 REL-SCAN-DONE               VALUE 'Y'.

         01 MAINT-INPUT-OK-SW       PIC X(01) VALUE 'N'.
            88 MAINT-INPUT-OK              VALUE 'Y'.

         01 REL-LIST-COUNT          PIC 9(9) COMP VALUE ZERO.
         01 REL-ACTIVE-COUNT        PIC 9(9) COMP VALUE ZERO.

         01 CURRENT-RUN-DATE        PIC 9(08) VALUE ZERO.

         01 SHOW-TAX-ID             PIC X(09) VALUE SPACES.
         01 SHOW-ACCT-NAME          PIC X(20) VALUE SPACES.

        PROCEDURE DIVISION.
            PERFORM 1100-READ-SESSION-RECORD
               THRU 1100-EXIT.

            IF OPERATOR-ID = SPACES OR SESSION-LEVEL < '3'
                DISPLAY 'CUSTMNT - CUSTOMER MAINTENANCE NEEDS A '
                        'LEVEL 3 SIGN-ON THROUGH MENUDRV.'
                MOVE SPACES TO SECLOG-PARMS
                MOVE OPERATOR-ID TO SECLOG-OPERATOR
                MOVE 'CUSTMNT' TO SECLOG-PROGRAM
                MOVE 'CUSTOMER MAINT' TO SECLOG-ACTION
                MOVE 'D' TO SECLOG-RESULT
                MOVE 'NO REFDATA-LEVEL SESSION' TO SECLOG-DETAIL
                CALL 'SECLOG' USING SECLOG-PARMS
                MOVE 8 TO RETURN-CODE
                GOBACK
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

            MOVE SPACES TO ACCTMAST-DSN.
            ACCEPT ACCTMAST-DSN FROM ENVIRONMENT 'DD_ACCTMAST'.
            IF ACCTMAST-DSN = SPACES
                MOVE './ACCTMAST.IDX' TO ACCTMAST-DSN
            END-IF.

            ACCEPT CURRENT-RUN-DATE FROM DATE YYYYMMDD.

            OPEN I-O CUSTMAST.
            IF FILE-STATUS-FILE-MISSING OF CUSTMAST-FILE-STATUS
                DISPLAY 'CUSTMNT - CREATING NEW CUSTOMER MASTER: '
                        CUSTMAST-DSN
                OPEN OUTPUT CUSTMAST
                IF FILE-STATUS-SUCCESS OF CUSTMAST-FILE-STATUS
                    CLOSE CUSTMAST
                    OPEN I-O CUSTMAST
                END-IF
            END-IF.
            IF NOT FILE-STATUS-SUCCESS OF CUSTMAST-FILE-STATUS
                DISPLAY 'CUSTMNT - COULD NOT OPEN CUSTOMER MASTER: '
                        CUSTMAST-DSN
                DISPLAY 'CUSTMNT - STATUS: ' CUSTMAST-FILE-STATUS
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.

            OPEN I-O CRELFILE.
            IF FILE-STATUS-FILE-MISSING OF CRELFILE-FILE-STATUS
                DISPLAY 'CUSTMNT - CREATING NEW RELATIONSHIP FILE: '
                        CRELFILE-DSN
                OPEN OUTPUT CRELFILE
                IF FILE-STATUS-SUCCESS OF CRELFILE-FILE-STATUS
                    CLOSE CRELFILE
                    OPEN I-O CRELFILE
                END-IF
            END-IF.
            IF NOT FILE-STATUS-SUCCESS OF CRELFILE-FILE-STATUS
                DISPLAY 'CUSTMNT - COULD NOT OPEN THE RELATIONSHIP '
                        'FILE: ' CRELFILE-DSN
                DISPLAY 'CUSTMNT - STATUS: ' CRELFILE-FILE-STATUS
                CLOSE CUSTMAST
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.

            OPEN INPUT ACCTMAST.
            IF NOT FILE-STATUS-SUCCESS OF ACCTMAST-FILE-STATUS
                DISPLAY 'CUSTMNT - COULD NOT OPEN ACCOUNT MASTER: '
                        ACCTMAST-DSN
                DISPLAY 'CUSTMNT - STATUS: ' ACCTMAST-FILE-STATUS
                CLOSE CUSTMAST CRELFILE
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.

            DISPLAY ' '.
            DISPLAY 'CUSTMNT - CUSTOMER MASTER MAINTENANCE'.
            DISPLAY 'ACCTSTMT PRINTS ONE RELATIONSHIP STATEMENT PER '
                    'CUSTOMER, COVERING EVERY LINKED ACCOUNT, AND '
                    'SENDS THE ADDRESS HERE TO THE PRINT VENDOR.'.
            DISPLAY 'ADDS, CHANGES AND ACCOUNT LINKS ARE QUEUED AND '
                    'TAKE EFFECT ONLY WHEN A SUPERVISOR APPROVES '
                    'THEM THROUGH PENDAPR.'.

            PERFORM 3000-PROCESS-ONE-ACTION
               THRU 3000-EXIT
               UNTIL MAINT-DONE.

            CLOSE CUSTMAST CRELFILE ACCTMAST.

            DISPLAY 'CUSTMNT - MAINTENANCE ENDED.'.

            GOBACK.

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
            DISPLAY 'ACTION (L=LIST, I=INQUIRE, A=ADD, '
                    'C=CHANGE NAME/ADDRESS, P=CONTACT PREFERENCES, '
                    'T=TAX ID, S=ACTIVE/INACTIVE, R=LINK AN ACCOUNT, '
                    'E=END A LINK, X=EXIT): '
                    WITH NO ADVANCING.
            MOVE SPACES TO MAINT-ACTION.
            ACCEPT MAINT-ACTION.

            EVALUATE MAINT-ACTION
                WHEN 'L'
                WHEN 'l'
                    PERFORM 4000-LIST-ALL-CUSTOMERS
                       THRU 4000-EXIT
                WHEN 'I'
                WHEN 'i'
                    PERFORM 4500-INQUIRE-A-CUSTOMER
                       THRU 4500-EXIT
                WHEN 'A'
                WHEN 'a'
                    PERFORM 5000-ADD-A-CUSTOMER
                       THRU 5000-EXIT
                WHEN 'C'
                WHEN 'c'
                    PERFORM 6000-CHANGE-NAME-ADDRESS
                       THRU 6000-EXIT
                WHEN 'P'
                WHEN 'p'
                    PERFORM 6500-CHANGE-PREFERENCES
                       THRU 6500-EXIT
                WHEN 'T'
                WHEN 't'
                    PERFORM 6700-CHANGE-TAX-ID
                       THRU 6700-EXIT
                WHEN 'S'
                WHEN 's'
                    PERFORM 7000-SET-CUSTOMER-STATUS
                       THRU 7000-EXIT
                WHEN 'R'
                WHEN 'r'
                    PERFORM 7500-LINK-AN-ACCOUNT
                       THRU 7500-EXIT
                WHEN 'E'
                WHEN 'e'
                    PERFORM 7800-END-A-LINK
                       THRU 7800-EXIT
                WHEN 'X'
                WHEN 'x'
                    SET MAINT-DONE TO TRUE
                WHEN OTHER
                    DISPLAY 'CUSTMNT - INVALID ACTION.'
            END-EVALUATE.
        3000-EXIT.
            EXIT.

        4000-LIST-ALL-CUSTOMERS.
            MOVE LOW-VALUES TO CUST-ID.
            START CUSTMAST KEY IS NOT LESS THAN CUST-ID.
            IF NOT FILE-STATUS-SUCCESS OF CUSTMAST-FILE-STATUS
                DISPLAY 'CUSTMNT - NO CUSTOMERS ON THE MASTER.'
            ELSE
                DISPLAY ' CUST   NAME                           '
                        'CITY               ST S D'
                PERFORM 4100-LIST-NEXT-CUSTOMER
                   THRU 4100-EXIT
                   UNTIL FILE-STATUS-AT-END OF CUSTMAST-FILE-STATUS
            END-IF.
        4000-EXIT.
            EXIT.

        4100-LIST-NEXT-CUSTOMER.
            READ CUSTMAST NEXT RECORD
              AT END
                 SET FILE-STATUS-AT-END OF CUSTMAST-FILE-STATUS
                  TO TRUE
            END-READ.

            IF FILE-STATUS-AT-END OF CUSTMAST-FILE-STATUS
                NEXT SENTENCE
            ELSE
                IF FILE-STATUS-SUCCESS OF CUSTMAST-FILE-STATUS
                    DISPLAY ' ' CUST-ID ' ' CUST-NAME ' '
                            CUST-CITY ' ' CUST-STATE-CD ' '
                            CUST-STATUS-CD ' ' CUST-STMT-DELIVERY
                ELSE
                    SET FILE-STATUS-AT-END OF CUSTMAST-FILE-STATUS
                        TO TRUE
                END-IF
            END-IF.
        4100-EXIT.
            EXIT.

        4500-INQUIRE-A-CUSTOMER.
            PERFORM 8000-READ-A-CUSTOMER
               THRU 8000-EXIT.
            IF CUST-FOUND
                PERFORM 8300-MASK-THE-TAX-ID
                   THRU 8300-EXIT
                DISPLAY ' '
                DISPLAY ' CUSTOMER ......... ' CUST-ID
                        '   STATUS ' CUST-STATUS-CD
                        '   SINCE ' CUST-OPENED-DATE
                DISPLAY ' NAME ............. ' CUST-NAME
                DISPLAY ' ADDRESS .......... ' CUST-ADDR-LINE-1
                IF CUST-ADDR-LINE-2 NOT = SPACES
                    DISPLAY '                    ' CUST-ADDR-LINE-2
                END-IF
                DISPLAY '                    ' CUST-CITY ' '
                        CUST-STATE-CD ' ' CUST-POSTAL-CD
                DISPLAY ' TAX ID ........... ' SHOW-TAX-ID
                        ' (' CUST-TAX-ID-TYPE ')'
                DISPLAY ' PHONE ............ ' CUST-PHONE
                DISPLAY ' CONTACT BY ....... ' CUST-CONTACT-PREF
                        '   STATEMENT ' CUST-STMT-DELIVERY
                        '   NO SOLICITING ' CUST-NO-SOLICIT
                DISPLAY ' '
                DISPLAY ' ACCT NAME                 R S STMT '
                        'STARTED  ENDED'
                MOVE ZERO TO REL-LIST-COUNT
                PERFORM 8400-START-CUSTOMER-LINKS
                   THRU 8400-EXIT
                PERFORM 4600-LIST-ONE-LINK
                   THRU 4600-EXIT
                   UNTIL REL-SCAN-DONE
                IF REL-LIST-COUNT = ZERO
                    DISPLAY 'CUSTMNT - NO ACCOUNTS LINKED TO '
                            'CUSTOMER ' CUST-ID
                END-IF
            END-IF.
        4500-EXIT.
            EXIT.

        4600-LIST-ONE-LINK.
            PERFORM 8450-READ-NEXT-LINK
               THRU 8450-EXIT.
            IF NOT REL-SCAN-DONE
                ADD 1 TO REL-LIST-COUNT
                MOVE CREL-ACCT-ID TO ACCT-ID
                READ ACCTMAST
                IF FILE-STATUS-SUCCESS OF ACCTMAST-FILE-STATUS
                    MOVE ACCT-NAME TO SHOW-ACCT-NAME
                ELSE
                    MOVE '(NOT ON MASTER)' TO SHOW-ACCT-NAME
                END-IF
                DISPLAY ' ' CREL-ACCT-ID ' ' SHOW-ACCT-NAME ' '
                        CREL-ROLE-CD ' ' CREL-STATUS-CD ' '
                        CREL-STMT-FLAG '    ' CREL-START-DATE ' '
                        CREL-END-DATE
            END-IF.
        4600-EXIT.
            EXIT.

        5000-ADD-A-CUSTOMER.
            PERFORM 8050-ACCEPT-A-CUST-ID
               THRU 8050-EXIT.
            IF MAINT-CUST-ID = SPACES
                DISPLAY 'CUSTMNT - NO CUSTOMER GIVEN, NOTHING ADDED.'
            ELSE
                MOVE MAINT-CUST-ID TO CUST-ID
                READ CUSTMAST
                IF FILE-STATUS-SUCCESS OF CUSTMAST-FILE-STATUS
                    DISPLAY 'CUSTMNT - CUSTOMER ALREADY ON FILE: '
                            CUST-ID ' ' CUST-NAME
                ELSE
                    MOVE SPACES TO CUST-RECORD
                    MOVE MAINT-CUST-ID TO CUST-ID
                    PERFORM 8100-ACCEPT-NAME-ADDRESS
                       THRU 8100-EXIT
                    IF CUST-NAME = SPACES
                       OR CUST-ADDR-LINE-1 = SPACES
                       OR CUST-CITY = SPACES
                       OR CUST-POSTAL-CD = SPACES
                        DISPLAY 'CUSTMNT - NAME, FIRST ADDRESS LINE, '
                                'CITY AND POSTAL CODE ARE REQUIRED, '
                                'NOTHING ADDED.'
                    ELSE
                        PERFORM 8200-ACCEPT-THE-TAX-ID
                           THRU 8200-EXIT
                        IF MAINT-INPUT-OK
                            MOVE 'M' TO CUST-CONTACT-PREF
                            MOVE 'M' TO CUST-STMT-DELIVERY
                            MOVE 'N' TO CUST-NO-SOLICIT
                            MOVE 'A' TO CUST-STATUS-CD
                            MOVE CURRENT-RUN-DATE TO CUST-OPENED-DATE
                            MOVE SPACES TO MAINT-BEFORE-IMAGE
                            MOVE 'CUSTOMER ADDED' TO SECLOG-ACTION
                            MOVE 'A' TO PENDCHG-ACTION-CD
                            PERFORM 8700-QUEUE-CUSTOMER-CHANGE
                               THRU 8700-EXIT
                        END-IF
                    END-IF
                END-IF
            END-IF.
        5000-EXIT.
            EXIT.

        6000-CHANGE-NAME-ADDRESS.
            PERFORM 8000-READ-A-CUSTOMER
               THRU 8000-EXIT.
            IF CUST-FOUND
                MOVE CUST-RECORD TO MAINT-BEFORE-IMAGE
                DISPLAY 'CURRENT NAME ...: ' CUST-NAME
                DISPLAY 'CURRENT ADDRESS : ' CUST-ADDR-LINE-1
                DISPLAY '                  ' CUST-ADDR-LINE-2
                DISPLAY '                  ' CUST-CITY ' '
                        CUST-STATE-CD ' ' CUST-POSTAL-CD
                DISPLAY 'BLANK KEEPS THE CURRENT VALUE; A SINGLE * '
                        'CLEARS THE SECOND ADDRESS LINE.'
                PERFORM 8100-ACCEPT-NAME-ADDRESS
                   THRU 8100-EXIT
                IF CUST-RECORD = MAINT-BEFORE-IMAGE
                    DISPLAY 'CUSTMNT - NOTHING CHANGED.'
                ELSE
                    MOVE 'CUSTOMER CHANGED' TO SECLOG-ACTION
                    MOVE 'C' TO PENDCHG-ACTION-CD
                    PERFORM 8700-QUEUE-CUSTOMER-CHANGE
                       THRU 8700-EXIT
                END-IF
            END-IF.
        6000-EXIT.
            EXIT.

        6500-CHANGE-PREFERENCES.
            PERFORM 8000-READ-A-CUSTOMER
               THRU 8000-EXIT.
            IF CUST-FOUND
                MOVE CUST-RECORD TO MAINT-BEFORE-IMAGE
                MOVE 'Y' TO MAINT-INPUT-OK-SW
                DISPLAY 'CURRENT PHONE : ' CUST-PHONE
                DISPLAY 'NEW PHONE (BLANK = KEEP): '
                        WITH NO ADVANCING
                MOVE SPACES TO MAINT-PHONE
                ACCEPT MAINT-PHONE
                IF MAINT-PHONE NOT = SPACES
                    MOVE MAINT-PHONE TO CUST-PHONE
                END-IF

                DISPLAY 'CONTACT BY (M=MAIL, P=PHONE, BLANK = KEEP '
                        CUST-CONTACT-PREF '): ' WITH NO ADVANCING
                MOVE SPACES TO MAINT-FLAG
                ACCEPT MAINT-FLAG
                INSPECT MAINT-FLAG CONVERTING 'mp' TO 'MP'
                IF MAINT-FLAG NOT = SPACES
                    MOVE MAINT-FLAG TO CUST-CONTACT-PREF
                    IF NOT CUST-CONTACT-PREF-VALID
                        MOVE 'N' TO MAINT-INPUT-OK-SW
                    END-IF
                END-IF

                DISPLAY 'STATEMENT (M=MAIL, H=HOLD AT BRANCH, '
                        'BLANK = KEEP ' CUST-STMT-DELIVERY '): '
                        WITH NO ADVANCING
                MOVE SPACES TO MAINT-FLAG
                ACCEPT MAINT-FLAG
                INSPECT MAINT-FLAG CONVERTING 'mh' TO 'MH'
                IF MAINT-FLAG NOT = SPACES
                    MOVE MAINT-FLAG TO CUST-STMT-DELIVERY
                    IF NOT CUST-STMT-DELIVERY-VALID
                        MOVE 'N' TO MAINT-INPUT-OK-SW
                    END-IF
                END-IF

                DISPLAY 'NO SOLICITING (Y/N, BLANK = KEEP '
                        CUST-NO-SOLICIT '): ' WITH NO ADVANCING
                MOVE SPACES TO MAINT-FLAG
                ACCEPT MAINT-FLAG
                INSPECT MAINT-FLAG CONVERTING 'yn' TO 'YN'
                IF MAINT-FLAG NOT = SPACES
                    MOVE MAINT-FLAG TO CUST-NO-SOLICIT
                    IF MAINT-FLAG NOT = 'Y' AND MAINT-FLAG NOT = 'N'
                        MOVE 'N' TO MAINT-INPUT-OK-SW
                    END-IF
                END-IF

                IF NOT MAINT-INPUT-OK
                    DISPLAY 'CUSTMNT - INVALID PREFERENCE, NOTHING '
                            'CHANGED.'
                ELSE
                    IF CUST-RECORD = MAINT-BEFORE-IMAGE
                        DISPLAY 'CUSTMNT - NOTHING CHANGED.'
                    ELSE
                        MOVE 'CONTACT PREFS SET' TO SECLOG-ACTION
                        MOVE 'C' TO PENDCHG-ACTION-CD
                        PERFORM 8700-QUEUE-CUSTOMER-CHANGE
                           THRU 8700-EXIT
                    END-IF
                END-IF
            END-IF.
        6500-EXIT.
            EXIT.

        6700-CHANGE-TAX-ID.
            PERFORM 8000-READ-A-CUSTOMER
               THRU 8000-EXIT.
            IF CUST-FOUND
                MOVE CUST-RECORD TO MAINT-BEFORE-IMAGE
                PERFORM 8300-MASK-THE-TAX-ID
                   THRU 8300-EXIT
                DISPLAY 'CURRENT TAX ID: ' SHOW-TAX-ID
                        ' (' CUST-TAX-ID-TYPE ')'
                PERFORM 8200-ACCEPT-THE-TAX-ID
                   THRU 8200-EXIT
                IF MAINT-INPUT-OK
                    IF CUST-RECORD = MAINT-BEFORE-IMAGE
                        DISPLAY 'CUSTMNT - NOTHING CHANGED.'
                    ELSE
                        MOVE 'TAX ID CHANGED' TO SECLOG-ACTION
                        MOVE 'C' TO PENDCHG-ACTION-CD
                        PERFORM 8700-QUEUE-CUSTOMER-CHANGE
                           THRU 8700-EXIT
                    END-IF
                END-IF
            END-IF.
        6700-EXIT.
            EXIT.

        7000-SET-CUSTOMER-STATUS.
            PERFORM 8000-READ-A-CUSTOMER
               THRU 8000-EXIT.
            IF CUST-FOUND
                MOVE CUST-RECORD TO MAINT-BEFORE-IMAGE
                IF CUST-ACTIVE
                    MOVE ZERO TO REL-ACTIVE-COUNT
                    PERFORM 8400-START-CUSTOMER-LINKS
                       THRU 8400-EXIT
                    PERFORM 7100-COUNT-ONE-LINK
                       THRU 7100-EXIT
                       UNTIL REL-SCAN-DONE
                    IF REL-ACTIVE-COUNT > ZERO
                        DISPLAY 'CUSTMNT - CUSTOMER ' CUST-ID
                                ' STILL HAS ' REL-ACTIVE-COUNT
                                ' ACTIVE ACCOUNT LINK(S) - END THEM '
                                'FIRST.'
                    ELSE
                        MOVE 'I' TO CUST-STATUS-CD
                        DISPLAY 'CUSTMNT - CUSTOMER ' CUST-ID
                                ' INACTIVE REQUESTED.'
                        MOVE 'CUSTOMER INACTIVE' TO SECLOG-ACTION
                        MOVE 'C' TO PENDCHG-ACTION-CD
                        PERFORM 8700-QUEUE-CUSTOMER-CHANGE
                           THRU 8700-EXIT
                    END-IF
                ELSE
                    MOVE 'A' TO CUST-STATUS-CD
                    DISPLAY 'CUSTMNT - CUSTOMER ' CUST-ID
                            ' ACTIVE REQUESTED.'
                    MOVE 'CUSTOMER ACTIVE' TO SECLOG-ACTION
                    MOVE 'C' TO PENDCHG-ACTION-CD
                    PERFORM 8700-QUEUE-CUSTOMER-CHANGE
                       THRU 8700-EXIT
                END-IF
            END-IF.
        7000-EXIT.
            EXIT.

        7100-COUNT-ONE-LINK.
            PERFORM 8450-READ-NEXT-LINK
               THRU 8450-EXIT.
            IF NOT REL-SCAN-DONE
               AND CREL-ACTIVE
                ADD 1 TO REL-ACTIVE-COUNT
            END-IF.
        7100-EXIT.
            EXIT.

        7500-LINK-AN-ACCOUNT.
            PERFORM 8000-READ-A-CUSTOMER
               THRU 8000-EXIT.
            IF CUST-FOUND
                IF NOT CUST-ACTIVE
                    DISPLAY 'CUSTMNT - CUSTOMER ' CUST-ID
                            ' IS INACTIVE - MAKE IT ACTIVE FIRST.'
                ELSE
                    PERFORM 8060-ACCEPT-AN-ACCT-ID
                       THRU 8060-EXIT
                    MOVE MAINT-ACCT-ID TO ACCT-ID
                    READ ACCTMAST
                    IF NOT FILE-STATUS-SUCCESS OF ACCTMAST-FILE-STATUS
                        DISPLAY 'CUSTMNT - ACCOUNT NOT ON FILE: '
                                MAINT-ACCT-ID
                    ELSE
                        PERFORM 7600-BUILD-THE-LINK
                           THRU 7600-EXIT
                    END-IF
                END-IF
            END-IF.
        7500-EXIT.
            EXIT.

        7600-BUILD-THE-LINK.
            DISPLAY 'ROLE (O=OWNER, J=JOINT, T=TRUSTEE): '
                    WITH NO ADVANCING.
            MOVE SPACES TO MAINT-ROLE-CD.
            ACCEPT MAINT-ROLE-CD.
            INSPECT MAINT-ROLE-CD CONVERTING 'ojt' TO 'OJT'.
            DISPLAY 'SHOW ON THIS CUSTOMER''S STATEMENT (Y/N, '
                    'BLANK = Y): ' WITH NO ADVANCING.
            MOVE SPACES TO MAINT-STMT-FLAG.
            ACCEPT MAINT-STMT-FLAG.
            INSPECT MAINT-STMT-FLAG CONVERTING 'yn' TO 'YN'.
            IF MAINT-STMT-FLAG = SPACES
                MOVE 'Y' TO MAINT-STMT-FLAG
            END-IF.

            MOVE MAINT-CUST-ID TO CREL-CUST-ID.
            MOVE MAINT-ACCT-ID TO CREL-ACCT-ID.
            READ CRELFILE.
            IF FILE-STATUS-SUCCESS OF CRELFILE-FILE-STATUS
                MOVE CREL-RECORD TO MAINT-BEFORE-IMAGE
                MOVE 'C' TO PENDCHG-ACTION-CD
                IF CREL-ACTIVE
                    MOVE 'ACCOUNT LINK CHANGED' TO SECLOG-ACTION
                ELSE
                    MOVE 'ACCOUNT RELINKED' TO SECLOG-ACTION
                    MOVE CURRENT-RUN-DATE TO CREL-START-DATE
                    MOVE SPACES TO CREL-END-DATE
                END-IF
            ELSE
                MOVE SPACES TO MAINT-BEFORE-IMAGE
                MOVE SPACES TO CREL-RECORD
                MOVE MAINT-CUST-ID TO CREL-CUST-ID
                MOVE MAINT-ACCT-ID TO CREL-ACCT-ID
                MOVE CURRENT-RUN-DATE TO CREL-START-DATE
                MOVE 'A' TO PENDCHG-ACTION-CD
                MOVE 'ACCOUNT LINKED' TO SECLOG-ACTION
            END-IF.
            MOVE MAINT-ROLE-CD TO CREL-ROLE-CD.
            MOVE MAINT-STMT-FLAG TO CREL-STMT-FLAG.
            MOVE 'A' TO CREL-STATUS-CD.

            IF NOT CREL-ROLE-VALID
               OR (MAINT-STMT-FLAG NOT = 'Y'
                   AND MAINT-STMT-FLAG NOT = 'N')
                DISPLAY 'CUSTMNT - INVALID ROLE OR STATEMENT FLAG, '
                        'NOTHING LINKED.'
            ELSE
                IF CREL-RECORD = MAINT-BEFORE-IMAGE(1:80)
                    DISPLAY 'CUSTMNT - NOTHING CHANGED.'
                ELSE
                    PERFORM 8750-QUEUE-LINK-CHANGE
                       THRU 8750-EXIT
                END-IF
            END-IF.
        7600-EXIT.
            EXIT.

        7800-END-A-LINK.
            PERFORM 8050-ACCEPT-A-CUST-ID
               THRU 8050-EXIT.
            PERFORM 8060-ACCEPT-AN-ACCT-ID
               THRU 8060-EXIT.
            MOVE MAINT-CUST-ID TO CREL-CUST-ID.
            MOVE MAINT-ACCT-ID TO CREL-ACCT-ID.
            READ CRELFILE.
            IF NOT FILE-STATUS-SUCCESS OF CRELFILE-FILE-STATUS
                DISPLAY 'CUSTMNT - ACCOUNT ' MAINT-ACCT-ID
                        ' IS NOT LINKED TO CUSTOMER ' MAINT-CUST-ID
            ELSE
                IF NOT CREL-ACTIVE
                    DISPLAY 'CUSTMNT - THAT LINK ENDED ON '
                            CREL-END-DATE '.'
                ELSE
                    MOVE CREL-RECORD TO MAINT-BEFORE-IMAGE
                    MOVE 'E' TO CREL-STATUS-CD
                    MOVE CURRENT-RUN-DATE TO CREL-END-DATE
                    MOVE 'C' TO PENDCHG-ACTION-CD
                    MOVE 'ACCOUNT LINK ENDED' TO SECLOG-ACTION
                    PERFORM 8750-QUEUE-LINK-CHANGE
                       THRU 8750-EXIT
                END-IF
            END-IF.
        7800-EXIT.
            EXIT.

        8000-READ-A-CUSTOMER.
            MOVE 'N' TO CUST-FOUND-SW.
            PERFORM 8050-ACCEPT-A-CUST-ID
               THRU 8050-EXIT.
            MOVE MAINT-CUST-ID TO CUST-ID.
            READ CUSTMAST.
            IF FILE-STATUS-SUCCESS OF CUSTMAST-FILE-STATUS
                SET CUST-FOUND TO TRUE
            ELSE
                DISPLAY 'CUSTMNT - CUSTOMER NOT ON FILE: '
                        MAINT-CUST-ID
            END-IF.
        8000-EXIT.
            EXIT.

        8050-ACCEPT-A-CUST-ID.
            MOVE SPACES TO MAINT-CUST-ID.
            DISPLAY 'CUSTOMER ID: ' WITH NO ADVANCING.
            ACCEPT MAINT-CUST-ID.
        8050-EXIT.
            EXIT.

        8060-ACCEPT-AN-ACCT-ID.
            MOVE SPACES TO MAINT-ACCT-ID.
            DISPLAY 'ACCOUNT ID: ' WITH NO ADVANCING.
            ACCEPT MAINT-ACCT-ID.
        8060-EXIT.
            EXIT.

        8100-ACCEPT-NAME-ADDRESS.
            DISPLAY 'NAME: ' WITH NO ADVANCING.
            MOVE SPACES TO MAINT-NAME.
            ACCEPT MAINT-NAME.
            IF MAINT-NAME NOT = SPACES
                MOVE MAINT-NAME TO CUST-NAME
            END-IF.

            DISPLAY 'ADDRESS LINE 1: ' WITH NO ADVANCING.
            MOVE SPACES TO MAINT-ADDR-LINE-1.
            ACCEPT MAINT-ADDR-LINE-1.
            IF MAINT-ADDR-LINE-1 NOT = SPACES
                MOVE MAINT-ADDR-LINE-1 TO CUST-ADDR-LINE-1
            END-IF.

            DISPLAY 'ADDRESS LINE 2: ' WITH NO ADVANCING.
            MOVE SPACES TO MAINT-ADDR-LINE-2.
            ACCEPT MAINT-ADDR-LINE-2.
            IF MAINT-ADDR-LINE-2 = '*'
                MOVE SPACES TO CUST-ADDR-LINE-2
            ELSE
                IF MAINT-ADDR-LINE-2 NOT = SPACES
                    MOVE MAINT-ADDR-LINE-2 TO CUST-ADDR-LINE-2
                END-IF
            END-IF.

            DISPLAY 'CITY: ' WITH NO ADVANCING.
            MOVE SPACES TO MAINT-CITY.
            ACCEPT MAINT-CITY.
            IF MAINT-CITY NOT = SPACES
                MOVE MAINT-CITY TO CUST-CITY
            END-IF.

            DISPLAY 'STATE: ' WITH NO ADVANCING.
            MOVE SPACES TO MAINT-STATE-CD.
            ACCEPT MAINT-STATE-CD.
            IF MAINT-STATE-CD NOT = SPACES
                MOVE MAINT-STATE-CD TO CUST-STATE-CD
            END-IF.

            DISPLAY 'POSTAL CODE: ' WITH NO ADVANCING.
            MOVE SPACES TO MAINT-POSTAL-CD.
            ACCEPT MAINT-POSTAL-CD.
            IF MAINT-POSTAL-CD NOT = SPACES
                MOVE MAINT-POSTAL-CD TO CUST-POSTAL-CD
            END-IF.
        8100-EXIT.
            EXIT.

        8200-ACCEPT-THE-TAX-ID.
            MOVE 'N' TO MAINT-INPUT-OK-SW.
            DISPLAY 'TAX ID TYPE (S=SSN, E=EIN): ' WITH NO ADVANCING.
            MOVE SPACES TO MAINT-TAX-ID-TYPE.
            ACCEPT MAINT-TAX-ID-TYPE.
            INSPECT MAINT-TAX-ID-TYPE CONVERTING 'se' TO 'SE'.
            DISPLAY 'TAX ID (9 DIGITS, NO DASHES): '
                    WITH NO ADVANCING.
            MOVE SPACES TO MAINT-TAX-ID.
            ACCEPT MAINT-TAX-ID.
            IF MAINT-TAX-ID IS NOT NUMERIC
               OR (MAINT-TAX-ID-TYPE NOT = 'S'
                   AND MAINT-TAX-ID-TYPE NOT = 'E')
                DISPLAY 'CUSTMNT - THE TAX ID MUST BE 9 DIGITS WITH '
                        'TYPE S OR E, NOTHING DONE.'
            ELSE
                MOVE MAINT-TAX-ID TO CUST-TAX-ID
                MOVE MAINT-TAX-ID-TYPE TO CUST-TAX-ID-TYPE
                SET MAINT-INPUT-OK TO TRUE
            END-IF.
        8200-EXIT.
            EXIT.

        8300-MASK-THE-TAX-ID.
            MOVE '*****' TO SHOW-TAX-ID.
            MOVE CUST-TAX-ID(6:4) TO SHOW-TAX-ID(6:4).
        8300-EXIT.
            EXIT.

        8400-START-CUSTOMER-LINKS.
            MOVE 'N' TO REL-SCAN-DONE-SW.
            MOVE CUST-ID TO CREL-CUST-ID.
            MOVE LOW-VALUES TO CREL-ACCT-ID.
            START CRELFILE KEY IS NOT LESS THAN CREL-KEY.
            IF NOT FILE-STATUS-SUCCESS OF CRELFILE-FILE-STATUS
                SET REL-SCAN-DONE TO TRUE
            END-IF.
        8400-EXIT.
            EXIT.

        8450-READ-NEXT-LINK.
            READ CRELFILE NEXT RECORD
              AT END
                 SET FILE-STATUS-AT-END OF CRELFILE-FILE-STATUS
                  TO TRUE
            END-READ.

            IF NOT FILE-STATUS-SUCCESS OF CRELFILE-FILE-STATUS
                SET REL-SCAN-DONE TO TRUE
            ELSE
                IF CREL-CUST-ID NOT = CUST-ID
                    SET REL-SCAN-DONE TO TRUE
                END-IF
            END-IF.
        8450-EXIT.
            EXIT.

        8700-QUEUE-CUSTOMER-CHANGE.
            MOVE 'C' TO MAINT-FILE-CD.
            MOVE CUST-ID TO MAINT-RECORD-KEY.
            MOVE CUST-RECORD TO MAINT-AFTER-IMAGE.
            PERFORM 8800-QUEUE-THE-CHANGE
               THRU 8800-EXIT.
        8700-EXIT.
            EXIT.

        8750-QUEUE-LINK-CHANGE.
            MOVE 'R' TO MAINT-FILE-CD.
            MOVE CREL-KEY TO MAINT-RECORD-KEY.
            MOVE CREL-RECORD TO MAINT-AFTER-IMAGE.
            PERFORM 8800-QUEUE-THE-CHANGE
               THRU 8800-EXIT.
        8750-EXIT.
            EXIT.

        8800-QUEUE-THE-CHANGE.
            MOVE OPERATOR-ID TO PENDCHG-OPERATOR.
            MOVE 'CUSTMNT' TO PENDCHG-PROGRAM.
            MOVE MAINT-FILE-CD TO PENDCHG-FILE-CD.
            MOVE MAINT-RECORD-KEY TO PENDCHG-RECORD-KEY.
            MOVE SECLOG-ACTION TO PENDCHG-DESC.
            MOVE MAINT-BEFORE-IMAGE TO PENDCHG-BEFORE-IMAGE.
            MOVE MAINT-AFTER-IMAGE TO PENDCHG-AFTER-IMAGE.
            CALL 'PENDCHG' USING PENDCHG-PARMS.
            EVALUATE TRUE
                WHEN PENDCHG-QUEUED
                    DISPLAY 'CUSTMNT - CHANGE ' PENDCHG-ID
                            ' QUEUED FOR SUPERVISOR APPROVAL.'
                WHEN PENDCHG-ALREADY-PENDING
                    DISPLAY 'CUSTMNT - ' MAINT-RECORD-KEY
                            ' ALREADY HAS CHANGE ' PENDCHG-ID
                            ' AWAITING APPROVAL, NOTHING QUEUED.'
                WHEN OTHER
                    DISPLAY 'CUSTMNT - COULD NOT QUEUE THE CHANGE, '
                            'NOTHING DONE.'
            END-EVALUATE.
        8800-EXIT.
            EXIT.
