            RECORD KEY IS HIST-TRAN-ID
            FILE STATUS  IS TRANHIST-FILE-STATUS.

        SELECT DISPFILE ASSIGN TO DYNAMIC DISPFILE-DSN
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS DISP-CASE-ID
            FILE STATUS  IS DISPFILE-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
         FD TRANHIST

            COPY HISTREC.

         FD DISPFILE
            RECORD CONTAINS 250.

            COPY DISPREC.

        WORKING-STORAGE SECTION.

         01 TRANHIST-DSN            PIC X(80).
         01 DISPFILE-DSN            PIC X(80).

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==TRANHIST-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==DISPFILE-FILE-STATUS==
             .

         COPY DATECALC.

         01 RETAIN-DAYS-TEXT        PIC X(04) VALUE SPACES.
         01 RECORDS-PURGED-COUNT    PIC 9(9) COMP VALUE ZERO.
         01 RECORDS-KEPT-COUNT      PIC 9(9) COMP VALUE ZERO.
         01 RECORDS-BAD-DATE-COUNT  PIC 9(9) COMP VALUE ZERO.
         01 RECORDS-DISPUTE-COUNT   PIC 9(9) COMP VALUE ZERO.

      *    UNRESOLVED DISPUTE CASES - THE DISPUTED TRANSACTION AND
      *    ANY PROVISIONAL CREDIT ARE NEVER PURGED WHILE THE CASE IS
      *    OPEN.
         01 DISPUTE-MAX             PIC 9(04) COMP VALUE 500.
         01 DISPUTE-COUNT           PIC 9(04) COMP VALUE ZERO.
         01 DISPUTE-TABLE.
            05 DISPUTE-ENTRY OCCURS 500 TIMES INDEXED BY DISP-IX.
               10 DT-TRAN-ID        PIC X(10).
               10 DT-CREDIT-TRAN-ID PIC X(10).
         01 DISPUTE-TABLE-FULL-SW   PIC X(01) VALUE 'N'.
            88 DISPUTE-TABLE-FULL          VALUE 'Y'.
         01 DISPUTE-UNREADABLE-SW   PIC X(01) VALUE 'N'.
            88 DISPUTE-UNREADABLE          VALUE 'Y'.
         01 DISPUTE-MATCH-SW        PIC X(01) VALUE 'N'.
            88 DISPUTE-MATCHED             VALUE 'Y'.

         01 CURRENT-RUN-DATE        PIC 9(08) VALUE ZERO.

            PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

            PERFORM 2000-LOAD-OPEN-DISPUTES
               THRU 2000-EXIT.

            IF DISPUTE-TABLE-FULL
                DISPLAY 'TRANPURG - MORE THAN ' DISPUTE-MAX
                        ' UNRESOLVED DISPUTE CASES - CANNOT TELL '
                        'WHICH HISTORY RECORDS THEY STILL NEED.'
                DISPLAY 'TRANPURG - NOTHING PURGED. RAISE THE '
                        'DISPUTE TABLE SIZE AND RERUN.'
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.

            IF DISPUTE-UNREADABLE
                DISPLAY 'TRANPURG - NOTHING PURGED. FIX THE DISPUTE '
                        'FILE AND RERUN.'
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.

            OPEN I-O TRANHIST.
            IF NOT FILE-STATUS-SUCCESS OF TRANHIST-FILE-STATUS
                DISPLAY 'TRANPURG - COULD NOT OPEN HISTORY MASTER: '
                MOVE './TRANHIST.IDX' TO TRANHIST-DSN
            END-IF.

            MOVE SPACES TO DISPFILE-DSN.
            ACCEPT DISPFILE-DSN FROM ENVIRONMENT 'DD_DISPFILE'.
            IF DISPFILE-DSN = SPACES
                MOVE './DISPUTE.IDX' TO DISPFILE-DSN
            END-IF.

            MOVE SPACES TO RETAIN-DAYS-TEXT.
            ACCEPT RETAIN-DAYS-TEXT
                FROM ENVIRONMENT 'TRANPURG_RETAIN_DAYS'.
        1100-EXIT.
            EXIT.

        2000-LOAD-OPEN-DISPUTES.
            MOVE ZERO TO DISPUTE-COUNT.

            OPEN INPUT DISPFILE.
            IF FILE-STATUS-SUCCESS OF DISPFILE-FILE-STATUS
                MOVE ZERO TO DISP-CASE-ID
                START DISPFILE KEY IS NOT LESS THAN DISP-CASE-ID
                IF FILE-STATUS-SUCCESS OF DISPFILE-FILE-STATUS
                    PERFORM 7100-READ-NEXT-DISPUTE
                       THRU 7100-EXIT
                    PERFORM 2100-KEEP-ONE-DISPUTE
                       THRU 2100-EXIT
                       UNTIL FILE-STATUS-AT-END OF
                             DISPFILE-FILE-STATUS
                          OR DISPUTE-TABLE-FULL
                          OR DISPUTE-UNREADABLE
                ELSE
                    IF NOT FILE-STATUS-NOT-FOUND OF
                           DISPFILE-FILE-STATUS
                        DISPLAY 'TRANPURG - COULD NOT POSITION THE '
                                'DISPUTE FILE, STATUS: '
                                DISPFILE-FILE-STATUS
                        SET DISPUTE-UNREADABLE TO TRUE
                    END-IF
                END-IF
                CLOSE DISPFILE
            ELSE
                IF NOT FILE-STATUS-FILE-MISSING OF
                       DISPFILE-FILE-STATUS
                    DISPLAY 'TRANPURG - COULD NOT OPEN THE DISPUTE '
                            'FILE, STATUS: ' DISPFILE-FILE-STATUS
                    SET DISPUTE-UNREADABLE TO TRUE
                END-IF
            END-IF.

            DISPLAY 'TRANPURG - UNRESOLVED DISPUTE CASES: '
                    DISPUTE-COUNT.
        2000-EXIT.
            EXIT.

        2100-KEEP-ONE-DISPUTE.
            IF DISP-CASE-ID NOT = ZERO
               AND DISP-UNRESOLVED
                IF DISPUTE-COUNT NOT < DISPUTE-MAX
                    SET DISPUTE-TABLE-FULL TO TRUE
                ELSE
                    ADD 1 TO DISPUTE-COUNT
                    MOVE DISP-TRAN-ID TO DT-TRAN-ID (DISPUTE-COUNT)
                    MOVE DISP-CREDIT-TRAN-ID
                      TO DT-CREDIT-TRAN-ID (DISPUTE-COUNT)
                END-IF
            END-IF.

            IF NOT DISPUTE-TABLE-FULL
                PERFORM 7100-READ-NEXT-DISPUTE
                   THRU 7100-EXIT
            END-IF.
        2100-EXIT.
            EXIT.

        7000-READ-NEXT-HISTORY.
            READ TRANHIST NEXT RECORD
              AT END
        7000-EXIT.
            EXIT.

        7100-READ-NEXT-DISPUTE.
            READ DISPFILE NEXT RECORD
              AT END
                 SET FILE-STATUS-AT-END OF DISPFILE-FILE-STATUS
                  TO TRUE
            END-READ.

            IF FILE-STATUS-AT-END OF DISPFILE-FILE-STATUS
                NEXT SENTENCE
            ELSE
                IF NOT FILE-STATUS-SUCCESS OF DISPFILE-FILE-STATUS
                    DISPLAY 'TRANPURG - COULD NOT READ THE DISPUTE '
                            'FILE, STATUS: ' DISPFILE-FILE-STATUS
                    SET DISPUTE-UNREADABLE TO TRUE
                END-IF
            END-IF.
        7100-EXIT.
            EXIT.

        8000-PURGE-OR-KEEP.
            MOVE HIST-RUN-DATE TO DATECALC-DATE.
            CALL 'DATECALC' USING DATECALC-PARMS.
                        'ON HISTORY RECORD, KEPT: ' HIST-TRAN-ID
            ELSE
                IF DATECALC-SERIAL < PURGE-CUTOFF-SERIAL
                    PERFORM 8100-FIND-DISPUTE-TRAN
                       THRU 8100-EXIT
                    IF DISPUTE-MATCHED
                        ADD 1 TO RECORDS-DISPUTE-COUNT
                        ADD 1 TO RECORDS-KEPT-COUNT
                    ELSE
                        DELETE TRANHIST RECORD
                        IF NOT FILE-STATUS-SUCCESS OF
                           TRANHIST-FILE-STATUS
                            PERFORM 9000-ABEND-AND-STOP
                        END-IF
                        ADD 1 TO RECORDS-PURGED-COUNT
                    END-IF
                ELSE
                    ADD 1 TO RECORDS-KEPT-COUNT
                END-IF
        8000-EXIT.
            EXIT.

        8100-FIND-DISPUTE-TRAN.
            MOVE 'N' TO DISPUTE-MATCH-SW.
            PERFORM 8150-MATCH-DISPUTE-TRAN
               THRU 8150-EXIT
               VARYING DISP-IX FROM 1 BY 1
               UNTIL DISP-IX > DISPUTE-COUNT
                  OR DISPUTE-MATCHED.
        8100-EXIT.
            EXIT.

        8150-MATCH-DISPUTE-TRAN.
            IF DT-TRAN-ID (DISP-IX) = HIST-TRAN-ID
               OR DT-CREDIT-TRAN-ID (DISP-IX) = HIST-TRAN-ID
                SET DISPUTE-MATCHED TO TRUE
            END-IF.
        8150-EXIT.
            EXIT.

        9000-ABEND-AND-STOP.
            DISPLAY 'TRANPURG - ABEND - BAD FILE STATUS'.
            DISPLAY 'TRANPURG - TRANHIST STATUS: '
                    RECORDS-KEPT-COUNT.
            DISPLAY ' UNREADABLE RUN DATES ...... '
                    RECORDS-BAD-DATE-COUNT.
            DISPLAY ' KEPT FOR OPEN DISPUTES .... '
                    RECORDS-DISPUTE-COUNT.
            DISPLAY '---------------------------------------------'.
            DISPLAY ' '.
        9500-EXIT.
