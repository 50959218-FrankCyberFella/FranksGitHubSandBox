        IDENTIFICATION DIVISION.
        PROGRAM-ID. FXRPT.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

        SELECT GOODFILE ASSIGN TO DYNAMIC GOODFILE-DSN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS GOODFILE-FILE-STATUS.

        SELECT FXRATEFILE ASSIGN TO DYNAMIC FXRATEFILE-DSN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS FXRATEFILE-FILE-STATUS.

        SELECT RUNCTLFILE ASSIGN TO DYNAMIC RUNCTLFILE-DSN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS RUNCTLFILE-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
         FD GOODFILE
            RECORD CONTAINS 80.

            COPY TRANREC.

         FD FXRATEFILE
            RECORD CONTAINS 80.

            COPY FXREC.

         FD RUNCTLFILE
            RECORD CONTAINS 80.

            COPY RUNCTL.

        WORKING-STORAGE SECTION.

         01 GOODFILE-DSN            PIC X(80).
         01 FXRATEFILE-DSN          PIC X(80).
         01 RUNCTLFILE-DSN          PIC X(80).

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==GOODFILE-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==FXRATEFILE-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==RUNCTLFILE-FILE-STATUS==
             .

         01 BASE-CURRENCY-CD        PIC X(03) VALUE 'USD'.

         01 FX-RATE-COUNT           PIC 9(03) COMP VALUE ZERO.
         01 FX-IX                   PIC 9(03) COMP VALUE ZERO.
         01 FX-RATE-TABLE.
            05 FX-RATE-ENTRY OCCURS 500 TIMES.
               10 FXT-RATE-DATE        PIC X(08).
               10 FXT-CURRENCY-CD      PIC X(03).
               10 FXT-RATE             PIC 9(05)V9(06).

         01 FX-MATCH-SW             PIC X(01) VALUE 'N'.
            88 FX-MATCH-FOUND              VALUE 'Y'.

      *    ONE BUCKET PER CURRENCY AND TRANSACTION DATE, SINCE THE
      *    RATE APPLIED IS THE ONE FOR THAT DATE.
         01 BUCKET-COUNT            PIC 9(03) COMP VALUE ZERO.
         01 BKT-IX                  PIC 9(03) COMP VALUE ZERO.
         01 BUCKET-TABLE.
            05 BUCKET-ENTRY OCCURS 500 TIMES.
               10 BKT-CURRENCY-CD      PIC X(03).
               10 BKT-TRAN-DATE        PIC X(08).
               10 BKT-RATE             PIC 9(05)V9(06).
               10 BKT-ITEM-COUNT       PIC 9(9) COMP.
               10 BKT-ORIG-TOTAL       PIC S9(11)V99.
               10 BKT-BASE-TOTAL       PIC S9(11)V99.
               10 BKT-PRINTED-SW       PIC X(01).
                  88 BKT-PRINTED               VALUE 'Y'.

         01 BUCKET-MATCH-SW         PIC X(01) VALUE 'N'.
            88 BUCKET-MATCH-FOUND          VALUE 'Y'.

         01 BUCKET-FULL-SW          PIC X(01) VALUE 'N'.
            88 BUCKET-TABLE-FULL           VALUE 'Y'.

         01 CURRENCY-WORK           PIC X(03) VALUE SPACES.
         01 ORIG-AMOUNT-WORK        PIC S9(8)V99 VALUE ZERO.

         01 CCY-ITEM-COUNT          PIC 9(9) COMP VALUE ZERO.
         01 CCY-ORIG-TOTAL          PIC S9(11)V99 VALUE ZERO.
         01 CCY-BASE-TOTAL          PIC S9(11)V99 VALUE ZERO.

         01 RECORDS-READ-COUNT      PIC 9(9) COMP VALUE ZERO.
         01 FOREIGN-ITEM-COUNT      PIC 9(9) COMP VALUE ZERO.
         01 UNBUCKETED-COUNT        PIC 9(9) COMP VALUE ZERO.
         01 GRAND-BASE-TOTAL        PIC S9(11)V99 VALUE ZERO.

         01 RPT-COUNT-DISPLAY       PIC ZZZZZZZZ9.
         01 RPT-RATE-DISPLAY        PIC ZZZZ9.999999.
         01 RPT-ORIG-DISPLAY        PIC ZZZZZZZZZ9.99-.
         01 RPT-BASE-DISPLAY        PIC ZZZZZZZZZ9.99-.

        PROCEDURE DIVISION.
            PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

            DISPLAY ' '.
            DISPLAY '---------------------------------------------'.
            DISPLAY ' FXRPT - CURRENCY TOTALS AND RATES APPLIED'.
            DISPLAY '         BASE CURRENCY ' BASE-CURRENCY-CD.
            DISPLAY '---------------------------------------------'.

            PERFORM 3000-TOTAL-GOOD-FILE
               THRU 3000-EXIT.

            PERFORM 4000-LIST-CURRENCY-TOTALS
               THRU 4000-EXIT.

            PERFORM 9500-PRINT-SUMMARY-REPORT
               THRU 9500-EXIT.

            GOBACK.

        1000-INITIALIZE.
            MOVE SPACES TO GOODFILE-DSN.
            ACCEPT GOODFILE-DSN FROM ENVIRONMENT 'DD_GOODFILE'.
            IF GOODFILE-DSN = SPACES
                MOVE './GOODFILE.TXT' TO GOODFILE-DSN
            END-IF.

            MOVE SPACES TO FXRATEFILE-DSN.
            ACCEPT FXRATEFILE-DSN FROM ENVIRONMENT 'DD_FXRATEFILE'.
            IF FXRATEFILE-DSN = SPACES
                MOVE './FXRATES.TXT' TO FXRATEFILE-DSN
            END-IF.

            MOVE SPACES TO RUNCTLFILE-DSN.
            ACCEPT RUNCTLFILE-DSN FROM ENVIRONMENT 'DD_RUNCTL'.
            IF RUNCTLFILE-DSN = SPACES
                MOVE './RUNCTL.TXT' TO RUNCTLFILE-DSN
            END-IF.

            OPEN INPUT RUNCTLFILE.
            IF FILE-STATUS-SUCCESS OF RUNCTLFILE-FILE-STATUS
                READ RUNCTLFILE
                  AT END
                     SET FILE-STATUS-AT-END OF RUNCTLFILE-FILE-STATUS
                      TO TRUE
                END-READ
                IF FILE-STATUS-SUCCESS OF RUNCTLFILE-FILE-STATUS
                    IF RC-BASE-CURRENCY NOT = SPACES
                        MOVE RC-BASE-CURRENCY TO BASE-CURRENCY-CD
                    END-IF
                END-IF
                CLOSE RUNCTLFILE
            END-IF.

            OPEN INPUT FXRATEFILE.
            IF NOT FILE-STATUS-SUCCESS OF FXRATEFILE-FILE-STATUS
                DISPLAY 'FXRPT - NO EXCHANGE-RATE FILE, RATES ARE '
                        'SHOWN AS ZERO.'
            ELSE
                PERFORM 1100-READ-RATE-RECORD
                   THRU 1100-EXIT
                PERFORM 1200-STORE-ONE-RATE
                   THRU 1200-EXIT
                   UNTIL FILE-STATUS-AT-END OF FXRATEFILE-FILE-STATUS
                CLOSE FXRATEFILE
            END-IF.
        1000-EXIT.
            EXIT.

        1100-READ-RATE-RECORD.
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
        1100-EXIT.
            EXIT.

        1200-STORE-ONE-RATE.
            IF FX-RATE-DATE IS NUMERIC
               AND FX-CURRENCY-CD NOT = SPACES
               AND FX-RATE IS NUMERIC
               AND FX-RATE > ZERO
               AND FX-RATE-COUNT < 500
                ADD 1 TO FX-RATE-COUNT
                MOVE FX-RATE-DATE TO FXT-RATE-DATE (FX-RATE-COUNT)
                MOVE FX-CURRENCY-CD TO FXT-CURRENCY-CD (FX-RATE-COUNT)
                MOVE FX-RATE TO FXT-RATE (FX-RATE-COUNT)
            END-IF.

            PERFORM 1100-READ-RATE-RECORD
               THRU 1100-EXIT.
        1200-EXIT.
            EXIT.

        3000-TOTAL-GOOD-FILE.
            OPEN INPUT GOODFILE.
            IF NOT FILE-STATUS-SUCCESS OF GOODFILE-FILE-STATUS
                DISPLAY 'FXRPT - COULD NOT OPEN THE GOOD FILE - '
                        'NOTHING TO REPORT.'
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM 3100-READ-GOOD-RECORD
                   THRU 3100-EXIT
                PERFORM 3200-ADD-ONE-ITEM
                   THRU 3200-EXIT
                   UNTIL FILE-STATUS-AT-END OF GOODFILE-FILE-STATUS
                CLOSE GOODFILE
            END-IF.
        3000-EXIT.
            EXIT.

        3100-READ-GOOD-RECORD.
            READ GOODFILE
              AT END
                 SET FILE-STATUS-AT-END OF GOODFILE-FILE-STATUS
                  TO TRUE
            END-READ.

            IF FILE-STATUS-AT-END OF GOODFILE-FILE-STATUS
                NEXT SENTENCE
            ELSE
                IF NOT FILE-STATUS-SUCCESS OF GOODFILE-FILE-STATUS
                    DISPLAY 'FXRPT - GOOD FILE READ ERROR, STATUS '
                            GOODFILE-FILE-STATUS
                    MOVE 8 TO RETURN-CODE
                    SET FILE-STATUS-AT-END OF GOODFILE-FILE-STATUS
                        TO TRUE
                END-IF
            END-IF.
        3100-EXIT.
            EXIT.

        3200-ADD-ONE-ITEM.
            ADD 1 TO RECORDS-READ-COUNT.
            ADD TRAN-AMOUNT-N TO GRAND-BASE-TOTAL.

            IF TRAN-CURRENCY-CD = SPACES
                MOVE BASE-CURRENCY-CD TO CURRENCY-WORK
            ELSE
                MOVE TRAN-CURRENCY-CD TO CURRENCY-WORK
            END-IF.

            IF TRAN-TYPE-ORDINARY
               AND TRAN-ORIG-AMOUNT-N IS NUMERIC
                MOVE TRAN-ORIG-AMOUNT-N TO ORIG-AMOUNT-WORK
            ELSE
                MOVE TRAN-AMOUNT-N TO ORIG-AMOUNT-WORK
            END-IF.

            IF CURRENCY-WORK NOT = BASE-CURRENCY-CD
                ADD 1 TO FOREIGN-ITEM-COUNT
            END-IF.

            MOVE 'N' TO BUCKET-MATCH-SW.
            PERFORM 3300-MATCH-BUCKET
               THRU 3300-EXIT
               VARYING BKT-IX FROM 1 BY 1
               UNTIL BKT-IX > BUCKET-COUNT
                  OR BUCKET-MATCH-FOUND.

            IF NOT BUCKET-MATCH-FOUND
                IF BUCKET-COUNT < 500
                    PERFORM 3400-OPEN-NEW-BUCKET
                       THRU 3400-EXIT
                ELSE
                    SET BUCKET-TABLE-FULL TO TRUE
                    ADD 1 TO UNBUCKETED-COUNT
                END-IF
            END-IF.

            IF BUCKET-MATCH-FOUND
                ADD 1 TO BKT-ITEM-COUNT (BKT-IX)
                ADD ORIG-AMOUNT-WORK TO BKT-ORIG-TOTAL (BKT-IX)
                ADD TRAN-AMOUNT-N TO BKT-BASE-TOTAL (BKT-IX)
            END-IF.

            PERFORM 3100-READ-GOOD-RECORD
               THRU 3100-EXIT.
        3200-EXIT.
            EXIT.

        3300-MATCH-BUCKET.
            IF BKT-CURRENCY-CD (BKT-IX) = CURRENCY-WORK
               AND BKT-TRAN-DATE (BKT-IX) = TRAN-DATE
                SET BUCKET-MATCH-FOUND TO TRUE
            END-IF.
        3300-EXIT.
            EXIT.

        3400-OPEN-NEW-BUCKET.
            ADD 1 TO BUCKET-COUNT.
            MOVE BUCKET-COUNT TO BKT-IX.
            MOVE CURRENCY-WORK TO BKT-CURRENCY-CD (BKT-IX).
            MOVE TRAN-DATE TO BKT-TRAN-DATE (BKT-IX).
            MOVE ZERO TO BKT-ITEM-COUNT (BKT-IX).
            MOVE ZERO TO BKT-ORIG-TOTAL (BKT-IX).
            MOVE ZERO TO BKT-BASE-TOTAL (BKT-IX).
            MOVE 'N' TO BKT-PRINTED-SW (BKT-IX).

            IF CURRENCY-WORK = BASE-CURRENCY-CD
                MOVE 1 TO BKT-RATE (BKT-IX)
            ELSE
                MOVE ZERO TO BKT-RATE (BKT-IX)
                MOVE 'N' TO FX-MATCH-SW
                PERFORM 3450-MATCH-RATE-ENTRY
                   THRU 3450-EXIT
                   VARYING FX-IX FROM 1 BY 1
                   UNTIL FX-IX > FX-RATE-COUNT
                      OR FX-MATCH-FOUND
            END-IF.

            SET BUCKET-MATCH-FOUND TO TRUE.
        3400-EXIT.
            EXIT.

        3450-MATCH-RATE-ENTRY.
            IF FXT-RATE-DATE (FX-IX) = TRAN-DATE
               AND FXT-CURRENCY-CD (FX-IX) = CURRENCY-WORK
                SET FX-MATCH-FOUND TO TRUE
                MOVE FXT-RATE (FX-IX) TO BKT-RATE (BKT-IX)
            END-IF.
        3450-EXIT.
            EXIT.

        4000-LIST-CURRENCY-TOTALS.
            DISPLAY ' '.
            DISPLAY '   CCY TRAN DATE         RATE     ITEMS'
                    '  ORIGINAL AMOUNT    BASE AMOUNT'.
            IF BUCKET-COUNT = ZERO
                DISPLAY '   NONE.'
            ELSE
                PERFORM 4100-LIST-ONE-CURRENCY
                   THRU 4100-EXIT
                   VARYING BKT-IX FROM 1 BY 1
                   UNTIL BKT-IX > BUCKET-COUNT
            END-IF.
        4000-EXIT.
            EXIT.

        4100-LIST-ONE-CURRENCY.
            IF NOT BKT-PRINTED (BKT-IX)
                MOVE BKT-CURRENCY-CD (BKT-IX) TO CURRENCY-WORK
                MOVE ZERO TO CCY-ITEM-COUNT
                MOVE ZERO TO CCY-ORIG-TOTAL
                MOVE ZERO TO CCY-BASE-TOTAL
                PERFORM 4200-LIST-ONE-BUCKET
                   THRU 4200-EXIT
                   VARYING FX-IX FROM BKT-IX BY 1
                   UNTIL FX-IX > BUCKET-COUNT
                MOVE CCY-ITEM-COUNT TO RPT-COUNT-DISPLAY
                MOVE CCY-ORIG-TOTAL TO RPT-ORIG-DISPLAY
                MOVE CCY-BASE-TOTAL TO RPT-BASE-DISPLAY
                DISPLAY '   ' CURRENCY-WORK ' TOTAL               '
                        '   ' RPT-COUNT-DISPLAY ' '
                        RPT-ORIG-DISPLAY ' ' RPT-BASE-DISPLAY
                DISPLAY ' '
            END-IF.
        4100-EXIT.
            EXIT.

        4200-LIST-ONE-BUCKET.
            IF BKT-CURRENCY-CD (FX-IX) = CURRENCY-WORK
                SET BKT-PRINTED (FX-IX) TO TRUE
                ADD BKT-ITEM-COUNT (FX-IX) TO CCY-ITEM-COUNT
                ADD BKT-ORIG-TOTAL (FX-IX) TO CCY-ORIG-TOTAL
                ADD BKT-BASE-TOTAL (FX-IX) TO CCY-BASE-TOTAL
                MOVE BKT-RATE (FX-IX) TO RPT-RATE-DISPLAY
                MOVE BKT-ITEM-COUNT (FX-IX) TO RPT-COUNT-DISPLAY
                MOVE BKT-ORIG-TOTAL (FX-IX) TO RPT-ORIG-DISPLAY
                MOVE BKT-BASE-TOTAL (FX-IX) TO RPT-BASE-DISPLAY
                DISPLAY '   ' BKT-CURRENCY-CD (FX-IX) ' '
                        BKT-TRAN-DATE (FX-IX) ' '
                        RPT-RATE-DISPLAY ' ' RPT-COUNT-DISPLAY ' '
                        RPT-ORIG-DISPLAY ' ' RPT-BASE-DISPLAY
            END-IF.
        4200-EXIT.
            EXIT.

        9500-PRINT-SUMMARY-REPORT.
            DISPLAY '---------------------------------------------'.
            DISPLAY ' GOOD RECORDS READ ......... ' RECORDS-READ-COUNT.
            DISPLAY ' FOREIGN-CURRENCY ITEMS .... ' FOREIGN-ITEM-COUNT.
            MOVE GRAND-BASE-TOTAL TO RPT-BASE-DISPLAY.
            DISPLAY ' TOTAL IN BASE CURRENCY .... ' RPT-BASE-DISPLAY.
            IF BUCKET-TABLE-FULL
                DISPLAY ' ITEMS NOT BROKEN DOWN ..... '
                        UNBUCKETED-COUNT
                DISPLAY ' WARNING: MORE THAN 500 CURRENCY/DATE '
                        'GROUPS, BREAKDOWN IS INCOMPLETE.'
                MOVE 8 TO RETURN-CODE
            END-IF.
            DISPLAY '---------------------------------------------'.
        9500-EXIT.
            EXIT.
