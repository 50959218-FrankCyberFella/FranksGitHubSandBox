        IDENTIFICATION DIVISION.
        PROGRAM-ID. HOUSEKP.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

        SELECT RETNTBL ASSIGN TO DYNAMIC RETNTBL-DSN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS RETNTBL-FILE-STATUS.

        SELECT SYSCTLFILE ASSIGN TO DYNAMIC SYSCTLFILE-DSN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS SYSCTLFILE-FILE-STATUS.

        SELECT GLBREAKFILE ASSIGN TO DYNAMIC GLBREAKFILE-DSN
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS GLB-KEY
            FILE STATUS  IS GLBREAKFILE-FILE-STATUS.

        SELECT DISPFILE ASSIGN TO DYNAMIC DISPFILE-DSN
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS DISP-CASE-ID
            FILE STATUS  IS DISPFILE-FILE-STATUS.

        SELECT SUSPFILE ASSIGN TO DYNAMIC SUSPFILE-DSN
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SUSP-TRAN-ID
            FILE STATUS  IS SUSPFILE-FILE-STATUS.

        SELECT LOGFILE ASSIGN TO DYNAMIC LOGFILE-DSN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS LOGFILE-FILE-STATUS.

        SELECT WORKFILE ASSIGN TO DYNAMIC WORKFILE-DSN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS WORKFILE-FILE-STATUS.

        SELECT ARCHFILE ASSIGN TO DYNAMIC ARCHFILE-DSN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS ARCHFILE-FILE-STATUS.

        SELECT DELLIST ASSIGN TO DYNAMIC DELLIST-DSN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS DELLIST-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
         FD RETNTBL
            RECORD CONTAINS 80.

            COPY RETNREC.

         FD SYSCTLFILE
            RECORD CONTAINS 80.

            COPY SYSCTL.

         FD GLBREAKFILE
            RECORD CONTAINS 128.

            COPY GLBREC.

         FD DISPFILE
            RECORD CONTAINS 250.

            COPY DISPREC.

         FD SUSPFILE
            RECORD CONTAINS 80.

            COPY SUSPREC.

      *    LOGFILE, WORKFILE AND ARCHFILE ARE SHARED BY EVERY
      *    SEQUENTIAL FILE IN THE RETENTION TABLE.  EACH RECORD IS
      *    MOVED TO ITS OWN LAYOUT IN WORKING-STORAGE TO BE DATED
      *    AND HASHED, AND IS COPIED ON UNCHANGED.
         FD LOGFILE
            RECORD CONTAINS 200.

         01 LOGFILE-RECORD          PIC X(200).

         FD WORKFILE
            RECORD CONTAINS 200.

         01 WORKFILE-RECORD         PIC X(200).

         FD ARCHFILE
            RECORD CONTAINS 200.

         01 ARCHFILE-RECORD         PIC X(200).

         FD DELLIST
            RECORD CONTAINS 80.

         01 DELLIST-RECORD          PIC X(80).

        WORKING-STORAGE SECTION.

         01 RETNTBL-DSN             PIC X(80).
         01 SYSCTLFILE-DSN          PIC X(80).
         01 GLBREAKFILE-DSN         PIC X(80).
         01 DISPFILE-DSN            PIC X(80).
         01 SUSPFILE-DSN            PIC X(80).
         01 LOGFILE-DSN             PIC X(80).
         01 WORKFILE-DSN            PIC X(80).
         01 ARCHFILE-DSN            PIC X(80).
         01 DELLIST-DSN             PIC X(80).

         01 RUNLOG-DSN              PIC X(80).
         01 POSTLOG-DSN             PIC X(80).
         01 SECAUDIT-DSN            PIC X(80).
         01 REPAIRAUDIT-DSN         PIC X(80).

         01 REJARCH-PREFIX          PIC X(40) VALUE SPACES.
         01 REJARCH-SUFFIX          PIC X(10) VALUE SPACES.
         01 SNAP-PREFIX             PIC X(40) VALUE SPACES.
         01 SNAP-SUFFIX             PIC X(10) VALUE SPACES.
         01 HKARCH-PREFIX           PIC X(40) VALUE SPACES.
         01 HKARCH-SUFFIX           PIC X(10) VALUE SPACES.
         01 GEN-PREFIX              PIC X(40) VALUE SPACES.
         01 GEN-SUFFIX              PIC X(10) VALUE SPACES.

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==RETNTBL-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==SYSCTLFILE-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==GLBREAKFILE-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==DISPFILE-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==SUSPFILE-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==LOGFILE-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==WORKFILE-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==ARCHFILE-FILE-STATUS==
             .

         COPY FILESTAT
             REPLACING ==STATUS-FIELD== BY ==DELLIST-FILE-STATUS==
             .

         COPY DATECALC.

         COPY SECLOG.

      *    RECORD LAYOUTS OF THE SEQUENTIAL FILES IN THE TABLE.
         COPY RUNLOG.

         COPY POSTLOG.

         COPY REJAREC.

         COPY BALSNAP.

         01 SECAUDIT-RECORD.
            05 SEC-DATE             PIC X(08).
            05 SEC-TIME             PIC X(06).
            05 SEC-OPERATOR         PIC X(08).
            05 SEC-PROGRAM          PIC X(08).
            05 SEC-ACTION           PIC X(20).
            05 SEC-RESULT           PIC X(01).
            05 SEC-DETAIL           PIC X(40).
            05 FILLER               PIC X(29).

         01 AUDIT-RECORD.
            05 RA-DATE              PIC X(08).
            05 RA-TIME              PIC X(06).
            05 RA-OPERATOR          PIC X(08).
            05 RA-TRAN-ID           PIC X(10).
            05 RA-FIELD-NAME        PIC X(10).
            05 RA-OLD-VALUE         PIC X(35).
            05 RA-NEW-VALUE         PIC X(35).
            05 FILLER               PIC X(08).

         01 CURRENT-RUN-DATE        PIC 9(08) VALUE ZERO.
         01 CURRENT-RUN-DATE-X REDEFINES CURRENT-RUN-DATE
                                    PIC X(08).
         01 RUN-DATE-SERIAL         PIC 9(07) VALUE ZERO.
         01 PURGE-CUTOFF-SERIAL     PIC 9(07) VALUE ZERO.

         01 LOOKBACK-DAYS-TEXT      PIC X(04) VALUE SPACES.
         01 LOOKBACK-SHIFT-TEXT     PIC X(04) VALUE SPACES.
         01 LOOKBACK-DAYS           PIC 9(04) VALUE 45.

      *    OLDEST RUN DATE DAYRECON MAY STILL BE ASKED TO RECONCILE:
      *    THE CURRENT BUSINESS DATE, OR THE RUN DATE OF THE OLDEST
      *    GL BREAK STILL OPEN IF THAT IS EARLIER.
         01 RECON-GUARD-DATE        PIC X(08) VALUE SPACES.
         01 OLDEST-OPEN-BREAK-DATE  PIC X(08) VALUE SPACES.

         01 FILEIO-HELD-SW          PIC X(01) VALUE 'N'.
            88 FILEIO-RUN-HELD             VALUE 'Y'.

      *    SET WHEN A GUARD FILE IS PRESENT BUT CANNOT BE READ, SO
      *    NOTHING IS PURGED AGAINST GUARDS THAT ARE ONLY GUESSED.
         01 GUARD-UNREADABLE-SW     PIC X(01) VALUE 'N'.
            88 GUARD-UNREADABLE            VALUE 'Y'.

      *    UNRESOLVED DISPUTE CASES - THEIR TRANSACTIONS AND AUDIT
      *    TRAIL ARE NEVER PURGED WHILE THE CASE IS OPEN.
         01 DISPUTE-MAX             PIC 9(04) COMP VALUE 500.
         01 DISPUTE-COUNT           PIC 9(04) COMP VALUE ZERO.
         01 DISPUTE-TABLE.
            05 DISPUTE-ENTRY OCCURS 500 TIMES INDEXED BY DISP-IX.
               10 DT-CASE-ID        PIC 9(05).
               10 DT-TRAN-ID        PIC X(10).
               10 DT-CREDIT-TRAN-ID PIC X(10).
         01 DISPUTE-TABLE-FULL-SW   PIC X(01) VALUE 'N'.
            88 DISPUTE-TABLE-FULL          VALUE 'Y'.
         01 DISPUTE-MATCH-SW        PIC X(01) VALUE 'N'.
            88 DISPUTE-MATCHED             VALUE 'Y'.
         01 MATCH-TRAN-ID           PIC X(10) VALUE SPACES.
         01 MATCH-CASE-ID           PIC 9(05) VALUE ZERO.

      *    FILE CODES ALREADY HANDLED THIS RUN, SO A CODE LISTED
      *    TWICE IN THE TABLE IS ONLY EVER TRIMMED ONCE.
         01 SEEN-COUNT              PIC 9(02) COMP VALUE ZERO.
         01 SEEN-TABLE.
            05 SEEN-FILE-CD         PIC X(08) OCCURS 10 TIMES
                                    INDEXED BY SEEN-IX.
         01 SEEN-MATCH-SW           PIC X(01) VALUE 'N'.
            88 SEEN-MATCHED                VALUE 'Y'.

         01 ENTRY-OK-SW             PIC X(01) VALUE 'N'.
            88 ENTRY-OK                    VALUE 'Y'.

      *    THE RECORD BEING LOOKED AT - ITS DATE, ITS CONTRIBUTION
      *    TO THE HASH TOTAL AND WHY, IF AT ALL, IT MUST BE KEPT.
         01 REC-DATE                PIC X(08) VALUE SPACES.
         01 REC-DATE-N REDEFINES REC-DATE
                                    PIC 9(08).
         01 REC-HASH                PIC S9(13)V99 VALUE ZERO.
         01 REC-ELIGIBLE-SW         PIC X(01) VALUE 'Y'.
            88 REC-ELIGIBLE                VALUE 'Y'.
         01 REC-EXPIRED-SW          PIC X(01) VALUE 'N'.
            88 REC-EXPIRED                 VALUE 'Y'.
         01 REC-PROTECT-CD          PIC X(01) VALUE SPACE.
            88 REC-NOT-PROTECTED           VALUE SPACE.
            88 REC-NEEDED-BY-DAYRECON      VALUE 'R'.
            88 REC-NEEDED-BY-RUNREL        VALUE 'L'.
            88 REC-NEEDED-BY-DISPUTE       VALUE 'D'.

      *    RUN-LOG POSITIONS RUNREL AND FILEIO READ BACK: THE LAST
      *    RUN, AND THE TWO LATEST RUNS GOOD ENOUGH TO SERVE AS THE
      *    PRIOR CONTROL TOTAL.
         01 LOG-POSITION            PIC 9(09) COMP VALUE ZERO.
         01 RUNLOG-LAST-POSITION    PIC 9(09) COMP VALUE ZERO.
         01 RUNLOG-LATEST-GOOD      PIC 9(09) COMP VALUE ZERO.
         01 RUNLOG-PREVIOUS-GOOD    PIC 9(09) COMP VALUE ZERO.

         01 ARCHIVE-OPEN-SW         PIC X(01) VALUE 'N'.
            88 ARCHIVE-OPEN                VALUE 'Y'.

      *    DATED GENERATION SWEEP.
         01 GEN-DATE-X              PIC X(08) VALUE SPACES.
         01 GEN-DATE-N REDEFINES GEN-DATE-X.
            05 GEN-DATE-YYYY        PIC 9(04).
            05 GEN-DATE-MM          PIC 9(02).
            05 GEN-DATE-DD          PIC 9(02).
         01 GEN-STEP-COUNT          PIC 9(05) COMP VALUE ZERO.
         01 GEN-STEP-TARGET         PIC 9(05) COMP VALUE ZERO.
         01 GEN-RECORD-COUNT        PIC 9(09) COMP VALUE ZERO.
         01 GEN-HASH                PIC S9(15)V99 VALUE ZERO.
         01 GEN-COPY-COUNT          PIC 9(09) COMP VALUE ZERO.
         01 GEN-PROTECTED-SW        PIC X(01) VALUE 'N'.
            88 GEN-PROTECTED               VALUE 'Y'.

      *    TOTALS FOR THE FILE BEING TRIMMED.  BEFORE MUST EQUAL
      *    AFTER PLUS ARCHIVED PLUS DELETED, BY COUNT AND BY HASH.
         01 FILE-BEFORE-COUNT       PIC 9(09) COMP VALUE ZERO.
         01 FILE-BEFORE-HASH        PIC S9(15)V99 VALUE ZERO.
         01 FILE-KEPT-COUNT         PIC 9(09) COMP VALUE ZERO.
         01 FILE-KEPT-HASH          PIC S9(15)V99 VALUE ZERO.
         01 FILE-ARCHIVED-COUNT     PIC 9(09) COMP VALUE ZERO.
         01 FILE-ARCHIVED-HASH      PIC S9(15)V99 VALUE ZERO.
         01 FILE-DELETED-COUNT      PIC 9(09) COMP VALUE ZERO.
         01 FILE-DELETED-HASH       PIC S9(15)V99 VALUE ZERO.
         01 FILE-AFTER-COUNT        PIC 9(09) COMP VALUE ZERO.
         01 FILE-AFTER-HASH         PIC S9(15)V99 VALUE ZERO.
         01 FILE-KEPT-RECON-COUNT   PIC 9(09) COMP VALUE ZERO.
         01 FILE-KEPT-RUNREL-COUNT  PIC 9(09) COMP VALUE ZERO.
         01 FILE-KEPT-DISPUTE-COUNT PIC 9(09) COMP VALUE ZERO.
         01 FILE-BAD-DATE-COUNT     PIC 9(09) COMP VALUE ZERO.
         01 FILE-GEN-FOUND-COUNT    PIC 9(09) COMP VALUE ZERO.
         01 FILE-GEN-LISTED-COUNT   PIC 9(09) COMP VALUE ZERO.
         01 FILE-GEN-KEPT-COUNT     PIC 9(09) COMP VALUE ZERO.
         01 FILE-FOUND-SW           PIC X(01) VALUE 'N'.
            88 FILE-FOUND                  VALUE 'Y'.
         01 PROOF-COUNT             PIC 9(09) COMP VALUE ZERO.
         01 PROOF-HASH              PIC S9(15)V99 VALUE ZERO.

      *    RUN TOTALS.
         01 ENTRIES-READ-COUNT      PIC 9(05) COMP VALUE ZERO.
         01 ENTRIES-SKIPPED-COUNT   PIC 9(05) COMP VALUE ZERO.
         01 FILES-TRIMMED-COUNT     PIC 9(05) COMP VALUE ZERO.
         01 TOTAL-BEFORE-COUNT      PIC 9(09) COMP VALUE ZERO.
         01 TOTAL-ARCHIVED-COUNT    PIC 9(09) COMP VALUE ZERO.
         01 TOTAL-DELETED-COUNT     PIC 9(09) COMP VALUE ZERO.
         01 TOTAL-AFTER-COUNT       PIC 9(09) COMP VALUE ZERO.
         01 TOTAL-KEPT-NEEDED-COUNT PIC 9(09) COMP VALUE ZERO.
         01 TOTAL-GEN-LISTED-COUNT  PIC 9(09) COMP VALUE ZERO.

         01 RPT-COUNT-DISPLAY       PIC ZZZZZZZZ9.
         01 RPT-AFTER-DISPLAY       PIC ZZZZZZZZ9.
         01 RPT-HASH-DISPLAY        PIC ZZZZZZZZZZZZZZ9.99-.

        PROCEDURE DIVISION.
            PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

            PERFORM 2000-LOAD-THE-GUARDS
               THRU 2000-EXIT.

            IF GUARD-UNREADABLE
                DISPLAY 'HOUSEKP - NOTHING PURGED. FIX THE FILE '
                        'ABOVE AND RERUN.'
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.

            IF DISPUTE-TABLE-FULL
                DISPLAY 'HOUSEKP - MORE THAN ' DISPUTE-MAX
                        ' UNRESOLVED DISPUTE CASES - CANNOT TELL '
                        'WHICH RECORDS THEY STILL NEED.'
                DISPLAY 'HOUSEKP - NOTHING PURGED. RAISE THE '
                        'DISPUTE TABLE SIZE AND RERUN.'
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.

            OPEN INPUT RETNTBL.
            IF NOT FILE-STATUS-SUCCESS OF RETNTBL-FILE-STATUS
                DISPLAY 'HOUSEKP - NO RETENTION TABLE, NOTHING '
                        'PURGED: ' RETNTBL-DSN
                MOVE 4 TO RETURN-CODE
                GOBACK
            END-IF.

            OPEN OUTPUT DELLIST.
            IF NOT FILE-STATUS-SUCCESS OF DELLIST-FILE-STATUS
                DISPLAY 'HOUSEKP - COULD NOT OPEN THE GENERATION '
                        'DELETE LIST: ' DELLIST-DSN
                PERFORM 9000-ABEND-AND-STOP
            END-IF.

            PERFORM 7000-READ-RETENTION-ENTRY
               THRU 7000-EXIT.

            PERFORM 3000-HOUSEKEEP-ONE-FILE
               THRU 3000-EXIT
               UNTIL FILE-STATUS-AT-END OF RETNTBL-FILE-STATUS.

            CLOSE RETNTBL
                  DELLIST.

            PERFORM 9500-PRINT-SUMMARY-REPORT
               THRU 9500-EXIT.

            IF ENTRIES-SKIPPED-COUNT > ZERO
                MOVE 8 TO RETURN-CODE
            ELSE
                IF FILES-TRIMMED-COUNT = ZERO
                    MOVE 4 TO RETURN-CODE
                ELSE
                    MOVE ZERO TO RETURN-CODE
                END-IF
            END-IF.

            GOBACK.

        1000-INITIALIZE.
            MOVE SPACES TO RETNTBL-DSN.
            ACCEPT RETNTBL-DSN FROM ENVIRONMENT 'DD_RETNTBL'.
            IF RETNTBL-DSN = SPACES
                MOVE './RETENTION.TXT' TO RETNTBL-DSN
            END-IF.

            MOVE SPACES TO SYSCTLFILE-DSN.
            ACCEPT SYSCTLFILE-DSN FROM ENVIRONMENT 'DD_SYSCTL'.
            IF SYSCTLFILE-DSN = SPACES
                MOVE './SYSCTL.TXT' TO SYSCTLFILE-DSN
            END-IF.

            MOVE SPACES TO GLBREAKFILE-DSN.
            ACCEPT GLBREAKFILE-DSN FROM ENVIRONMENT 'DD_GLBREAK'.
            IF GLBREAKFILE-DSN = SPACES
                MOVE './GLBREAK.IDX' TO GLBREAKFILE-DSN
            END-IF.

            MOVE SPACES TO DISPFILE-DSN.
            ACCEPT DISPFILE-DSN FROM ENVIRONMENT 'DD_DISPFILE'.
            IF DISPFILE-DSN = SPACES
                MOVE './DISPUTE.IDX' TO DISPFILE-DSN
            END-IF.

            MOVE SPACES TO SUSPFILE-DSN.
            ACCEPT SUSPFILE-DSN FROM ENVIRONMENT 'DD_SUSPFILE'.
            IF SUSPFILE-DSN = SPACES
                MOVE './SUSPENSE.IDX' TO SUSPFILE-DSN
            END-IF.

            MOVE SPACES TO RUNLOG-DSN.
            ACCEPT RUNLOG-DSN FROM ENVIRONMENT 'DD_RUNLOG'.
            IF RUNLOG-DSN = SPACES
                MOVE './RUNLOG.TXT' TO RUNLOG-DSN
            END-IF.

            MOVE SPACES TO POSTLOG-DSN.
            ACCEPT POSTLOG-DSN FROM ENVIRONMENT 'DD_POSTLOG'.
            IF POSTLOG-DSN = SPACES
                MOVE './POSTLOG.TXT' TO POSTLOG-DSN
            END-IF.

            MOVE SPACES TO SECAUDIT-DSN.
            ACCEPT SECAUDIT-DSN FROM ENVIRONMENT 'DD_SECAUDIT'.
            IF SECAUDIT-DSN = SPACES
                MOVE './SECURITY.AUDIT.TXT' TO SECAUDIT-DSN
            END-IF.

            MOVE SPACES TO REPAIRAUDIT-DSN.
            ACCEPT REPAIRAUDIT-DSN FROM ENVIRONMENT 'DD_REPAIRAUDIT'.
            IF REPAIRAUDIT-DSN = SPACES
                MOVE './REPAIR.AUDIT.TXT' TO REPAIRAUDIT-DSN
            END-IF.

            MOVE SPACES TO WORKFILE-DSN.
            ACCEPT WORKFILE-DSN FROM ENVIRONMENT 'DD_HKWORK'.
            IF WORKFILE-DSN = SPACES
                MOVE './HOUSEKP.WORK.TXT' TO WORKFILE-DSN
            END-IF.

            MOVE SPACES TO DELLIST-DSN.
            ACCEPT DELLIST-DSN FROM ENVIRONMENT 'DD_HKDELETE'.
            IF DELLIST-DSN = SPACES
                MOVE './HOUSEKP.DELETE.TXT' TO DELLIST-DSN
            END-IF.

            MOVE SPACES TO REJARCH-PREFIX.
            ACCEPT REJARCH-PREFIX FROM ENVIRONMENT 'DD_REJARCHPREFIX'.
            MOVE SPACES TO REJARCH-SUFFIX.
            ACCEPT REJARCH-SUFFIX FROM ENVIRONMENT 'DD_REJARCHSUFFIX'.
            IF REJARCH-PREFIX = SPACES
                MOVE './REJECT.ARCHIVE.D' TO REJARCH-PREFIX
                IF REJARCH-SUFFIX = SPACES
                    MOVE '.TXT' TO REJARCH-SUFFIX
                END-IF
            END-IF.
            IF REJARCH-SUFFIX = 'NONE'
                MOVE SPACES TO REJARCH-SUFFIX
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

            MOVE SPACES TO HKARCH-PREFIX.
            ACCEPT HKARCH-PREFIX FROM ENVIRONMENT 'DD_HKARCHPREFIX'.
            MOVE SPACES TO HKARCH-SUFFIX.
            ACCEPT HKARCH-SUFFIX FROM ENVIRONMENT 'DD_HKARCHSUFFIX'.
            IF HKARCH-PREFIX = SPACES
                MOVE './ARCHIVE.' TO HKARCH-PREFIX
                IF HKARCH-SUFFIX = SPACES
                    MOVE '.TXT' TO HKARCH-SUFFIX
                END-IF
            END-IF.
            IF HKARCH-SUFFIX = 'NONE'
                MOVE SPACES TO HKARCH-SUFFIX
            END-IF.

            MOVE SPACES TO LOOKBACK-DAYS-TEXT.
            ACCEPT LOOKBACK-DAYS-TEXT
                FROM ENVIRONMENT 'HOUSEKP_LOOKBACK_DAYS'.
            IF LOOKBACK-DAYS-TEXT NOT = SPACES
                PERFORM 1100-RIGHT-JUSTIFY-LOOKBACK
                   THRU 1100-EXIT
                   UNTIL LOOKBACK-DAYS-TEXT(4:1) NOT = SPACE
                INSPECT LOOKBACK-DAYS-TEXT
                    REPLACING LEADING SPACE BY ZERO
                IF LOOKBACK-DAYS-TEXT IS NUMERIC
                   AND LOOKBACK-DAYS-TEXT NOT = '0000'
                    MOVE LOOKBACK-DAYS-TEXT TO LOOKBACK-DAYS
                ELSE
                    DISPLAY 'HOUSEKP - HOUSEKP_LOOKBACK_DAYS IS '
                            'NOT A USABLE NUMBER, USING THE '
                            'DEFAULT OF ' LOOKBACK-DAYS ' DAYS.'
                END-IF
            END-IF.

            ACCEPT CURRENT-RUN-DATE FROM DATE YYYYMMDD.
            MOVE CURRENT-RUN-DATE TO DATECALC-DATE.
            CALL 'DATECALC' USING DATECALC-PARMS.
            IF DATECALC-BAD-DATE
                DISPLAY 'HOUSEKP - COULD NOT RESOLVE RUN DATE: '
                        CURRENT-RUN-DATE
                PERFORM 9000-ABEND-AND-STOP
            END-IF.
            MOVE DATECALC-SERIAL TO RUN-DATE-SERIAL.

            DISPLAY 'HOUSEKP - RETENTION HOUSEKEEPING FOR RUN DATE '
                    CURRENT-RUN-DATE ' FROM TABLE: ' RETNTBL-DSN.
        1000-EXIT.
            EXIT.

        1100-RIGHT-JUSTIFY-LOOKBACK.
            MOVE SPACES TO LOOKBACK-SHIFT-TEXT.
            MOVE LOOKBACK-DAYS-TEXT(1:3) TO LOOKBACK-SHIFT-TEXT(2:3).
            MOVE LOOKBACK-SHIFT-TEXT TO LOOKBACK-DAYS-TEXT.
        1100-EXIT.
            EXIT.

        2000-LOAD-THE-GUARDS.
            PERFORM 2100-READ-SYSTEM-CONTROL
               THRU 2100-EXIT.

            PERFORM 2200-FIND-OLDEST-OPEN-BREAK
               THRU 2200-EXIT.

            IF OLDEST-OPEN-BREAK-DATE NOT = SPACES
               AND OLDEST-OPEN-BREAK-DATE < RECON-GUARD-DATE
                MOVE OLDEST-OPEN-BREAK-DATE TO RECON-GUARD-DATE
            END-IF.

            PERFORM 2300-LOAD-OPEN-DISPUTES
               THRU 2300-EXIT.

            DISPLAY 'HOUSEKP - RUN AND POSTING LOG ENTRIES DATED '
                    'FROM ' RECON-GUARD-DATE ' ON ARE KEPT FOR '
                    'DAYRECON.'.
            DISPLAY 'HOUSEKP - UNRESOLVED DISPUTE CASES: '
                    DISPUTE-COUNT.
            IF FILEIO-RUN-HELD
                DISPLAY 'HOUSEKP - A FILEIO RUN IS HELD FOR RUNREL; '
                        'ITS RUN-LOG ENTRIES ARE KEPT.'
            END-IF.
        2000-EXIT.
            EXIT.

        2100-READ-SYSTEM-CONTROL.
            MOVE CURRENT-RUN-DATE-X TO RECON-GUARD-DATE.

            OPEN INPUT SYSCTLFILE.
            IF FILE-STATUS-SUCCESS OF SYSCTLFILE-FILE-STATUS
                READ SYSCTLFILE
                  AT END
                     SET FILE-STATUS-AT-END OF
                         SYSCTLFILE-FILE-STATUS
                      TO TRUE
                END-READ
                IF FILE-STATUS-SUCCESS OF SYSCTLFILE-FILE-STATUS
                    IF SC-BUSINESS-DATE IS NUMERIC
                       AND SC-BUSINESS-DATE < RECON-GUARD-DATE
                        MOVE SC-BUSINESS-DATE TO RECON-GUARD-DATE
                    END-IF
                    IF SC-FILEIO-HELD
                        SET FILEIO-RUN-HELD TO TRUE
                    END-IF
                ELSE
                    IF NOT FILE-STATUS-AT-END OF
                           SYSCTLFILE-FILE-STATUS
                        DISPLAY 'HOUSEKP - COULD NOT READ THE '
                                'SYSTEM CONTROL FILE, STATUS: '
                                SYSCTLFILE-FILE-STATUS
                        SET GUARD-UNREADABLE TO TRUE
                    END-IF
                END-IF
                CLOSE SYSCTLFILE
            ELSE
                IF NOT FILE-STATUS-FILE-MISSING OF
                       SYSCTLFILE-FILE-STATUS
                    DISPLAY 'HOUSEKP - COULD NOT OPEN THE SYSTEM '
                            'CONTROL FILE, STATUS: '
                            SYSCTLFILE-FILE-STATUS
                    SET GUARD-UNREADABLE TO TRUE
                END-IF
            END-IF.
        2100-EXIT.
            EXIT.

        2200-FIND-OLDEST-OPEN-BREAK.
            MOVE SPACES TO OLDEST-OPEN-BREAK-DATE.

            OPEN INPUT GLBREAKFILE.
            IF FILE-STATUS-SUCCESS OF GLBREAKFILE-FILE-STATUS
                MOVE LOW-VALUES TO GLB-KEY
                START GLBREAKFILE KEY IS NOT LESS THAN GLB-KEY
                IF FILE-STATUS-SUCCESS OF GLBREAKFILE-FILE-STATUS
                    PERFORM 7300-READ-NEXT-BREAK
                       THRU 7300-EXIT
                    PERFORM 2250-CHECK-ONE-BREAK
                       THRU 2250-EXIT
                       UNTIL FILE-STATUS-AT-END OF
                             GLBREAKFILE-FILE-STATUS
                          OR GUARD-UNREADABLE
                ELSE
                    IF NOT FILE-STATUS-NOT-FOUND OF
                           GLBREAKFILE-FILE-STATUS
                        DISPLAY 'HOUSEKP - COULD NOT POSITION THE GL '
                                'BREAK FILE, STATUS: '
                                GLBREAKFILE-FILE-STATUS
                        SET GUARD-UNREADABLE TO TRUE
                    END-IF
                END-IF
                CLOSE GLBREAKFILE
            ELSE
                IF NOT FILE-STATUS-FILE-MISSING OF
                       GLBREAKFILE-FILE-STATUS
                    DISPLAY 'HOUSEKP - COULD NOT OPEN THE GL BREAK '
                            'FILE, STATUS: ' GLBREAKFILE-FILE-STATUS
                    SET GUARD-UNREADABLE TO TRUE
                END-IF
            END-IF.
        2200-EXIT.
            EXIT.

        2250-CHECK-ONE-BREAK.
            IF GLB-OPEN
               AND NOT GLB-SUMMARY
               AND GLB-RUN-DATE IS NUMERIC
                MOVE GLB-RUN-DATE TO OLDEST-OPEN-BREAK-DATE
                SET FILE-STATUS-AT-END OF GLBREAKFILE-FILE-STATUS
                    TO TRUE
            ELSE
                PERFORM 7300-READ-NEXT-BREAK
                   THRU 7300-EXIT
            END-IF.
        2250-EXIT.
            EXIT.

        2300-LOAD-OPEN-DISPUTES.
            MOVE ZERO TO DISPUTE-COUNT.

            OPEN INPUT DISPFILE.
            IF FILE-STATUS-SUCCESS OF DISPFILE-FILE-STATUS
                MOVE ZERO TO DISP-CASE-ID
                START DISPFILE KEY IS NOT LESS THAN DISP-CASE-ID
                IF FILE-STATUS-SUCCESS OF DISPFILE-FILE-STATUS
                    PERFORM 7400-READ-NEXT-DISPUTE
                       THRU 7400-EXIT
                    PERFORM 2350-KEEP-ONE-DISPUTE
                       THRU 2350-EXIT
                       UNTIL FILE-STATUS-AT-END OF
                             DISPFILE-FILE-STATUS
                          OR DISPUTE-TABLE-FULL
                ELSE
                    IF NOT FILE-STATUS-NOT-FOUND OF
                           DISPFILE-FILE-STATUS
                        DISPLAY 'HOUSEKP - COULD NOT POSITION THE '
                                'DISPUTE FILE, STATUS: '
                                DISPFILE-FILE-STATUS
                        SET GUARD-UNREADABLE TO TRUE
                    END-IF
                END-IF
                CLOSE DISPFILE
            ELSE
                IF NOT FILE-STATUS-FILE-MISSING OF
                       DISPFILE-FILE-STATUS
                    DISPLAY 'HOUSEKP - COULD NOT OPEN THE DISPUTE '
                            'FILE, STATUS: ' DISPFILE-FILE-STATUS
                    SET GUARD-UNREADABLE TO TRUE
                END-IF
            END-IF.
        2300-EXIT.
            EXIT.

        2350-KEEP-ONE-DISPUTE.
            IF DISP-CASE-ID NOT = ZERO
               AND DISP-UNRESOLVED
                IF DISPUTE-COUNT NOT < DISPUTE-MAX
                    SET DISPUTE-TABLE-FULL TO TRUE
                ELSE
                    ADD 1 TO DISPUTE-COUNT
                    MOVE DISP-CASE-ID TO DT-CASE-ID (DISPUTE-COUNT)
                    MOVE DISP-TRAN-ID TO DT-TRAN-ID (DISPUTE-COUNT)
                    MOVE DISP-CREDIT-TRAN-ID
                      TO DT-CREDIT-TRAN-ID (DISPUTE-COUNT)
                END-IF
            END-IF.

            IF NOT DISPUTE-TABLE-FULL
                PERFORM 7400-READ-NEXT-DISPUTE
                   THRU 7400-EXIT
            END-IF.
        2350-EXIT.
            EXIT.

        3000-HOUSEKEEP-ONE-FILE.
            IF RETN-RECORD NOT = SPACES
               AND RETN-FILE-CD(1:1) NOT = '*'
                ADD 1 TO ENTRIES-READ-COUNT
                PERFORM 3010-CHECK-THE-ENTRY
                   THRU 3010-EXIT
                IF ENTRY-OK
                    PERFORM 3050-TRIM-THE-FILE
                       THRU 3050-EXIT
                ELSE
                    ADD 1 TO ENTRIES-SKIPPED-COUNT
                END-IF
            END-IF.

            PERFORM 7000-READ-RETENTION-ENTRY
               THRU 7000-EXIT.
        3000-EXIT.
            EXIT.

        3010-CHECK-THE-ENTRY.
            MOVE 'Y' TO ENTRY-OK-SW.

            IF NOT RETN-RUNLOG
               AND NOT RETN-POSTLOG
               AND NOT RETN-SECAUDIT
               AND NOT RETN-REPAIR-AUDIT
               AND NOT RETN-SUSPENSE
               AND NOT RETN-REJECT-ARCHIVE
               AND NOT RETN-BALANCE-SNAP
                DISPLAY 'HOUSEKP - WARNING: UNKNOWN FILE CODE IN '
                        'RETENTION TABLE, ENTRY SKIPPED: '
                        RETN-FILE-CD
                MOVE 'N' TO ENTRY-OK-SW
            ELSE
                IF RETN-DAYS IS NOT NUMERIC
                   OR RETN-DAYS = ZERO
                    DISPLAY 'HOUSEKP - WARNING: RETENTION DAYS FOR '
                            RETN-FILE-CD ' ARE NOT A USABLE '
                            'NUMBER, ENTRY SKIPPED.'
                    MOVE 'N' TO ENTRY-OK-SW
                ELSE
                    IF NOT RETN-ACTION-VALID
                        DISPLAY 'HOUSEKP - WARNING: ACTION FOR '
                                RETN-FILE-CD ' MUST BE A (ARCHIVE) '
                                'OR D (DELETE), ENTRY SKIPPED.'
                        MOVE 'N' TO ENTRY-OK-SW
                    END-IF
                END-IF
            END-IF.

            IF ENTRY-OK
                MOVE 'N' TO SEEN-MATCH-SW
                PERFORM 3020-MATCH-SEEN-CODE
                   THRU 3020-EXIT
                   VARYING SEEN-IX FROM 1 BY 1
                   UNTIL SEEN-IX > SEEN-COUNT
                      OR SEEN-MATCHED
                IF SEEN-MATCHED
                    DISPLAY 'HOUSEKP - WARNING: ' RETN-FILE-CD
                            ' IS LISTED MORE THAN ONCE IN THE '
                            'RETENTION TABLE, ONLY THE FIRST '
                            'ENTRY IS USED.'
                    MOVE 'N' TO ENTRY-OK-SW
                ELSE
                    ADD 1 TO SEEN-COUNT
                    MOVE RETN-FILE-CD TO SEEN-FILE-CD (SEEN-COUNT)
                END-IF
            END-IF.
        3010-EXIT.
            EXIT.

        3020-MATCH-SEEN-CODE.
            IF SEEN-FILE-CD (SEEN-IX) = RETN-FILE-CD
                SET SEEN-MATCHED TO TRUE
            END-IF.
        3020-EXIT.
            EXIT.

        3050-TRIM-THE-FILE.
            PERFORM 3060-CLEAR-FILE-TOTALS
               THRU 3060-EXIT.

            COMPUTE PURGE-CUTOFF-SERIAL =
                RUN-DATE-SERIAL - RETN-DAYS.

            DISPLAY ' '.
            DISPLAY 'HOUSEKP - ' RETN-FILE-CD ': REMOVING ENTRIES '
                    'OLDER THAN ' RETN-DAYS ' DAYS, ACTION '
                    RETN-ACTION-CD.

            EVALUATE TRUE
                WHEN RETN-RUNLOG
                    MOVE RUNLOG-DSN TO LOGFILE-DSN
                    PERFORM 3100-TRIM-A-LOG-FILE
                       THRU 3100-EXIT
                WHEN RETN-POSTLOG
                    MOVE POSTLOG-DSN TO LOGFILE-DSN
                    PERFORM 3100-TRIM-A-LOG-FILE
                       THRU 3100-EXIT
                WHEN RETN-SECAUDIT
                    MOVE SECAUDIT-DSN TO LOGFILE-DSN
                    PERFORM 3100-TRIM-A-LOG-FILE
                       THRU 3100-EXIT
                WHEN RETN-REPAIR-AUDIT
                    MOVE REPAIRAUDIT-DSN TO LOGFILE-DSN
                    PERFORM 3100-TRIM-A-LOG-FILE
                       THRU 3100-EXIT
                WHEN RETN-SUSPENSE
                    PERFORM 3500-TRIM-THE-SUSPENSE-FILE
                       THRU 3500-EXIT
                WHEN RETN-GENERATION-FILE
                    PERFORM 4000-TRIM-DATED-GENERATIONS
                       THRU 4000-EXIT
            END-EVALUATE.

            PERFORM 8000-PRINT-FILE-REPORT
               THRU 8000-EXIT.

            IF FILE-FOUND
                ADD 1 TO FILES-TRIMMED-COUNT
                ADD FILE-BEFORE-COUNT TO TOTAL-BEFORE-COUNT
                ADD FILE-ARCHIVED-COUNT TO TOTAL-ARCHIVED-COUNT
                ADD FILE-DELETED-COUNT TO TOTAL-DELETED-COUNT
                ADD FILE-AFTER-COUNT TO TOTAL-AFTER-COUNT
                ADD FILE-KEPT-RECON-COUNT
                    FILE-KEPT-RUNREL-COUNT
                    FILE-KEPT-DISPUTE-COUNT
                    TO TOTAL-KEPT-NEEDED-COUNT
                ADD FILE-GEN-LISTED-COUNT TO TOTAL-GEN-LISTED-COUNT
                IF FILE-ARCHIVED-COUNT > ZERO
                   OR FILE-DELETED-COUNT > ZERO
                    PERFORM 8500-LOG-THE-PURGE
                       THRU 8500-EXIT
                END-IF
            END-IF.
        3050-EXIT.
            EXIT.

        3060-CLEAR-FILE-TOTALS.
            MOVE ZERO TO FILE-BEFORE-COUNT
                         FILE-BEFORE-HASH
                         FILE-KEPT-COUNT
                         FILE-KEPT-HASH
                         FILE-ARCHIVED-COUNT
                         FILE-ARCHIVED-HASH
                         FILE-DELETED-COUNT
                         FILE-DELETED-HASH
                         FILE-AFTER-COUNT
                         FILE-AFTER-HASH
                         FILE-KEPT-RECON-COUNT
                         FILE-KEPT-RUNREL-COUNT
                         FILE-KEPT-DISPUTE-COUNT
                         FILE-BAD-DATE-COUNT
                         FILE-GEN-FOUND-COUNT
                         FILE-GEN-LISTED-COUNT
                         FILE-GEN-KEPT-COUNT.
            MOVE 'N' TO FILE-FOUND-SW.
            MOVE 'N' TO ARCHIVE-OPEN-SW.

            MOVE SPACES TO ARCHFILE-DSN.
            STRING HKARCH-PREFIX      DELIMITED BY SPACE
                   RETN-FILE-CD       DELIMITED BY SPACE
                   '.D'               DELIMITED BY SIZE
                   CURRENT-RUN-DATE-X(3:6) DELIMITED BY SIZE
                   HKARCH-SUFFIX      DELIMITED BY SPACE
                INTO ARCHFILE-DSN
            END-STRING.
        3060-EXIT.
            EXIT.

        3100-TRIM-A-LOG-FILE.
            IF RETN-RUNLOG
                PERFORM 3150-FIND-RUNREL-ENTRIES
                   THRU 3150-EXIT
            END-IF.

            OPEN INPUT LOGFILE.
            IF NOT FILE-STATUS-SUCCESS OF LOGFILE-FILE-STATUS
                DISPLAY 'HOUSEKP - ' RETN-FILE-CD ' NOT FOUND, '
                        'NOTHING TO TRIM: ' LOGFILE-DSN
            ELSE
                SET FILE-FOUND TO TRUE
                OPEN OUTPUT WORKFILE
                IF NOT FILE-STATUS-SUCCESS OF WORKFILE-FILE-STATUS
                    DISPLAY 'HOUSEKP - COULD NOT OPEN THE WORK '
                            'FILE: ' WORKFILE-DSN
                    PERFORM 9000-ABEND-AND-STOP
                END-IF

                MOVE ZERO TO LOG-POSITION
                PERFORM 7100-READ-LOG-RECORD
                   THRU 7100-EXIT
                PERFORM 3200-TRIM-ONE-LOG-RECORD
                   THRU 3200-EXIT
                   UNTIL FILE-STATUS-AT-END OF LOGFILE-FILE-STATUS

                CLOSE LOGFILE
                      WORKFILE
                IF ARCHIVE-OPEN
                    CLOSE ARCHFILE
                END-IF

                IF FILE-ARCHIVED-COUNT > ZERO
                   OR FILE-DELETED-COUNT > ZERO
                    PERFORM 3300-REBUILD-THE-LIVE-FILE
                       THRU 3300-EXIT
                ELSE
                    MOVE FILE-KEPT-COUNT TO FILE-AFTER-COUNT
                    MOVE FILE-KEPT-HASH TO FILE-AFTER-HASH
                END-IF
            END-IF.
        3100-EXIT.
            EXIT.

        3150-FIND-RUNREL-ENTRIES.
            MOVE ZERO TO LOG-POSITION
                         RUNLOG-LAST-POSITION
                         RUNLOG-LATEST-GOOD
                         RUNLOG-PREVIOUS-GOOD.

            OPEN INPUT LOGFILE.
            IF FILE-STATUS-SUCCESS OF LOGFILE-FILE-STATUS
                PERFORM 7100-READ-LOG-RECORD
                   THRU 7100-EXIT
                PERFORM 3160-NOTE-ONE-RUN
                   THRU 3160-EXIT
                   UNTIL FILE-STATUS-AT-END OF LOGFILE-FILE-STATUS
                CLOSE LOGFILE
                MOVE LOG-POSITION TO RUNLOG-LAST-POSITION
            END-IF.
        3150-EXIT.
            EXIT.

        3160-NOTE-ONE-RUN.
            ADD 1 TO LOG-POSITION.
            MOVE LOGFILE-RECORD TO RUNLOG-RECORD.

            IF RL-RETURN-CODE IS NUMERIC
               AND RL-RETURN-CODE < 12
               AND RL-RECORDS-READ IS NUMERIC
               AND RL-RECORDS-READ > ZERO
               AND RL-CONTROL-TOTAL(1:13) IS NUMERIC
                MOVE RUNLOG-LATEST-GOOD TO RUNLOG-PREVIOUS-GOOD
                MOVE LOG-POSITION TO RUNLOG-LATEST-GOOD
            END-IF.

            PERFORM 7100-READ-LOG-RECORD
               THRU 7100-EXIT.
        3160-EXIT.
            EXIT.

        3200-TRIM-ONE-LOG-RECORD.
            ADD 1 TO LOG-POSITION.
            PERFORM 3250-DESCRIBE-LOG-RECORD
               THRU 3250-EXIT.

            PERFORM 3800-AGE-THE-RECORD
               THRU 3800-EXIT.

            IF REC-EXPIRED
                IF RETN-ARCHIVE
                    MOVE LOGFILE-RECORD TO ARCHFILE-RECORD
                    PERFORM 3850-WRITE-TO-ARCHIVE
                       THRU 3850-EXIT
                ELSE
                    ADD 1 TO FILE-DELETED-COUNT
                    ADD REC-HASH TO FILE-DELETED-HASH
                END-IF
            ELSE
                WRITE WORKFILE-RECORD FROM LOGFILE-RECORD
                IF NOT FILE-STATUS-SUCCESS OF WORKFILE-FILE-STATUS
                    PERFORM 9000-ABEND-AND-STOP
                END-IF
                ADD 1 TO FILE-KEPT-COUNT
                ADD REC-HASH TO FILE-KEPT-HASH
            END-IF.

            PERFORM 7100-READ-LOG-RECORD
               THRU 7100-EXIT.
        3200-EXIT.
            EXIT.

        3250-DESCRIBE-LOG-RECORD.
            MOVE SPACES TO REC-DATE.
            MOVE ZERO TO REC-HASH.
            MOVE 'Y' TO REC-ELIGIBLE-SW.
            MOVE SPACE TO REC-PROTECT-CD.

            EVALUATE TRUE
                WHEN RETN-RUNLOG
                    MOVE LOGFILE-RECORD TO RUNLOG-RECORD
                    MOVE RL-RUN-DATE TO REC-DATE
                    IF RL-CONTROL-TOTAL(1:13) IS NUMERIC
                        MOVE RL-CONTROL-TOTAL TO REC-HASH
                    END-IF
                    IF LOG-POSITION = RUNLOG-LAST-POSITION
                       OR LOG-POSITION = RUNLOG-LATEST-GOOD
                       OR LOG-POSITION = RUNLOG-PREVIOUS-GOOD
                        SET REC-NEEDED-BY-RUNREL TO TRUE
                    ELSE
                        IF RL-RUN-DATE NOT < RECON-GUARD-DATE
                            SET REC-NEEDED-BY-DAYRECON TO TRUE
                        END-IF
                    END-IF
                WHEN RETN-POSTLOG
                    MOVE LOGFILE-RECORD TO POSTLOG-RECORD
                    MOVE PL-RUN-DATE TO REC-DATE
                    IF PL-AMOUNT-APPLIED(1:13) IS NUMERIC
                        MOVE PL-AMOUNT-APPLIED TO REC-HASH
                    END-IF
                    IF PL-RUN-DATE NOT < RECON-GUARD-DATE
                        SET REC-NEEDED-BY-DAYRECON TO TRUE
                    END-IF
                WHEN RETN-SECAUDIT
                    MOVE LOGFILE-RECORD TO SECAUDIT-RECORD
                    MOVE SEC-DATE TO REC-DATE
                    IF REC-DATE IS NUMERIC
                        MOVE REC-DATE-N TO REC-HASH
                    END-IF
                    IF SEC-ACTION(1:8) = 'DISPUTE '
                       AND SEC-DETAIL(1:5) = 'CASE '
                       AND SEC-DETAIL(6:5) IS NUMERIC
                        MOVE SEC-DETAIL(6:5) TO MATCH-CASE-ID
                        PERFORM 5200-FIND-DISPUTE-CASE
                           THRU 5200-EXIT
                        IF DISPUTE-MATCHED
                            SET REC-NEEDED-BY-DISPUTE TO TRUE
                        END-IF
                    END-IF
                WHEN RETN-REPAIR-AUDIT
                    MOVE LOGFILE-RECORD TO AUDIT-RECORD
                    MOVE RA-DATE TO REC-DATE
                    IF REC-DATE IS NUMERIC
                        MOVE REC-DATE-N TO REC-HASH
                    END-IF
                    MOVE RA-TRAN-ID TO MATCH-TRAN-ID
                    PERFORM 5000-FIND-DISPUTE-TRAN
                       THRU 5000-EXIT
                    IF DISPUTE-MATCHED
                        SET REC-NEEDED-BY-DISPUTE TO TRUE
                    END-IF
            END-EVALUATE.
        3250-EXIT.
            EXIT.

        3300-REBUILD-THE-LIVE-FILE.
            OPEN INPUT WORKFILE.
            IF NOT FILE-STATUS-SUCCESS OF WORKFILE-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.
            OPEN OUTPUT LOGFILE.
            IF NOT FILE-STATUS-SUCCESS OF LOGFILE-FILE-STATUS
                DISPLAY 'HOUSEKP - COULD NOT REWRITE ' LOGFILE-DSN
                PERFORM 9000-ABEND-AND-STOP
            END-IF.

            PERFORM 7200-READ-WORK-RECORD
               THRU 7200-EXIT.
            PERFORM 3350-COPY-ONE-RECORD-BACK
               THRU 3350-EXIT
               UNTIL FILE-STATUS-AT-END OF WORKFILE-FILE-STATUS.

            CLOSE WORKFILE
                  LOGFILE.

            OPEN INPUT LOGFILE.
            IF NOT FILE-STATUS-SUCCESS OF LOGFILE-FILE-STATUS
                DISPLAY 'HOUSEKP - COULD NOT READ BACK ' LOGFILE-DSN
                PERFORM 9000-ABEND-AND-STOP
            END-IF.
            MOVE ZERO TO LOG-POSITION.
            PERFORM 7100-READ-LOG-RECORD
               THRU 7100-EXIT.
            PERFORM 3370-COUNT-ONE-RECORD-AFTER
               THRU 3370-EXIT
               UNTIL FILE-STATUS-AT-END OF LOGFILE-FILE-STATUS.
            CLOSE LOGFILE.
        3300-EXIT.
            EXIT.

        3350-COPY-ONE-RECORD-BACK.
            WRITE LOGFILE-RECORD FROM WORKFILE-RECORD.
            IF NOT FILE-STATUS-SUCCESS OF LOGFILE-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.

            PERFORM 7200-READ-WORK-RECORD
               THRU 7200-EXIT.
        3350-EXIT.
            EXIT.

        3370-COUNT-ONE-RECORD-AFTER.
            ADD 1 TO LOG-POSITION.
            PERFORM 3250-DESCRIBE-LOG-RECORD
               THRU 3250-EXIT.
            ADD 1 TO FILE-AFTER-COUNT.
            ADD REC-HASH TO FILE-AFTER-HASH.

            PERFORM 7100-READ-LOG-RECORD
               THRU 7100-EXIT.
        3370-EXIT.
            EXIT.

        3500-TRIM-THE-SUSPENSE-FILE.
            MOVE SUSPFILE-DSN TO LOGFILE-DSN.

            OPEN I-O SUSPFILE.
            IF NOT FILE-STATUS-SUCCESS OF SUSPFILE-FILE-STATUS
                DISPLAY 'HOUSEKP - SUSPENSE FILE NOT FOUND, '
                        'NOTHING TO TRIM: ' SUSPFILE-DSN
            ELSE
                SET FILE-FOUND TO TRUE
                MOVE LOW-VALUES TO SUSP-TRAN-ID
                START SUSPFILE KEY IS NOT LESS THAN SUSP-TRAN-ID
                IF FILE-STATUS-SUCCESS OF SUSPFILE-FILE-STATUS
                    PERFORM 7500-READ-NEXT-SUSPENSE
                       THRU 7500-EXIT
                    PERFORM 3550-TRIM-ONE-SUSPENSE-ITEM
                       THRU 3550-EXIT
                       UNTIL FILE-STATUS-AT-END OF
                             SUSPFILE-FILE-STATUS
                END-IF
                IF ARCHIVE-OPEN
                    CLOSE ARCHFILE
                END-IF

                MOVE LOW-VALUES TO SUSP-TRAN-ID
                START SUSPFILE KEY IS NOT LESS THAN SUSP-TRAN-ID
                IF FILE-STATUS-SUCCESS OF SUSPFILE-FILE-STATUS
                    PERFORM 7500-READ-NEXT-SUSPENSE
                       THRU 7500-EXIT
                    PERFORM 3570-COUNT-ONE-ITEM-AFTER
                       THRU 3570-EXIT
                       UNTIL FILE-STATUS-AT-END OF
                             SUSPFILE-FILE-STATUS
                END-IF
                CLOSE SUSPFILE
            END-IF.
        3500-EXIT.
            EXIT.

        3550-TRIM-ONE-SUSPENSE-ITEM.
            PERFORM 3560-DESCRIBE-SUSPENSE-ITEM
               THRU 3560-EXIT.

            PERFORM 3800-AGE-THE-RECORD
               THRU 3800-EXIT.

            IF REC-EXPIRED
                IF RETN-ARCHIVE
                    MOVE SUSP-RECORD TO ARCHFILE-RECORD
                    PERFORM 3850-WRITE-TO-ARCHIVE
                       THRU 3850-EXIT
                ELSE
                    ADD 1 TO FILE-DELETED-COUNT
                    ADD REC-HASH TO FILE-DELETED-HASH
                END-IF
                DELETE SUSPFILE RECORD
                IF NOT FILE-STATUS-SUCCESS OF SUSPFILE-FILE-STATUS
                    PERFORM 9000-ABEND-AND-STOP
                END-IF
            ELSE
                ADD 1 TO FILE-KEPT-COUNT
                ADD REC-HASH TO FILE-KEPT-HASH
            END-IF.

            PERFORM 7500-READ-NEXT-SUSPENSE
               THRU 7500-EXIT.
        3550-EXIT.
            EXIT.

        3560-DESCRIBE-SUSPENSE-ITEM.
            MOVE SPACES TO REC-DATE.
            MOVE ZERO TO REC-HASH.
            MOVE SPACE TO REC-PROTECT-CD.

            IF SUSP-AMOUNT-N IS NUMERIC
                MOVE SUSP-AMOUNT-N TO REC-HASH
            END-IF.

            IF SUSP-ITEM-RELEASED
                MOVE 'Y' TO REC-ELIGIBLE-SW
                MOVE SUSP-RELEASE-DATE TO REC-DATE
                MOVE SUSP-TRAN-ID TO MATCH-TRAN-ID
                PERFORM 5000-FIND-DISPUTE-TRAN
                   THRU 5000-EXIT
                IF DISPUTE-MATCHED
                    SET REC-NEEDED-BY-DISPUTE TO TRUE
                END-IF
            ELSE
                MOVE 'N' TO REC-ELIGIBLE-SW
            END-IF.
        3560-EXIT.
            EXIT.

        3570-COUNT-ONE-ITEM-AFTER.
            PERFORM 3560-DESCRIBE-SUSPENSE-ITEM
               THRU 3560-EXIT.
            ADD 1 TO FILE-AFTER-COUNT.
            ADD REC-HASH TO FILE-AFTER-HASH.

            PERFORM 7500-READ-NEXT-SUSPENSE
               THRU 7500-EXIT.
        3570-EXIT.
            EXIT.

        3800-AGE-THE-RECORD.
            ADD 1 TO FILE-BEFORE-COUNT.
            ADD REC-HASH TO FILE-BEFORE-HASH.
            MOVE 'N' TO REC-EXPIRED-SW.

            IF REC-ELIGIBLE
                IF REC-DATE IS NOT NUMERIC
                    ADD 1 TO FILE-BAD-DATE-COUNT
                ELSE
                    MOVE REC-DATE-N TO DATECALC-DATE
                    CALL 'DATECALC' USING DATECALC-PARMS
                    IF DATECALC-BAD-DATE
                        ADD 1 TO FILE-BAD-DATE-COUNT
                    ELSE
                        IF DATECALC-SERIAL < PURGE-CUTOFF-SERIAL
                            SET REC-EXPIRED TO TRUE
                        END-IF
                    END-IF
                END-IF
            END-IF.

            IF REC-EXPIRED
               AND NOT REC-NOT-PROTECTED
                MOVE 'N' TO REC-EXPIRED-SW
                EVALUATE TRUE
                    WHEN REC-NEEDED-BY-DAYRECON
                        ADD 1 TO FILE-KEPT-RECON-COUNT
                    WHEN REC-NEEDED-BY-RUNREL
                        ADD 1 TO FILE-KEPT-RUNREL-COUNT
                    WHEN REC-NEEDED-BY-DISPUTE
                        ADD 1 TO FILE-KEPT-DISPUTE-COUNT
                END-EVALUATE
            END-IF.
        3800-EXIT.
            EXIT.

        3850-WRITE-TO-ARCHIVE.
            IF NOT ARCHIVE-OPEN
                OPEN EXTEND ARCHFILE
                IF NOT FILE-STATUS-SUCCESS OF ARCHFILE-FILE-STATUS
                    OPEN OUTPUT ARCHFILE
                END-IF
                IF NOT FILE-STATUS-SUCCESS OF ARCHFILE-FILE-STATUS
                    DISPLAY 'HOUSEKP - COULD NOT OPEN THE ARCHIVE '
                            'FILE: ' ARCHFILE-DSN
                    PERFORM 9000-ABEND-AND-STOP
                END-IF
                SET ARCHIVE-OPEN TO TRUE
            END-IF.

            WRITE ARCHFILE-RECORD.
            IF NOT FILE-STATUS-SUCCESS OF ARCHFILE-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.
            ADD 1 TO FILE-ARCHIVED-COUNT.
            ADD REC-HASH TO FILE-ARCHIVED-HASH.
        3850-EXIT.
            EXIT.

        4000-TRIM-DATED-GENERATIONS.
            IF RETN-REJECT-ARCHIVE
                MOVE REJARCH-PREFIX TO GEN-PREFIX
                MOVE REJARCH-SUFFIX TO GEN-SUFFIX
            ELSE
                MOVE SNAP-PREFIX TO GEN-PREFIX
                MOVE SNAP-SUFFIX TO GEN-SUFFIX
            END-IF.

            SET FILE-FOUND TO TRUE.
            MOVE CURRENT-RUN-DATE-X TO GEN-DATE-X.
            MOVE ZERO TO GEN-STEP-COUNT.
            COMPUTE GEN-STEP-TARGET = RETN-DAYS + 1.
            PERFORM 4900-STEP-BACK-ONE-DAY
               THRU 4900-EXIT
               UNTIL GEN-STEP-COUNT NOT < GEN-STEP-TARGET.

            DISPLAY 'HOUSEKP - ' RETN-FILE-CD ': LOOKING AT '
                    LOOKBACK-DAYS ' DAILY GENERATIONS BACK FROM '
                    GEN-DATE-X.

            MOVE ZERO TO GEN-STEP-COUNT.
            MOVE LOOKBACK-DAYS TO GEN-STEP-TARGET.
            PERFORM 4050-SWEEP-ONE-DAY
               THRU 4050-EXIT
               UNTIL GEN-STEP-COUNT NOT < GEN-STEP-TARGET.

            MOVE FILE-KEPT-COUNT TO FILE-AFTER-COUNT.
            MOVE FILE-KEPT-HASH TO FILE-AFTER-HASH.
        4000-EXIT.
            EXIT.

        4050-SWEEP-ONE-DAY.
            PERFORM 4100-LOOK-AT-ONE-GENERATION
               THRU 4100-EXIT.

            PERFORM 4900-STEP-BACK-ONE-DAY
               THRU 4900-EXIT.
        4050-EXIT.
            EXIT.

        4100-LOOK-AT-ONE-GENERATION.
            MOVE SPACES TO LOGFILE-DSN.
            STRING GEN-PREFIX      DELIMITED BY SPACE
                   GEN-DATE-X(3:6) DELIMITED BY SIZE
                   GEN-SUFFIX      DELIMITED BY SPACE
                INTO LOGFILE-DSN
            END-STRING.

            OPEN INPUT LOGFILE.
            IF NOT FILE-STATUS-SUCCESS OF LOGFILE-FILE-STATUS
                NEXT SENTENCE
            ELSE
                ADD 1 TO FILE-GEN-FOUND-COUNT
                MOVE ZERO TO GEN-RECORD-COUNT
                             GEN-HASH
                MOVE 'N' TO GEN-PROTECTED-SW
                PERFORM 7100-READ-LOG-RECORD
                   THRU 7100-EXIT
                PERFORM 4150-COUNT-GENERATION-RECORD
                   THRU 4150-EXIT
                   UNTIL FILE-STATUS-AT-END OF LOGFILE-FILE-STATUS
                CLOSE LOGFILE

                ADD GEN-RECORD-COUNT TO FILE-BEFORE-COUNT
                ADD GEN-HASH TO FILE-BEFORE-HASH

                IF GEN-PROTECTED
                    ADD 1 TO FILE-GEN-KEPT-COUNT
                    ADD GEN-RECORD-COUNT TO FILE-KEPT-COUNT
                                            FILE-KEPT-DISPUTE-COUNT
                    ADD GEN-HASH TO FILE-KEPT-HASH
                    DISPLAY 'HOUSEKP - KEPT FOR AN OPEN DISPUTE: '
                            LOGFILE-DSN
                ELSE
                    IF RETN-ARCHIVE
                        PERFORM 4200-ARCHIVE-THE-GENERATION
                           THRU 4200-EXIT
                    ELSE
                        ADD GEN-RECORD-COUNT TO FILE-DELETED-COUNT
                        ADD GEN-HASH TO FILE-DELETED-HASH
                    END-IF
                    PERFORM 4300-LIST-FOR-DELETION
                       THRU 4300-EXIT
                END-IF
            END-IF.
        4100-EXIT.
            EXIT.

        4150-COUNT-GENERATION-RECORD.
            PERFORM 4160-HASH-GENERATION-RECORD
               THRU 4160-EXIT.
            ADD 1 TO GEN-RECORD-COUNT.
            ADD REC-HASH TO GEN-HASH.

            IF RETN-REJECT-ARCHIVE
               AND NOT GEN-PROTECTED
                MOVE REJA-TRAN-DATA(1:10) TO MATCH-TRAN-ID
                PERFORM 5000-FIND-DISPUTE-TRAN
                   THRU 5000-EXIT
                IF DISPUTE-MATCHED
                    SET GEN-PROTECTED TO TRUE
                END-IF
            END-IF.

            PERFORM 7100-READ-LOG-RECORD
               THRU 7100-EXIT.
        4150-EXIT.
            EXIT.

        4160-HASH-GENERATION-RECORD.
            MOVE ZERO TO REC-HASH.

            IF RETN-REJECT-ARCHIVE
                MOVE LOGFILE-RECORD TO REJA-RECORD
                IF REJA-POSITION IS NUMERIC
                    MOVE REJA-POSITION TO REC-HASH
                END-IF
            ELSE
                MOVE LOGFILE-RECORD TO BSN-RECORD
                IF BSN-DETAIL
                   AND BSN-BALANCE(1:13) IS NUMERIC
                    MOVE BSN-BALANCE TO REC-HASH
                END-IF
            END-IF.
        4160-EXIT.
            EXIT.

        4200-ARCHIVE-THE-GENERATION.
            MOVE SPACES TO ARCHFILE-DSN.
            STRING HKARCH-PREFIX   DELIMITED BY SPACE
                   RETN-FILE-CD    DELIMITED BY SPACE
                   '.D'            DELIMITED BY SIZE
                   GEN-DATE-X(3:6) DELIMITED BY SIZE
                   HKARCH-SUFFIX   DELIMITED BY SPACE
                INTO ARCHFILE-DSN
            END-STRING.

            OPEN OUTPUT ARCHFILE.
            IF NOT FILE-STATUS-SUCCESS OF ARCHFILE-FILE-STATUS
                DISPLAY 'HOUSEKP - COULD NOT OPEN THE ARCHIVE '
                        'FILE: ' ARCHFILE-DSN
                PERFORM 9000-ABEND-AND-STOP
            END-IF.
            OPEN INPUT LOGFILE.
            IF NOT FILE-STATUS-SUCCESS OF LOGFILE-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.

            MOVE ZERO TO GEN-COPY-COUNT.
            PERFORM 7100-READ-LOG-RECORD
               THRU 7100-EXIT.
            PERFORM 4250-ARCHIVE-ONE-RECORD
               THRU 4250-EXIT
               UNTIL FILE-STATUS-AT-END OF LOGFILE-FILE-STATUS.

            CLOSE LOGFILE
                  ARCHFILE.

            IF GEN-COPY-COUNT NOT = GEN-RECORD-COUNT
                DISPLAY 'HOUSEKP - ARCHIVE COPY OF ' LOGFILE-DSN
                        ' DOES NOT MATCH THE GENERATION.'
                PERFORM 9000-ABEND-AND-STOP
            END-IF.
        4200-EXIT.
            EXIT.

        4250-ARCHIVE-ONE-RECORD.
            PERFORM 4160-HASH-GENERATION-RECORD
               THRU 4160-EXIT.
            WRITE ARCHFILE-RECORD FROM LOGFILE-RECORD.
            IF NOT FILE-STATUS-SUCCESS OF ARCHFILE-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.
            ADD 1 TO GEN-COPY-COUNT.
            ADD 1 TO FILE-ARCHIVED-COUNT.
            ADD REC-HASH TO FILE-ARCHIVED-HASH.

            PERFORM 7100-READ-LOG-RECORD
               THRU 7100-EXIT.
        4250-EXIT.
            EXIT.

        4300-LIST-FOR-DELETION.
            MOVE SPACES TO DELLIST-RECORD.
            STRING '  DELETE '  DELIMITED BY SIZE
                   LOGFILE-DSN  DELIMITED BY SPACE
                INTO DELLIST-RECORD
            END-STRING.
            WRITE DELLIST-RECORD.
            IF NOT FILE-STATUS-SUCCESS OF DELLIST-FILE-STATUS
                PERFORM 9000-ABEND-AND-STOP
            END-IF.
            ADD 1 TO FILE-GEN-LISTED-COUNT.
        4300-EXIT.
            EXIT.

        4900-STEP-BACK-ONE-DAY.
            ADD 1 TO GEN-STEP-COUNT.

            IF GEN-DATE-DD > 1
                SUBTRACT 1 FROM GEN-DATE-DD
            ELSE
                IF GEN-DATE-MM > 1
                    SUBTRACT 1 FROM GEN-DATE-MM
                ELSE
                    MOVE 12 TO GEN-DATE-MM
                    SUBTRACT 1 FROM GEN-DATE-YYYY
                END-IF
                MOVE 31 TO GEN-DATE-DD
                MOVE GEN-DATE-X TO DATECALC-DATE
                CALL 'DATECALC' USING DATECALC-PARMS
                PERFORM 4950-BACK-OFF-MONTH-END
                   THRU 4950-EXIT
                   UNTIL DATECALC-OK
            END-IF.
        4900-EXIT.
            EXIT.

        4950-BACK-OFF-MONTH-END.
            SUBTRACT 1 FROM GEN-DATE-DD.
            MOVE GEN-DATE-X TO DATECALC-DATE.
            CALL 'DATECALC' USING DATECALC-PARMS.
        4950-EXIT.
            EXIT.

        5000-FIND-DISPUTE-TRAN.
            MOVE 'N' TO DISPUTE-MATCH-SW.
            IF MATCH-TRAN-ID NOT = SPACES
                PERFORM 5100-MATCH-DISPUTE-TRAN
                   THRU 5100-EXIT
                   VARYING DISP-IX FROM 1 BY 1
                   UNTIL DISP-IX > DISPUTE-COUNT
                      OR DISPUTE-MATCHED
            END-IF.
        5000-EXIT.
            EXIT.

        5100-MATCH-DISPUTE-TRAN.
            IF DT-TRAN-ID (DISP-IX) = MATCH-TRAN-ID
               OR DT-CREDIT-TRAN-ID (DISP-IX) = MATCH-TRAN-ID
                SET DISPUTE-MATCHED TO TRUE
            END-IF.
        5100-EXIT.
            EXIT.

        5200-FIND-DISPUTE-CASE.
            MOVE 'N' TO DISPUTE-MATCH-SW.
            PERFORM 5300-MATCH-DISPUTE-CASE
               THRU 5300-EXIT
               VARYING DISP-IX FROM 1 BY 1
               UNTIL DISP-IX > DISPUTE-COUNT
                  OR DISPUTE-MATCHED.
        5200-EXIT.
            EXIT.

        5300-MATCH-DISPUTE-CASE.
            IF DT-CASE-ID (DISP-IX) = MATCH-CASE-ID
                SET DISPUTE-MATCHED TO TRUE
            END-IF.
        5300-EXIT.
            EXIT.

        7000-READ-RETENTION-ENTRY.
            READ RETNTBL
              AT END
                 SET FILE-STATUS-AT-END OF RETNTBL-FILE-STATUS
                  TO TRUE
            END-READ.

            IF FILE-STATUS-AT-END OF RETNTBL-FILE-STATUS
                NEXT SENTENCE
            ELSE
                IF NOT FILE-STATUS-SUCCESS OF RETNTBL-FILE-STATUS
                    PERFORM 9000-ABEND-AND-STOP
                END-IF
            END-IF.
        7000-EXIT.
            EXIT.

        7100-READ-LOG-RECORD.
            MOVE SPACES TO LOGFILE-RECORD.
            READ LOGFILE
              AT END
                 SET FILE-STATUS-AT-END OF LOGFILE-FILE-STATUS
                  TO TRUE
            END-READ.

            IF FILE-STATUS-AT-END OF LOGFILE-FILE-STATUS
                NEXT SENTENCE
            ELSE
                IF NOT FILE-STATUS-SUCCESS OF LOGFILE-FILE-STATUS
                    PERFORM 9000-ABEND-AND-STOP
                END-IF
            END-IF.
        7100-EXIT.
            EXIT.

        7200-READ-WORK-RECORD.
            MOVE SPACES TO WORKFILE-RECORD.
            READ WORKFILE
              AT END
                 SET FILE-STATUS-AT-END OF WORKFILE-FILE-STATUS
                  TO TRUE
            END-READ.

            IF FILE-STATUS-AT-END OF WORKFILE-FILE-STATUS
                NEXT SENTENCE
            ELSE
                IF NOT FILE-STATUS-SUCCESS OF WORKFILE-FILE-STATUS
                    PERFORM 9000-ABEND-AND-STOP
                END-IF
            END-IF.
        7200-EXIT.
            EXIT.

        7300-READ-NEXT-BREAK.
            READ GLBREAKFILE NEXT RECORD
              AT END
                 SET FILE-STATUS-AT-END OF GLBREAKFILE-FILE-STATUS
                  TO TRUE
            END-READ.

            IF FILE-STATUS-AT-END OF GLBREAKFILE-FILE-STATUS
                NEXT SENTENCE
            ELSE
                IF NOT FILE-STATUS-SUCCESS OF GLBREAKFILE-FILE-STATUS
                    DISPLAY 'HOUSEKP - COULD NOT READ THE GL BREAK '
                            'FILE, STATUS: ' GLBREAKFILE-FILE-STATUS
                    SET GUARD-UNREADABLE TO TRUE
                END-IF
            END-IF.
        7300-EXIT.
            EXIT.

        7400-READ-NEXT-DISPUTE.
            READ DISPFILE NEXT RECORD
              AT END
                 SET FILE-STATUS-AT-END OF DISPFILE-FILE-STATUS
                  TO TRUE
            END-READ.

            IF FILE-STATUS-AT-END OF DISPFILE-FILE-STATUS
                NEXT SENTENCE
            ELSE
                IF NOT FILE-STATUS-SUCCESS OF DISPFILE-FILE-STATUS
                    DISPLAY 'HOUSEKP - COULD NOT READ THE DISPUTE '
                            'FILE: ' DISPFILE-DSN
                    PERFORM 9000-ABEND-AND-STOP
                END-IF
            END-IF.
        7400-EXIT.
            EXIT.

        7500-READ-NEXT-SUSPENSE.
            READ SUSPFILE NEXT RECORD
              AT END
                 SET FILE-STATUS-AT-END OF SUSPFILE-FILE-STATUS
                  TO TRUE
            END-READ.

            IF FILE-STATUS-AT-END OF SUSPFILE-FILE-STATUS
                NEXT SENTENCE
            ELSE
                IF NOT FILE-STATUS-SUCCESS OF SUSPFILE-FILE-STATUS
                    PERFORM 9000-ABEND-AND-STOP
                END-IF
            END-IF.
        7500-EXIT.
            EXIT.

        8000-PRINT-FILE-REPORT.
            IF NOT FILE-FOUND
                NEXT SENTENCE
            ELSE
                COMPUTE PROOF-COUNT = FILE-AFTER-COUNT
                                    + FILE-ARCHIVED-COUNT
                                    + FILE-DELETED-COUNT
                COMPUTE PROOF-HASH = FILE-AFTER-HASH
                                   + FILE-ARCHIVED-HASH
                                   + FILE-DELETED-HASH

                DISPLAY '---------------------------------------------'
                DISPLAY ' HOUSEKP - ' RETN-FILE-CD ' RETENTION '
                        RETN-DAYS ' DAYS, ACTION ' RETN-ACTION-CD
                DISPLAY '---------------------------------------------'
                DISPLAY '                   RECORDS          HASH TOTAL'
                MOVE FILE-BEFORE-COUNT TO RPT-COUNT-DISPLAY
                MOVE FILE-BEFORE-HASH TO RPT-HASH-DISPLAY
                DISPLAY ' BEFORE ........ ' RPT-COUNT-DISPLAY ' '
                        RPT-HASH-DISPLAY
                MOVE FILE-ARCHIVED-COUNT TO RPT-COUNT-DISPLAY
                MOVE FILE-ARCHIVED-HASH TO RPT-HASH-DISPLAY
                DISPLAY ' ARCHIVED ...... ' RPT-COUNT-DISPLAY ' '
                        RPT-HASH-DISPLAY
                MOVE FILE-DELETED-COUNT TO RPT-COUNT-DISPLAY
                MOVE FILE-DELETED-HASH TO RPT-HASH-DISPLAY
                DISPLAY ' DELETED ....... ' RPT-COUNT-DISPLAY ' '
                        RPT-HASH-DISPLAY
                MOVE FILE-AFTER-COUNT TO RPT-COUNT-DISPLAY
                MOVE FILE-AFTER-HASH TO RPT-HASH-DISPLAY
                DISPLAY ' AFTER ......... ' RPT-COUNT-DISPLAY ' '
                        RPT-HASH-DISPLAY
                DISPLAY ' EXPIRED BUT KEPT FOR DAYRECON .... '
                        FILE-KEPT-RECON-COUNT
                DISPLAY ' EXPIRED BUT KEPT FOR RUNREL ...... '
                        FILE-KEPT-RUNREL-COUNT
                DISPLAY ' EXPIRED BUT KEPT FOR A DISPUTE ... '
                        FILE-KEPT-DISPUTE-COUNT
                DISPLAY ' UNREADABLE DATES, KEPT ........... '
                        FILE-BAD-DATE-COUNT
                IF RETN-GENERATION-FILE
                    DISPLAY ' GENERATIONS FOUND ................ '
                            FILE-GEN-FOUND-COUNT
                    DISPLAY ' GENERATIONS LISTED FOR DELETE .... '
                            FILE-GEN-LISTED-COUNT
                    DISPLAY ' GENERATIONS KEPT ................. '
                            FILE-GEN-KEPT-COUNT
                END-IF
                IF FILE-ARCHIVED-COUNT > ZERO
                    IF RETN-GENERATION-FILE
                        DISPLAY ' ARCHIVED TO ...................... '
                                'ONE DATED FILE PER GENERATION'
                    ELSE
                        DISPLAY ' ARCHIVED TO ...................... '
                                ARCHFILE-DSN
                    END-IF
                END-IF
                IF PROOF-COUNT = FILE-BEFORE-COUNT
                   AND PROOF-HASH = FILE-BEFORE-HASH
                    DISPLAY ' BEFORE = AFTER + ARCHIVED + DELETED '
                            '... IN BALANCE'
                    DISPLAY '-----------------------------------------'
                            '----'
                ELSE
                    DISPLAY ' BEFORE = AFTER + ARCHIVED + DELETED '
                            '... OUT OF BALANCE'
                    DISPLAY '-----------------------------------------'
                            '----'
                    DISPLAY 'HOUSEKP - ' RETN-FILE-CD ' DOES NOT '
                            'PROVE - RUN STOPPED.'
                    PERFORM 9000-ABEND-AND-STOP
                END-IF
            END-IF.
        8000-EXIT.
            EXIT.

        8500-LOG-THE-PURGE.
            MOVE SPACES TO SECLOG-PARMS.
            MOVE 'BATCH' TO SECLOG-OPERATOR.
            MOVE 'HOUSEKP' TO SECLOG-PROGRAM.
            MOVE 'RETENTION PURGE' TO SECLOG-ACTION.
            MOVE 'A' TO SECLOG-RESULT.
            MOVE FILE-BEFORE-COUNT TO RPT-COUNT-DISPLAY.
            MOVE FILE-AFTER-COUNT TO RPT-AFTER-DISPLAY.
            STRING RETN-FILE-CD      DELIMITED BY SPACE
                   ' WAS '           DELIMITED BY SIZE
                   RPT-COUNT-DISPLAY DELIMITED BY SIZE
                   ' NOW '           DELIMITED BY SIZE
                   RPT-AFTER-DISPLAY DELIMITED BY SIZE
                INTO SECLOG-DETAIL
            END-STRING.
            CALL 'SECLOG' USING SECLOG-PARMS.
        8500-EXIT.
            EXIT.

        9000-ABEND-AND-STOP.
            DISPLAY 'HOUSEKP - ABEND - BAD FILE STATUS'.
            DISPLAY 'HOUSEKP - FILE BEING TRIMMED: ' RETN-FILE-CD.
            DISPLAY 'HOUSEKP - LIVE FILE:   ' LOGFILE-DSN.
            DISPLAY 'HOUSEKP - RETNTBL STATUS:  '
                    RETNTBL-FILE-STATUS.
            DISPLAY 'HOUSEKP - LIVE FILE STATUS: '
                    LOGFILE-FILE-STATUS.
            DISPLAY 'HOUSEKP - SUSPFILE STATUS: '
                    SUSPFILE-FILE-STATUS.
            DISPLAY 'HOUSEKP - WORK FILE STATUS: '
                    WORKFILE-FILE-STATUS.
            DISPLAY 'HOUSEKP - ARCHIVE STATUS:  '
                    ARCHFILE-FILE-STATUS.
            DISPLAY 'HOUSEKP - DELETE LIST STATUS: '
                    DELLIST-FILE-STATUS.
            DISPLAY 'HOUSEKP - THE KEPT RECORDS OF A FILE BEING '
                    'REBUILT ARE IN ' WORKFILE-DSN.
            DISPLAY 'HOUSEKP - DO NOT RUN THE DELETE STEP; RESTORE '
                    'FROM THE WORK FILE IF THE LIVE FILE IS SHORT.'.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.

        9500-PRINT-SUMMARY-REPORT.
            DISPLAY ' '.
            DISPLAY '---------------------------------------------'.
            DISPLAY ' HOUSEKP - RETENTION HOUSEKEEPING TOTALS'.
            DISPLAY '---------------------------------------------'.
            DISPLAY ' TABLE ENTRIES READ ........ '
                    ENTRIES-READ-COUNT.
            DISPLAY ' TABLE ENTRIES SKIPPED ..... '
                    ENTRIES-SKIPPED-COUNT.
            DISPLAY ' FILES TRIMMED ............. '
                    FILES-TRIMMED-COUNT.
            DISPLAY ' RECORDS BEFORE ............ '
                    TOTAL-BEFORE-COUNT.
            DISPLAY ' RECORDS ARCHIVED .......... '
                    TOTAL-ARCHIVED-COUNT.
            DISPLAY ' RECORDS DELETED ........... '
                    TOTAL-DELETED-COUNT.
            DISPLAY ' RECORDS AFTER ............. '
                    TOTAL-AFTER-COUNT.
            DISPLAY ' EXPIRED BUT STILL NEEDED .. '
                    TOTAL-KEPT-NEEDED-COUNT.
            DISPLAY ' GENERATIONS TO DELETE ..... '
                    TOTAL-GEN-LISTED-COUNT.
            DISPLAY ' DELETE LIST ............... '
                    DELLIST-DSN.
            DISPLAY '---------------------------------------------'.
            DISPLAY ' '.
        9500-EXIT.
            EXIT.
