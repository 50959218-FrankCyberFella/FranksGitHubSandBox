
         COPY SECLOG.

         COPY PENDCHG.

         01 MAINT-BEFORE-IMAGE      PIC X(160) VALUE SPACES.

         01 OPERATOR-ID             PIC X(08) VALUE SPACES.
         01 SESSION-LEVEL           PIC X(01) VALUE SPACES.


            DISPLAY ' '.
            DISPLAY 'STATMNT - STATUS CODE MAINTENANCE'.
            DISPLAY 'ADDS AND CHANGES ARE QUEUED AND TAKE EFFECT '
                    'ONLY WHEN A SUPERVISOR APPROVES THEM THROUGH '
                    'PENDAPR.'.

            PERFORM 3000-PROCESS-ONE-ACTION
               THRU 3000-EXIT
                    IF MAINT-DATE = SPACES
                        MOVE CURRENT-RUN-DATE TO MAINT-DATE
                    END-IF
                    MOVE SPACES TO MAINT-BEFORE-IMAGE
                    MOVE SPACES TO STAT-RECORD
                    MOVE MAINT-CODE TO STAT-CODE
                    MOVE MAINT-DESC TO STAT-DESC
                    SET STAT-ACTIVE TO TRUE
                    MOVE MAINT-DATE TO STAT-EFF-DATE
                    MOVE SPACES TO STAT-END-DATE
                    MOVE 'STATUS CODE ADDED' TO SECLOG-ACTION
                    MOVE 'A' TO PENDCHG-ACTION-CD
                    PERFORM 8600-QUEUE-THE-CHANGE
                       THRU 8600-EXIT
                END-IF
            END-IF.
        5000-EXIT.
            IF NOT FILE-STATUS-SUCCESS OF STATFILE-FILE-STATUS
                DISPLAY 'STATMNT - CODE NOT ON FILE: ' MAINT-CODE
            ELSE
                MOVE STAT-RECORD TO MAINT-BEFORE-IMAGE
                DISPLAY 'CURRENT: ' STAT-DESC
                DISPLAY 'NEW DESCRIPTION: ' WITH NO ADVANCING
                MOVE SPACES TO MAINT-DESC
                    DISPLAY 'STATMNT - NO CHANGE MADE.'
                ELSE
                    MOVE MAINT-DESC TO STAT-DESC
                    MOVE 'STATUS DESC CHANGED' TO SECLOG-ACTION
                    MOVE 'C' TO PENDCHG-ACTION-CD
                    PERFORM 8600-QUEUE-THE-CHANGE
                       THRU 8600-EXIT
                END-IF
            END-IF.
        6000-EXIT.
            IF NOT FILE-STATUS-SUCCESS OF STATFILE-FILE-STATUS
                DISPLAY 'STATMNT - CODE NOT ON FILE: ' MAINT-CODE
            ELSE
                MOVE STAT-RECORD TO MAINT-BEFORE-IMAGE
                SET STAT-INACTIVE TO TRUE
                MOVE CURRENT-RUN-DATE TO STAT-END-DATE
                DISPLAY 'STATMNT - DEACTIVATION REQUESTED: ' STAT-CODE
                        ' AS OF ' STAT-END-DATE
                MOVE 'STATUS DEACTIVATED' TO SECLOG-ACTION
                MOVE 'C' TO PENDCHG-ACTION-CD
                PERFORM 8600-QUEUE-THE-CHANGE
                   THRU 8600-EXIT
            END-IF.
        7000-EXIT.
            EXIT.
            IF NOT FILE-STATUS-SUCCESS OF STATFILE-FILE-STATUS
                DISPLAY 'STATMNT - CODE NOT ON FILE: ' MAINT-CODE
            ELSE
                MOVE STAT-RECORD TO MAINT-BEFORE-IMAGE
                SET STAT-ACTIVE TO TRUE
                MOVE SPACES TO STAT-END-DATE
                DISPLAY 'STATMNT - REACTIVATION REQUESTED: ' STAT-CODE
                MOVE 'STATUS REACTIVATED' TO SECLOG-ACTION
                MOVE 'C' TO PENDCHG-ACTION-CD
                PERFORM 8600-QUEUE-THE-CHANGE
                   THRU 8600-EXIT
            END-IF.
        7500-EXIT.
            EXIT.
        8000-EXIT.
            EXIT.

        8600-QUEUE-THE-CHANGE.
            MOVE OPERATOR-ID TO PENDCHG-OPERATOR.
            MOVE 'STATMNT' TO PENDCHG-PROGRAM.
            MOVE 'S' TO PENDCHG-FILE-CD.
            MOVE STAT-CODE TO PENDCHG-RECORD-KEY.
            MOVE SECLOG-ACTION TO PENDCHG-DESC.
            MOVE MAINT-BEFORE-IMAGE TO PENDCHG-BEFORE-IMAGE.
            MOVE STAT-RECORD TO PENDCHG-AFTER-IMAGE.
            CALL 'PENDCHG' USING PENDCHG-PARMS.
            EVALUATE TRUE
                WHEN PENDCHG-QUEUED
                    DISPLAY 'STATMNT - CHANGE ' PENDCHG-ID
                            ' QUEUED FOR SUPERVISOR APPROVAL.'
                WHEN PENDCHG-ALREADY-PENDING
                    DISPLAY 'STATMNT - CODE ' STAT-CODE
                            ' ALREADY HAS CHANGE ' PENDCHG-ID
                            ' AWAITING APPROVAL, NOTHING QUEUED.'
                WHEN OTHER
                    DISPLAY 'STATMNT - COULD NOT QUEUE THE CHANGE, '
                            'NOTHING DONE.'
            END-EVALUATE.
        8600-EXIT.
            EXIT.
