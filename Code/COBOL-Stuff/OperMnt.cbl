
         COPY SECLOG.

         COPY PENDCHG.

         01 MAINT-BEFORE-IMAGE      PIC X(160) VALUE SPACES.

         01 SESSION-OPER-ID         PIC X(08) VALUE SPACES.
         01 SESSION-LEVEL           PIC X(01) VALUE SPACES.

                    DISPLAY ' '
                    DISPLAY 'OPERMNT - OPERATOR SECURITY '
                            'MAINTENANCE'
                    DISPLAY 'ADDS AND CHANGES ARE QUEUED AND TAKE '
                            'EFFECT ONLY WHEN ANOTHER SUPERVISOR '
                            'APPROVES THEM THROUGH PENDAPR.'
                END-IF
            END-IF.
        1000-EXIT.
                            WITH NO ADVANCING
                    MOVE SPACES TO MAINT-LEVEL
                    ACCEPT MAINT-LEVEL
                    MOVE SPACES TO MAINT-BEFORE-IMAGE
                    MOVE SPACES TO OPER-RECORD
                    MOVE MAINT-OPER-ID TO OPER-ID
                    MOVE MAINT-NAME TO OPER-NAME
                                'A PASSWORD ARE REQUIRED, '
                                'NOTHING ADDED.'
                    ELSE
                        MOVE 'OPERATOR ADDED' TO SECLOG-ACTION
                        MOVE 'A' TO PENDCHG-ACTION-CD
                        PERFORM 8600-QUEUE-THE-CHANGE
                           THRU 8600-EXIT
                    END-IF
                END-IF
            END-IF.
                DISPLAY 'OPERMNT - OPERATOR NOT ON FILE: '
                        MAINT-OPER-ID
            ELSE
                MOVE OPER-RECORD TO MAINT-BEFORE-IMAGE
                EVALUATE MAINT-ACTION
                    WHEN 'C'
                    WHEN 'c'
                        MOVE 'OPERATOR REACTIVATED'
                             TO SECLOG-ACTION
                END-EVALUATE
                IF OPER-RECORD = MAINT-BEFORE-IMAGE
                    DISPLAY 'OPERMNT - NO CHANGE MADE.'
                ELSE
                    MOVE 'C' TO PENDCHG-ACTION-CD
                    PERFORM 8600-QUEUE-THE-CHANGE
                       THRU 8600-EXIT
                END-IF
            END-IF.
        6000-EXIT.
        8000-EXIT.
            EXIT.

        8600-QUEUE-THE-CHANGE.
            MOVE SESSION-OPER-ID TO PENDCHG-OPERATOR.
            MOVE 'OPERMNT' TO PENDCHG-PROGRAM.
            MOVE 'O' TO PENDCHG-FILE-CD.
            MOVE OPER-ID TO PENDCHG-RECORD-KEY.
            MOVE SECLOG-ACTION TO PENDCHG-DESC.
            MOVE MAINT-BEFORE-IMAGE TO PENDCHG-BEFORE-IMAGE.
            MOVE OPER-RECORD TO PENDCHG-AFTER-IMAGE.
            CALL 'PENDCHG' USING PENDCHG-PARMS.
            EVALUATE TRUE
                WHEN PENDCHG-QUEUED
                    DISPLAY 'OPERMNT - CHANGE ' PENDCHG-ID
                            ' QUEUED FOR SUPERVISOR APPROVAL.'
                WHEN PENDCHG-ALREADY-PENDING
                    DISPLAY 'OPERMNT - OPERATOR ' OPER-ID
                            ' ALREADY HAS CHANGE ' PENDCHG-ID
                            ' AWAITING APPROVAL, NOTHING QUEUED.'
                WHEN OTHER
                    DISPLAY 'OPERMNT - COULD NOT QUEUE THE CHANGE, '
                            'NOTHING DONE.'
            END-EVALUATE.
        8600-EXIT.
            EXIT.
