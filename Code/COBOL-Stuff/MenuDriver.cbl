            DISPLAY '11. RUN UNPFIX   (UNPOSTED AGING AND REPAIR)'.
            DISPLAY '12. RUN OPERMNT  (OPERATOR SECURITY MAINT)'.
            DISPLAY '13. RUN MSTUTIL  (MASTER VERIFY/UNLOAD/REBUILD)'.
            DISPLAY '14. RUN WHSEMNT  (FUTURE-DATED WAREHOUSE)'.
            DISPLAY '15. RUN RATEMNT  (INTEREST/CHARGE SCHEDULES)'.
            DISPLAY '16. RUN PENDAPR  (APPROVE PENDING CHANGES)'.
            DISPLAY '17. RUN SCRNREV  (SCREENING HIT REVIEW)'.
            DISPLAY '18. RUN DISPMNT  (CUSTOMER DISPUTE CASES)'.
            DISPLAY '19. RUN PERADJ   (POST-CLOSE ADJUSTMENT WINDOW)'.
            DISPLAY '20. RUN CUSTMNT  (CUSTOMER MASTER AND LINKS)'.
            DISPLAY '21. EXIT'.
            DISPLAY '==============================================='.
            DISPLAY 'ENTER YOUR SELECTION: ' WITH NO ADVANCING.
            ACCEPT MENU-CHOICE.
                           THRU 3000-EXIT
                    END-IF
                WHEN 14
                    MOVE 'WHSEMNT' TO CHILD-NAME
                    MOVE '2' TO REQUIRED-LEVEL
                    PERFORM 2500-CHECK-AUTHORITY
                       THRU 2500-EXIT
                    IF AUTH-OK
                        CALL 'WHSEMNT'
                        CANCEL 'WHSEMNT'
                        PERFORM 3000-SHOW-CHILD-OUTCOME
                           THRU 3000-EXIT
                    END-IF
                WHEN 15
                    MOVE 'RATEMNT' TO CHILD-NAME
                    MOVE '3' TO REQUIRED-LEVEL
                    PERFORM 2500-CHECK-AUTHORITY
                       THRU 2500-EXIT
                    IF AUTH-OK
                        CALL 'RATEMNT'
                        CANCEL 'RATEMNT'
                        PERFORM 3000-SHOW-CHILD-OUTCOME
                           THRU 3000-EXIT
                    END-IF
                WHEN 16
                    MOVE 'PENDAPR' TO CHILD-NAME
                    MOVE '4' TO REQUIRED-LEVEL
                    PERFORM 2500-CHECK-AUTHORITY
                       THRU 2500-EXIT
                    IF AUTH-OK
                        CALL 'PENDAPR'
                        CANCEL 'PENDAPR'
                        PERFORM 3000-SHOW-CHILD-OUTCOME
                           THRU 3000-EXIT
                    END-IF
                WHEN 17
                    MOVE 'SCRNREV' TO CHILD-NAME
                    MOVE '3' TO REQUIRED-LEVEL
                    PERFORM 2500-CHECK-AUTHORITY
                       THRU 2500-EXIT
                    IF AUTH-OK
                        CALL 'SCRNREV'
                        CANCEL 'SCRNREV'
                        PERFORM 3000-SHOW-CHILD-OUTCOME
                           THRU 3000-EXIT
                    END-IF
                WHEN 18
                    MOVE 'DISPMNT' TO CHILD-NAME
                    MOVE '2' TO REQUIRED-LEVEL
                    PERFORM 2500-CHECK-AUTHORITY
                       THRU 2500-EXIT
                    IF AUTH-OK
                        CALL 'DISPMNT'
                        CANCEL 'DISPMNT'
                        PERFORM 3000-SHOW-CHILD-OUTCOME
                           THRU 3000-EXIT
                    END-IF
                WHEN 19
                    MOVE 'PERADJ' TO CHILD-NAME
                    MOVE '4' TO REQUIRED-LEVEL
                    PERFORM 2500-CHECK-AUTHORITY
                       THRU 2500-EXIT
                    IF AUTH-OK
                        CALL 'PERADJ'
                        CANCEL 'PERADJ'
                        PERFORM 3000-SHOW-CHILD-OUTCOME
                           THRU 3000-EXIT
                    END-IF
                WHEN 20
                    MOVE 'CUSTMNT' TO CHILD-NAME
                    MOVE '3' TO REQUIRED-LEVEL
                    PERFORM 2500-CHECK-AUTHORITY
                       THRU 2500-EXIT
                    IF AUTH-OK
                        CALL 'CUSTMNT'
                        CANCEL 'CUSTMNT'
                        PERFORM 3000-SHOW-CHILD-OUTCOME
                           THRU 3000-EXIT
                    END-IF
                WHEN 21
                    SET MENU-DONE TO TRUE
                WHEN OTHER
                    DISPLAY 'INVALID SELECTION - TRY AGAIN.'
