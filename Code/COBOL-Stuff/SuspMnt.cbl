            COPY SUSPREC.

         FD ACCTMAST
            RECORD CONTAINS 160.

            COPY ACCTREC.

