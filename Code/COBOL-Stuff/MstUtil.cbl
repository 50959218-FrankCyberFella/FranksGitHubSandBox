            COPY HISTREC.

         FD ACCTMAST
            RECORD CONTAINS 160.

            COPY ACCTREC.

         FD BACKUPFILE
            RECORD CONTAINS 160.

         01 BACKUP-RECORD    PIC X(160).

         FD SIGNONFILE
            RECORD CONTAINS 80.
