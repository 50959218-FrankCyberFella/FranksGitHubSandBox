      *-----------------------------------------------------------*
      *  RETNREC - 80-BYTE RETENTION TABLE ENTRY, ONE PER FILE     *
      *  THAT HOUSEKP TRIMS.  THE TABLE IS PLAIN TEXT (DD_RETNTBL) *
      *  AND IS MAINTAINED BY HAND LIKE RUNCTL.  A FILE THAT HAS   *
      *  NO ENTRY IS NEVER TOUCHED.                                *
      *    RETN-FILE-CD    WHICH FILE (SEE THE 88-LEVELS BELOW)    *
      *    RETN-DAYS       RECORDS (OR DATED GENERATIONS) OLDER    *
      *                    THAN THIS MANY DAYS HAVE EXPIRED        *
      *    RETN-ACTION-CD  A = COPY EXPIRED RECORDS TO A DATED     *
      *                        ARCHIVE FILE BEFORE REMOVING THEM   *
      *                    D = REMOVE EXPIRED RECORDS OUTRIGHT     *
      *  THE AGE OF A RECORD IS TAKEN FROM:                        *
      *    RUNLOG    RL-RUN-DATE        POSTLOG   PL-RUN-DATE      *
      *    SECAUDIT  SEC-DATE           REPAIRAU  RA-DATE          *
      *    SUSPENSE  SUSP-RELEASE-DATE (RELEASED ITEMS ONLY)       *
      *    REJARCH   THE DATE IN THE GENERATION NAME               *
      *    BALSNAP   THE DATE IN THE GENERATION NAME               *
      *  RECORDS THAT DAYRECON, RUNREL OR AN OPEN DISPUTE CASE     *
      *  STILL NEEDS ARE KEPT WHATEVER THEIR AGE.                  *
      *-----------------------------------------------------------*
       01  RETN-RECORD.
           05  RETN-FILE-CD            PIC X(08).
               88  RETN-RUNLOG                 VALUE 'RUNLOG'.
               88  RETN-POSTLOG                VALUE 'POSTLOG'.
               88  RETN-SECAUDIT               VALUE 'SECAUDIT'.
               88  RETN-REPAIR-AUDIT           VALUE 'REPAIRAU'.
               88  RETN-SUSPENSE               VALUE 'SUSPENSE'.
               88  RETN-REJECT-ARCHIVE         VALUE 'REJARCH'.
               88  RETN-BALANCE-SNAP           VALUE 'BALSNAP'.
               88  RETN-GENERATION-FILE        VALUE 'REJARCH'
                                                     'BALSNAP'.
           05  RETN-DAYS               PIC 9(04).
           05  RETN-ACTION-CD          PIC X(01).
               88  RETN-ARCHIVE                VALUE 'A'.
               88  RETN-DELETE                 VALUE 'D'.
               88  RETN-ACTION-VALID           VALUE 'A' 'D'.
           05  RETN-DESCRIPTION        PIC X(30).
           05  FILLER                  PIC X(37).
