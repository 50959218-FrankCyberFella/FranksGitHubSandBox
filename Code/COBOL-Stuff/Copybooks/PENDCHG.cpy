      *-----------------------------------------------------------*
      *  PENDCHG - PARAMETER BLOCK FOR THE PENDCHG SUBPROGRAM.     *
      *  CALLER FILLS IN THE OPERATOR, ITS PROGRAM NAME, THE FILE  *
      *  AND ACTION CODES (SEE COPYBOOK PENDREC), THE RECORD KEY, A*
      *  SHORT DESCRIPTION OF THE CHANGE (USED AS THE SECLOG ACTION*
      *  WHEN IT IS APPLIED) AND THE BEFORE AND AFTER IMAGES, AND  *
      *  CALLS PENDCHG, WHICH QUEUES THE CHANGE FOR SUPERVISOR     *
      *  APPROVAL AND RETURNS THE PEND-ID ISSUED.  A SECOND CHANGE *
      *  TO A RECORD THAT ALREADY HAS ONE PENDING IS REFUSED.      *
      *  COPY THIS INTO WORKING-STORAGE IN EVERY CALLER SO BOTH    *
      *  SIDES AGREE ON THE LAYOUT.                                *
      *-----------------------------------------------------------*
       01  PENDCHG-PARMS.
           05  PENDCHG-OPERATOR        PIC X(08).
           05  PENDCHG-PROGRAM         PIC X(08).
           05  PENDCHG-FILE-CD         PIC X(01).
           05  PENDCHG-ACTION-CD       PIC X(01).
           05  PENDCHG-RECORD-KEY      PIC X(10).
           05  PENDCHG-DESC            PIC X(20).
           05  PENDCHG-BEFORE-IMAGE    PIC X(160).
           05  PENDCHG-AFTER-IMAGE     PIC X(160).
           05  PENDCHG-ID              PIC 9(08).
           05  PENDCHG-STATUS          PIC X(01).
               88  PENDCHG-QUEUED              VALUE '0'.
               88  PENDCHG-ALREADY-PENDING     VALUE '1'.
               88  PENDCHG-FAILED              VALUE '9'.
