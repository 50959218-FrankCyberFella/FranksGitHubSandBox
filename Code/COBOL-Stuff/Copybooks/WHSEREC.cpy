      *-----------------------------------------------------------*
      *  WHSEREC - 128-BYTE FUTURE-DATED WAREHOUSE RECORD, KEYED   *
      *  BY RELEASE DATE (THE TRAN-DATE) PLUS TRAN-ID SO THE ITEMS *
      *  DUE ON A GIVEN BUSINESS DATE READ BACK TOGETHER.  FILEIO  *
      *  PARKS A DETAIL RECORD HERE WHEN ITS TRAN-DATE FALLS AFTER *
      *  THE RUN DATE BUT WITHIN RC-FUTURE-HORIZON-DAYS, AND ON    *
      *  THE MORNING THE TRAN-DATE BECOMES THE SYSCTL BUSINESS     *
      *  DATE COPIES THE ORIGINAL 80-BYTE IMAGE BACK INTO THE RUN  *
      *  AS ITS OWN INPUT SOURCE, WHERE IT TAKES THE NORMAL EDITS. *
      *  AN OPERATOR CAN CANCEL A PENDING ITEM THROUGH WHSEMNT.    *
      *  RELEASED AND CANCELLED ITEMS ARE KEPT AND FLAGGED, NOT    *
      *  DELETED, WITH THE DATE AND WHO ACTED ON THEM.             *
      *-----------------------------------------------------------*
       01  WHSE-RECORD.
           05  WHSE-KEY.
               10  WHSE-RELEASE-DATE   PIC X(08).
               10  WHSE-TRAN-ID        PIC X(10).
           05  WHSE-STATUS-CD          PIC X(01).
               88  WHSE-PENDING                VALUE 'P'.
               88  WHSE-RELEASED               VALUE 'R'.
               88  WHSE-CANCELLED              VALUE 'C'.
           05  WHSE-PARKED-DATE        PIC X(08).
           05  WHSE-PARKED-SOURCE      PIC X(04).
           05  WHSE-ACTION-DATE        PIC X(08).
           05  WHSE-ACTION-BY          PIC X(08).
           05  WHSE-TRAN-IMAGE         PIC X(80).
           05  FILLER                  PIC X(01).
