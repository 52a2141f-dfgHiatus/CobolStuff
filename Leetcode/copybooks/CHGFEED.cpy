      *----------------------------------------------------------*
      *  CHGFEED.CPY
      *  CUSTOMER-CHANGE FEED RECORD LAYOUT. WRITTEN BY CUST-FEED,
      *  ONE FILE PER REGIONAL OFFICE (CUST-CHANGES.<REGION>) EACH
      *  NIGHT, FROM THE CUST-JOURNAL ENTRIES NOT YET SENT.
      *  COPY THIS INTO A PROGRAM'S FD WITH A REPLACING PHRASE TO
      *  GIVE THE 01-LEVEL A PROGRAM-SPECIFIC NAME, E.G.:
      *
      *      FD  CUST-CHANGES.
      *          COPY CHGFEED REPLACING ==CUST-CHANGE-REC== BY
      *              ==REGION-CHANGE-REC==.
      *----------------------------------------------------------*
      *  CONTROL RECORDS AS ON SETTLEMENT-EXTRACT: ONE 'H' HEADER
      *  (REGION, RUN DATE, RUN NUMBER), THEN THE 'D' DETAILS, THEN
      *  ONE 'T' TRAILER (REGION AND DETAIL RECORD COUNT). A REGION
      *  WITH NOTHING TO BE TOLD STILL GETS HEADER AND TRAILER.
      *
      *  EACH DETAIL IS ONE JOURNALED CHANGE TO A CUSTOMER THE
      *  REGION HOLDS, IN JOURNAL ORDER:
      *    CHG-NEW-VALUE   THE VALUE AFTER THE CHANGE (SPACES
      *                    WHEN THE CUSTOMER WAS DELETED);
      *    CHG-NEW-STATUS  'A' ACTIVE, 'S' SUSPENDED, 'C' CLOSED,
      *                    'D' DELETED FROM THE MASTER;
      *    CHG-REASON      CORRECTION, MAINTENANCE, MERGE OR
      *                    STATUS CHANGE;
      *    CHG-ACTION      THE JOURNAL ACTION BEHIND THE REASON;
      *    CHG-MERGED-INTO THE SURVIVING KEY ON A MERGE.
      *----------------------------------------------------------*
       01  CUST-CHANGE-REC.
           05  CHG-REC-TYPE            PIC X(01).
      *  'H' = HEADER, 'D' = DETAIL, 'T' = TRAILER.
           05  CHG-DETAIL-DATA.
               10  CHG-CUST-KEY        PIC X(10).
               10  FILLER              PIC X(02).
               10  CHG-NEW-VALUE       PIC X(30).
               10  FILLER              PIC X(02).
               10  CHG-NEW-STATUS      PIC X(01).
               10  FILLER              PIC X(02).
               10  CHG-REASON          PIC X(13).
               10  FILLER              PIC X(02).
               10  CHG-ACTION          PIC X(01).
               10  FILLER              PIC X(02).
               10  CHG-MERGED-INTO     PIC X(10).
               10  FILLER              PIC X(02).
               10  CHG-DATE            PIC X(08).
               10  FILLER              PIC X(02).
               10  CHG-TIME            PIC X(08).
               10  FILLER              PIC X(04).
           05  CHG-HEADER-DATA REDEFINES CHG-DETAIL-DATA.
               10  CHG-HDR-REGION      PIC X(03).
               10  FILLER              PIC X(02).
               10  CHG-HDR-RUN-DATE    PIC X(08).
               10  FILLER              PIC X(02).
               10  CHG-HDR-RUN-NUMBER  PIC 9(06).
               10  FILLER              PIC X(78).
           05  CHG-TRAILER-DATA REDEFINES CHG-DETAIL-DATA.
               10  CHG-TRL-REGION      PIC X(03).
               10  FILLER              PIC X(02).
               10  CHG-TRL-REC-COUNT   PIC 9(09).
               10  FILLER              PIC X(85).
