      *----------------------------------------------------------*
      *  REMITREC.CPY
      *  REMITTANCE-ADVICE RECORD LAYOUT. WRITTEN BY
      *  CUST-STATEMENT AT EACH STATEMENT RUN FOR THE CUSTOMERS WHO
      *  TAKE THEIR STATEMENT ELECTRONICALLY.
      *  COPY THIS INTO A PROGRAM'S FD WITH A REPLACING PHRASE TO
      *  GIVE THE 01-LEVEL A PROGRAM-SPECIFIC NAME, E.G.:
      *
      *      FD  REMITTANCE-ADVICE.
      *          COPY REMITREC REPLACING ==REMITTANCE-REC== BY
      *              ==REMIT-ADVICE-REC==.
      *----------------------------------------------------------*
      *  CONTROL RECORDS AS ON SETTLEMENT-EXTRACT: ONE 'H' HEADER
      *  (RUN DATE, RUN NUMBER, STATEMENT PERIOD), THEN THE 'D'
      *  DETAILS, THEN ONE 'T' TRAILER (DETAIL RECORD COUNT, HASH
      *  TOTAL OF THE DETAIL AMOUNTS, AND THE NUMBER OF CUSTOMERS
      *  ADVISED).
      *
      *  EACH DETAIL BELONGS TO ONE CUSTOMER (RMT-CUST-KEY) AND
      *  RMT-LINE-TYPE SAYS WHAT IT IS:
      *    'S' = AN ITEM SETTLED IN THE PERIOD (RMT-MATCH-TYPE AS
      *          ON SETTREC, RMT-DATE THE SETTLEMENT DATE);
      *    'A' = THE DIFFERENCE WRITTEN OFF ON AN APPROVED
      *          NEAR-MISS (RMT-ITEM-REF ITS FIRST ITEM);
      *    'W' = AN AGED ITEM WRITTEN OFF;
      *    'O' = AN ITEM STILL OPEN (RMT-DATE THE DATE FIRST SEEN,
      *          RMT-AGE-DAYS ITS AGE AT THE RUN DATE);
      *    'B' = THE CLOSING OPEN BALANCE, THE LAST DETAIL OF
      *          EVERY CUSTOMER.
      *  AMOUNTS ARE BASE CURRENCY, SIGNED WITH TWO ASSUMED
      *  DECIMALS (SIGN LEADING SEPARATE).
      *----------------------------------------------------------*
       01  REMITTANCE-REC.
           05  RMT-REC-TYPE            PIC X(01).
      *  'H' = HEADER, 'D' = DETAIL, 'T' = TRAILER.
           05  RMT-DETAIL-DATA.
               10  RMT-CUST-KEY        PIC X(10).
               10  FILLER              PIC X(02).
               10  RMT-LINE-TYPE       PIC X(01).
               10  FILLER              PIC X(02).
               10  RMT-ITEM-REF        PIC X(12).
               10  FILLER              PIC X(02).
               10  RMT-MATCH-TYPE      PIC X(01).
               10  FILLER              PIC X(02).
               10  RMT-DATE            PIC X(08).
               10  FILLER              PIC X(02).
               10  RMT-AMOUNT          PIC S9(09)V99
                                       SIGN IS LEADING SEPARATE.
               10  FILLER              PIC X(02).
               10  RMT-AGE-DAYS        PIC 9(05).
               10  FILLER              PIC X(20).
           05  RMT-HEADER-DATA REDEFINES RMT-DETAIL-DATA.
               10  RMT-HDR-RUN-DATE    PIC X(08).
               10  FILLER              PIC X(02).
               10  RMT-HDR-RUN-NUMBER  PIC 9(06).
               10  FILLER              PIC X(02).
               10  RMT-HDR-PERIOD      PIC X(06).
               10  FILLER              PIC X(57).
           05  RMT-TRAILER-DATA REDEFINES RMT-DETAIL-DATA.
               10  RMT-TRL-REC-COUNT   PIC 9(09).
               10  FILLER              PIC X(02).
               10  RMT-TRL-HASH-TOTAL  PIC S9(13)V99
                                       SIGN IS LEADING SEPARATE.
               10  FILLER              PIC X(02).
               10  RMT-TRL-CUST-COUNT  PIC 9(07).
               10  FILLER              PIC X(45).
