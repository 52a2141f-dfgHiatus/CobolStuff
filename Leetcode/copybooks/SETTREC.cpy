      *  NIGHT'S FILE. SETT-REF-3 IS SPACES ON A PAIR MATCH;
      *  SETT-MATCH-TYPE IS 'P' FOR A TWO-CANDIDATE PAIR, 'T' FOR
      *  A THREE-CANDIDATE COMBINATION, 'A' FOR A CLERK-APPROVED
      *  NEAR-MISS ADJUSTMENT, 'W' FOR A SUPERVISOR-APPROVED
      *  WRITE-OFF OF ONE AGED OPEN ITEM (SETT-REF-1), 'X' FOR A
      *  REALIZED AND 'U' FOR AN UNREALIZED EXCHANGE GAIN (LOSS
      *  NEGATIVE) ON ONE FOREIGN ITEM (SETT-REF-1, TARGET ZERO),
      *  AND 'R' FOR A PAYMENT SETTLED AGAINST THE ONE TO THREE
      *  ITEMS ITS REMITTANCE QUOTED BY REFERENCE (UNUSED
      *  REFERENCE SLOTS ARE SPACES), SO DOWNSTREAM CAN TELL THEM
      *  APART.
      *
      *  SETT-CUST-KEY IS THE CUSTOMER-MASTER KEY OF THE CUSTOMER
      *  WHOSE ITEMS SETTLED - A MATCH NEVER COMBINES TWO
      *  CUSTOMERS' ITEMS, SO THERE IS ONLY EVER ONE. SPACES ON A
      *  RECORD FROM BEFORE ITEMS CARRIED A CUSTOMER.
      *
      *  SETT-ENTITY, ON EVERY RECORD TYPE, IS THE LEGAL ENTITY
      *  WHOSE BOOK THE RECORD BELONGS TO - SPACES FOR OUR OWN
      *  BOOK, SO A FILE FROM BEFORE THE SISTER COMPANY'S WORK
      *  CAME ON READS AS OURS. THE FILE CARRIES ONE H..D..T
      *  SECTION PER ENTITY IN THE RUN, EACH WITH ITS OWN COUNT
      *  AND HASH TOTAL; A MATCH NEVER CROSSES ENTITIES.
      *
      *  SETT-HDR-CYCLE IS THE MATCHING CYCLE WITHIN THE RUN DATE
      *  (1 FOR THE FIRST RUN OF THE DAY, 2 FOR THE NEXT, AND SO
      *  ON). THE RUN DATE AND CYCLE TOGETHER NAME ONE POSTING;
      *  SPACES ON A HEADER FROM BEFORE THE DAY HAD CYCLES MEAN
      *  CYCLE 1.
      *----------------------------------------------------------*
       01  SETTLEMENT-REC.
           05  SETT-REC-TYPE           PIC X(01).
               10  FILLER              PIC X(02).
               10  SETT-ORIG-AMOUNT    PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
               10  FILLER              PIC X(02).
               10  SETT-CUST-KEY       PIC X(10).
           05  SETT-HEADER-DATA REDEFINES SETT-DETAIL-DATA.
               10  SETT-HDR-RUN-DATE   PIC X(08).
               10  FILLER              PIC X(02).
               10  SETT-HDR-RUN-NUMBER PIC 9(06).
               10  FILLER              PIC X(02).
               10  SETT-HDR-CYCLE      PIC 9(02).
               10  FILLER              PIC X(82).
           05  SETT-TRAILER-DATA REDEFINES SETT-DETAIL-DATA.
               10  SETT-TRL-REC-COUNT  PIC 9(09).
               10  FILLER              PIC X(02).
               10  SETT-TRL-HASH-TOTAL PIC S9(13)V99
                                       SIGN IS LEADING SEPARATE.
               10  FILLER              PIC X(75).
           05  FILLER                  PIC X(02).
           05  SETT-ENTITY             PIC X(03).
