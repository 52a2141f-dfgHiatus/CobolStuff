      *      FD  CUSTOMER-NAME.
      *          COPY STRWORK REPLACING ==STR-WORK-REC== BY
      *              ==CUST-NAME-REC==.
      *----------------------------------------------------------*
      *  A REGIONAL OFFICE'S CUSTOMER-NAME FILE (NAMED ON
      *  REGION-LIST) ENDS WITH ONE TRAILER RECORD, KEYED
      *  "*TRAILER*", CARRYING THE REGION CODE, THE FEED DATE AND
      *  THE REGION'S OWN COUNT OF THE RECORDS ABOVE IT. READERS
      *  SKIP IT; FEED-RECEIPT CHECKS THE COUNT AGAINST THE FILE.
      *----------------------------------------------------------*
       01  STR-WORK-REC.
           05  STR-KEY                 PIC X(10).
               88  STR-IS-TRAILER              VALUE "*TRAILER*".
           05  STR-VALUE               PIC X(30).
           05  STR-TRAILER-DATA REDEFINES STR-VALUE.
               10  STR-TRL-REGION      PIC X(03).
               10  FILLER              PIC X(01).
               10  STR-TRL-FEED-DATE   PIC X(08).
               10  FILLER              PIC X(01).
               10  STR-TRL-REC-COUNT   PIC 9(09).
               10  FILLER              PIC X(08).
           05  FILLER                  PIC X(40).
