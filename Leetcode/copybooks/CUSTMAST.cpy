      *  REPLACES THE OLD FLAT STRWORK-LAYOUT CUSTOMER-NAME FILE
      *  THAT WAS MAINTAINED BY EDITING IT IN PLACE. THE MASTER IS
      *  BUILT ONCE BY CUST-LOAD FROM THE OLD FLAT FILE, KEPT UP
      *  TO DATE BY CUST-MAINT FROM ITS TRANSACTIONS, AND READ
      *  SEQUENTIALLY BY DetectCapital'S BATCH AUDIT.
      *  COPY THIS INTO A PROGRAM'S FD WITH A REPLACING PHRASE TO
      *  GIVE THE 01-LEVEL A PROGRAM-SPECIFIC NAME, E.G.:
               88  CUST-ACTIVE         VALUES 'A' SPACE.
               88  CUST-SUSPENDED      VALUE 'S'.
               88  CUST-CLOSED         VALUE 'C'.
      *  SET BY CUST-MAINT'S 'M' TRANSACTION ON THE LOSING KEY OF
      *  A DUPLICATE-CUSTOMER MERGE (WHICH ALSO CLOSES IT): THE
      *  KEY THAT SURVIVES, SO ANYTHING STILL CARRYING THE OLD KEY
      *  CAN BE RE-POINTED RATHER THAN ORPHANED. SPACES OTHERWISE.
           05  CUST-MERGED-INTO        PIC X(10).
           05  FILLER                  PIC X(21).
