      *----------------------------------------------------------*
      *  SNAPREG.CPY
      *  SHARED SNAPSHOT-REGISTER RECORD. BEFORE THE FIRST STEP
      *  OF A LIVE CHAIN, BATCH-DRIVER COPIES EVERY STATE FILE
      *  THE CHAIN CARRIES FORWARD FROM NIGHT TO NIGHT TO A
      *  DATED SNAPSHOT (<FILE>.DYYYYMMDD.RNNNNNN), RE-COUNTS
      *  EACH COPY ON DISK, AND - ONLY WHEN EVERY COPY BALANCES -
      *  APPENDS ONE OF THESE PER FILE UNDER THE RUN NUMBER.
      *  STATE-ROLLBACK READS THE REGISTER TO PUT EVERY FILE BACK
      *  THE WAY IT WAS BEFORE A CHOSEN RUN.
      *
      *  A STATE FILE THAT DID NOT EXIST BEFORE THE RUN IS STILL
      *  REGISTERED, AS ABSENT ('N') WITH NO COPY AND A ZERO
      *  COUNT - ROLLING BACK TO IT REMOVES THE FILE AGAIN.
      *  THE REGISTER IS APPEND-ONLY.
      *----------------------------------------------------------*
       01  SNAPSHOT-REGISTER-REC.
           05  SNP-RUN-NUMBER          PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SNP-RUN-DATE            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SNP-TIME                PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SNP-STATE-FILE          PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SNP-COPY-FILE           PIC X(40).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SNP-REC-COUNT           PIC 9(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SNP-PRESENT-FLAG        PIC X(01).
               88  SNP-FILE-PRESENT            VALUE 'Y'.
               88  SNP-FILE-ABSENT             VALUE 'N'.
           05  FILLER                  PIC X(06) VALUE SPACES.
