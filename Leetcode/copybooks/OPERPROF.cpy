      *      FD  OPERATOR-PROFILE.
      *          COPY OPERPROF REPLACING ==OPERATOR-PROFILE-REC==
      *              BY ==OPR-PROFILE-REC==.
      *
      *  A WORKING-STORAGE COPY ALSO RENAMES THE FIELDS, E.G.:
      *
      *          COPY OPERPROF REPLACING ==OPERATOR-PROFILE-REC==
      *              BY ==WS-SIGNON-PROFILE==
      *              LEADING ==OPR-== BY ==SGN-==.
      *----------------------------------------------------------*
       01  OPERATOR-PROFILE-REC.
           05  OPR-ID                  PIC X(08).
           05  FILLER                  PIC X(02).
      *  THE MENU CHOICE CHARACTERS THIS OPERATOR MAY USE, E.G.
      *  "123456789RPMDWT". ONCE ALL FIFTEEN BYTES WERE TAKEN THE
      *  MENU GREW INTO OPR-MORE-CHOICES BELOW, CARVED FROM THE
      *  TRAILING FILLER SO THE RECORD STAYS 160 BYTES - READ THE
      *  TWO TOGETHER AS ONE 25-BYTE LIST. THE EXIT CHOICE IS
      *  ALWAYS ALLOWED.
           05  OPR-ALLOWED-CHOICES     PIC X(15).
           05  FILLER                  PIC X(02).
      *  'I' = DEACTIVATED - SIGN-ON REFUSED. BLANK OR 'A' (THE
      *  PROFILE-MAINT ITSELF.
           05  OPR-ADMIN-FLAG          PIC X(01).
           05  FILLER                  PIC X(02).
      *  'Y' FORCES A CREDENTIAL RESET: THE OPERATOR SIGNS ON WITH
      *  THE TEMPORARY PASSCODE THE ADMINISTRATOR ISSUED AND MUST
      *  CHOOSE A NEW ONE BEFORE THE MENU IS SHOWN.
           05  OPR-RESET-FLAG          PIC X(01).
           05  FILLER                  PIC X(02).
      *  THE PASSCODE IS HELD ONLY AS THE PASSCODE-HASH DIGEST.
      *  SPACES = NO PASSCODE ISSUED (A PROFILE FROM BEFORE
      *  PASSCODES): SIGN-ON IS REFUSED UNTIL AN ADMINISTRATOR
      *  ISSUES A TEMPORARY PASSCODE THROUGH PROFILE-MAINT 'F'.
           05  OPR-PASS-HASH           PIC X(18).
           05  FILLER                  PIC X(02).
      *  YYYYMMDD THE CURRENT PASSCODE WAS SET - THE EXPIRY CLOCK.
           05  OPR-PASS-SET-DATE       PIC X(08).
           05  FILLER                  PIC X(02).
      *  CONSECUTIVE WRONG PASSCODES ACROSS SESSIONS. NOT NUMERIC
      *  (AN OLDER RECORD) COUNTS AS ZERO.
           05  OPR-FAILED-ATTEMPTS     PIC 9(02).
           05  FILLER                  PIC X(02).
      *  'L' = LOCKED OUT AFTER TOO MANY WRONG PASSCODES. STAYS
      *  LOCKED UNTIL AN ADMINISTRATOR UNLOCKS IT IN PROFILE-MAINT.
           05  OPR-LOCK-FLAG           PIC X(01).
               88  OPR-LOCKED-OUT              VALUE 'L'.
           05  FILLER                  PIC X(09).
      *  THE HASHES OF THE LAST THREE PASSCODES BEFORE THE CURRENT
      *  ONE, MOST RECENT FIRST - NONE OF THEM MAY BE CHOSEN AGAIN.
           05  OPR-PASS-HISTORY-LIST.
               10  OPR-PASS-HISTORY    PIC X(18) OCCURS 3 TIMES.
      *  FURTHER MENU CHOICE CHARACTERS, E.G. "B". SPACES ON A
      *  RECORD FROM BEFORE THE FIELD EXISTED - NONE GRANTED.
           05  OPR-MORE-CHOICES        PIC X(10).
           05  FILLER                  PIC X(16).
