      *----------------------------------------------------------*
      *  LOGCHAIN.CPY
      *  SHARED LOG-CHAIN-STATE RECORD - ONE PER CHAINED LOG
      *  (AUDIT-LOG, SECURITY-LOG). LOG-CHAIN KEEPS IT: EVERY
      *  RECORD APPENDED TO A CHAINED LOG TAKES THE NEXT SEQUENCE
      *  NUMBER AND THE HASH OF THE RECORD BEFORE IT FROM HERE,
      *  AND LEAVES ITS OWN NUMBER AND HASH BEHIND FOR THE NEXT.
      *
      *  LOG-VERIFY READS IT AS THE ANCHOR FOR THE END OF EACH
      *  CHAIN: A LOG WHOSE LAST RECORD IS NOT THE ONE RECORDED
      *  HERE HAS LOST (OR GAINED) RECORDS AT ITS TAIL. THE FILE
      *  IS NOT A STATE FILE FOR ROLLBACK PURPOSES - THE LOGS ARE
      *  NEVER ROLLED BACK, SO NEITHER IS THIS.
      *----------------------------------------------------------*
       01  LOG-CHAIN-STATE-REC.
           05  LCS-LOG-NAME            PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LCS-LAST-SEQ            PIC 9(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LCS-LAST-HASH           PIC X(18).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LCS-LAST-DATE           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LCS-LAST-TIME           PIC X(08).
