      *----------------------------------------------------------*
      *  SETTCYC.CPY
      *  SHARED SETTLE-CYCLE RECORD - THE LAST MATCHING CYCLE RUN.
      *  ONE-DIMENSIONAL READS IT AT START TO NUMBER TONIGHT'S
      *  CYCLE (THE NEXT ONE IF THE DATE IS TODAY, ELSE 1) AND
      *  REWRITES IT AT THE END OF EVERY LIVE RUN; SETTLE-CLOSE
      *  READS IT TO KNOW WHICH OF THE DAY'S CYCLES HAS POSTED.
      *  ONE RECORD. NO FILE MEANS NO CYCLE HAS RUN YET.
      *----------------------------------------------------------*
       01  SETTLE-CYCLE-REC.
           05  SCY-RUN-DATE            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SCY-CYCLE               PIC 9(02).
           05  FILLER                  PIC X(68) VALUE SPACES.
