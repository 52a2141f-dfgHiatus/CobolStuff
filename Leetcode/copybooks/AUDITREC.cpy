      *  ON DISK AGAINST THE TRAIL. PROGRAMS WITH TWO OUTPUT
      *  FILES (DetectCapital: NAME-EXCEPTIONS AND CORRECTED-NAMES)
      *  USE BOTH FIELDS.
      *
      *  AUD-CHAIN MAKES THE TRAIL TAMPER-EVIDENT: EVERY WRITER
      *  CALLS LOG-CHAIN JUST BEFORE THE WRITE FOR THE RECORD'S
      *  SEQUENCE NUMBER, THE HASH OF THE RECORD BEFORE IT AND ITS
      *  OWN HASH, AND LOG-VERIFY WALKS THE TRAIL (ARCHIVES
      *  INCLUDED) CHECKING THEM. AUDIT-PURGE MOVES RECORDS
      *  VERBATIM, SO THE CHAIN RUNS ON ACROSS A PURGE.
      *----------------------------------------------------------*
       01  AUDIT-LOG-REC.
           05  AUD-PROGRAM-NAME         PIC X(20).
      *  (EVERY RECORD FROM BEFORE THE FIELD, AND EVERY LIVE RUN)
      *  MEANS A REAL RUN.
           05  AUD-SHADOW-FLAG          PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
      *  BLANK ON EVERY RECORD WRITTEN BEFORE THE TRAIL WAS
      *  CHAINED, AND THE HASH IS TAKEN WITH THE WHOLE GROUP STILL
      *  BLANK.
           05  AUD-CHAIN.
               10  AUD-CHAIN-SEQ        PIC 9(09).
               10  FILLER               PIC X(02).
               10  AUD-CHAIN-PREV-HASH  PIC X(18).
               10  FILLER               PIC X(02).
               10  AUD-CHAIN-HASH       PIC X(18).
