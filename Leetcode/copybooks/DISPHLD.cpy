      *----------------------------------------------------------*
      *  DISPHLD.CPY
      *  SHARED DISPUTE-HOLDS RECORD - ONE PER ITEM REFERENCE A
      *  CUSTOMER HAS CONTESTED. DISPUTE-MAINT KEEPS IT FROM
      *  OPER-MENU; ONE-DIMENSIONAL READS IT AT START AND HOLDS
      *  EVERY ITEM UNDER AN OPEN DISPUTE OUT OF THE MATCH AND OUT
      *  OF THE AGING, CARRYING IT FORWARD ON OPEN-ITEMS AND
      *  REPORTING IT IN THE DISPUTED BUCKET OF OPEN-ITEMS-RPT.
      *
      *  DSP-RESOLVE-BY IS THE DATE THE CLERK EXPECTS THE DISPUTE
      *  SETTLED; AN OPEN DISPUTE STILL ON FILE AFTER IT IS
      *  FLAGGED FOR FOLLOW-UP. A RESOLVED DISPUTE STAYS ON FILE
      *  WITH WHO RESOLVED IT AND WHEN, AND ITS ITEM MATCHES
      *  NORMALLY AGAIN FROM THE NEXT RUN. RE-OPENING A RESOLVED
      *  DISPUTE REUSES ITS RECORD.
      *----------------------------------------------------------*
       01  DISPUTE-HOLD-REC.
           05  DSP-ITEM-REF            PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DSP-STATUS              PIC X(01).
               88  DSP-OPEN                    VALUE 'O'.
               88  DSP-RESOLVED                VALUE 'R'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DSP-OPENED-DATE         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DSP-CLERK               PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DSP-RESOLVE-BY          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DSP-REASON              PIC X(40).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DSP-RESOLVED-DATE       PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DSP-RESOLVED-BY         PIC X(08).
