      *----------------------------------------------------------*
      *  CTLCHG.CPY
      *  SHARED CTL-CHANGE-REGISTER RECORD - THE CHANGE REGISTER
      *  FOR THE HAND-EDITED CONTROL FILES THAT STEER PRODUCTION
      *  (TWOSUM-CTL, BATCHDRV-PLAN, WORD-CTL, GL-ACCOUNT-MAP,
      *  FIZZBUZZ-CTL, REPORT-DIST-CTL, CORRECTION-CTL).
      *  CTL-CHANGE WRITES IT; BATCH-DRIVER READS IT AT CHAIN
      *  START FOR THE LAST APPROVED VERSION OF EACH FILE.
      *
      *  EVERY CHANGE HAS A NUMBER AND IS RECORDED AS:
      *    'R' THE REQUEST - WHO ASKED, WHEN, WHY, WHICH APPROVED
      *        VERSION IT CHANGES, AND WHERE THE NEW CONTENT CAME
      *        FROM;
      *    'B' ONE PER LINE OF THE BEFORE IMAGE (THE APPROVED
      *        VERSION BEING CHANGED - NONE FOR A FILE NOT YET
      *        UNDER CONTROL);
      *    'A' ONE PER LINE OF THE AFTER IMAGE;
      *  AND LATER BY ONE OF
      *    'P' APPROVED BY A SECOND OPERATOR - THE NEW VERSION
      *        NUMBER, WHOSE COPY IS <FILE>.VNNNN;
      *    'J' REJECTED, WITH THE REASON.
      *  A REQUEST WITH NEITHER IS STILL PENDING. THE REGISTER
      *  IS APPEND-ONLY.
      *----------------------------------------------------------*
       01  CTL-CHANGE-REC.
           05  CCR-CHANGE-NO           PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CCR-REC-TYPE            PIC X(01).
               88  CCR-REQUEST                 VALUE 'R'.
               88  CCR-BEFORE-LINE             VALUE 'B'.
               88  CCR-AFTER-LINE              VALUE 'A'.
               88  CCR-APPROVAL                VALUE 'P'.
               88  CCR-REJECTION               VALUE 'J'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CCR-CTL-FILE            PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CCR-DETAIL              PIC X(86).
      *> THE REQUEST, APPROVAL AND REJECTION RECORDS. ON A
      *> REQUEST CCR-VERSION IS THE APPROVED VERSION BEING
      *> CHANGED (ZERO FOR NONE) AND CCR-LINE-COUNT THE LINES IN
      *> THE AFTER IMAGE; ON AN APPROVAL THEY ARE THE NEW VERSION
      *> AND THE LINES IN ITS COPY.
           05  CCR-EVENT-DETAIL REDEFINES CCR-DETAIL.
               10  CCR-OPERATOR-ID     PIC X(08).
               10  FILLER              PIC X(02).
               10  CCR-DATE            PIC X(08).
               10  FILLER              PIC X(02).
               10  CCR-TIME            PIC X(08).
               10  FILLER              PIC X(02).
               10  CCR-VERSION         PIC 9(04).
               10  FILLER              PIC X(02).
               10  CCR-LINE-COUNT      PIC 9(04).
               10  FILLER              PIC X(02).
               10  CCR-SOURCE          PIC X(01).
      *> 'P' = KEYED INTO <FILE>.PROPOSED, LIVE FILE UNTOUCHED;
      *> 'L' = THE LIVE FILE ITSELF WAS EDITED.
               10  FILLER              PIC X(01).
               10  CCR-REASON          PIC X(40).
               10  FILLER              PIC X(02).
      *> THE BEFORE AND AFTER IMAGE LINES.
           05  CCR-IMAGE-DETAIL REDEFINES CCR-DETAIL.
               10  CCR-LINE-NO         PIC 9(04).
               10  FILLER              PIC X(02).
               10  CCR-IMAGE           PIC X(80).
