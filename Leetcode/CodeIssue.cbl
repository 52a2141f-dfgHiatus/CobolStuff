      *> kept when the Luhn digit of the first nine positions
      *> equals D (which the palindrome rule forces to match the
      *> first position) and the code is not already on the
      *> REFCODE-REGISTRY. Issued replacements go to
      *> REPLACEMENT-CODES for the issuing system to load, onto
      *> the registry so they are never issued twice, and onto the
      *> CODE-ISSUE-RPT register.
      *>
      *> The indexed REFCODE-REGISTRY replaced the flat
      *> ISSUED-CODES list, so uniqueness is a keyed read rather
      *> than a table of every code ever issued. Each new code is
      *> registered ISSUED with its issue date and the failed code
      *> it replaces, and the failed code's own registry entry
      *> (created, RETIRED, if it was never issued here) points
      *> forward to it, so REFCODE-INQUIRY can show the whole
      *> replacement chain. A failed code that already has a
      *> replacement is not replaced again - the register shows
      *> the existing one. A registry that does not exist yet is
      *> created empty, unless ISSUED-CODES is still on disk:
      *> then REFCODE-LOAD has not been run and nothing is issued,
      *> since uniqueness against the old list cannot be proved.
      *>
      *> Ends with GOBACK rather than STOP RUN so this module can
      *> run as a standalone job step or be CALLed on demand.

               ASSIGN TO "PALINDROME-DISP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISP-FILE-STATUS.
           SELECT REFCODE-REGISTRY
               ASSIGN TO "REFCODE-REGISTRY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REF-CODE
               FILE STATUS IS WS-REG-FILE-STATUS.
           SELECT ISSUED-CODES
               ASSIGN TO "ISSUED-CODES"
               ORGANIZATION IS LINE SEQUENTIAL
           05  PD-REASON-3             PIC X(03).
           05  FILLER                  PIC X(01).
           05  PD-REASON-4             PIC X(03).
           05  FILLER                  PIC X(01).
           05  PD-REASON-5             PIC X(03).

       FD  REFCODE-REGISTRY
           LABEL RECORDS ARE STANDARD.
           COPY REFCODE.

       FD  ISSUED-CODES
           LABEL RECORDS ARE OMITTED.
      *> THE OLD FLAT LIST OF EVERY CODE ISSUED, NOW ONLY OPENED TO
      *> SEE WHETHER IT STILL AWAITS CONVERSION.
       01  ISSUED-CODE-REC.
           05  ISS-CODE                PIC X(30).
           05  FILLER                  PIC X(50).
           01  WS-AUDIT-RUN-NUMBER     PIC 9(06) IS EXTERNAL.
           01  WS-AUDIT-RUN-DATE       PIC X(08) IS EXTERNAL.
           01  WS-AUDIT-OPERATOR-ID    PIC X(08) IS EXTERNAL.
      *> THE LOG-CHAIN CALL INTERFACE.
           01  WS-CHAIN-FUNCTION       PIC X(01) IS EXTERNAL.
           01  WS-CHAIN-LOG-NAME       PIC X(20) IS EXTERNAL.
           01  WS-CHAIN-RECORD         PIC X(200) IS EXTERNAL.
           01  WS-CHAIN-SEQ            PIC 9(09) IS EXTERNAL.
           01  WS-CHAIN-PREV-HASH      PIC X(18) IS EXTERNAL.
           01  WS-CHAIN-HASH           PIC X(18) IS EXTERNAL.
           01  WS-CHAIN-STATUS         PIC X(02) IS EXTERNAL.

           01  WS-DISP-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-REG-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-ISS-FILE-STATUS      PIC X(02) VALUE SPACES.
      *> THE REGISTRY'S FILE STATUS REFLECTS THE LAST KEYED
      *> OPERATION, SO WHETHER THE FILE IS OPEN IS TRACKED
      *> SEPARATELY FOR THE CLOSE.
           01  WS-REG-OPEN-SWITCH      PIC X(01) VALUE 'N'.
               88  REGISTRY-IS-OPEN               VALUE 'Y'.
           01  WS-STAMP-DATE           PIC X(08) VALUE SPACES.
           01  WS-AUDIT-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-AUDIT-START-TIME     PIC X(08) VALUE SPACES.
           01  WS-AUDIT-END-TIME       PIC X(08) VALUE SPACES.
           01  WS-FAIL-COUNT           PIC 9(09) VALUE 0.
           01  WS-ISSUED-COUNT         PIC 9(09) VALUE 0.
           01  WS-NOT-ISSUED-COUNT     PIC 9(09) VALUE 0.
           01  WS-ALREADY-COUNT        PIC 9(09) VALUE 0.

           01  WS-ISS-DUP              PIC X(01) VALUE 'N'.
               88  CODE-ALREADY-ISSUED            VALUE 'Y'.

      *> THE FAILED CODE AS THE REGISTRY KEYS IT (UPPER CASE,
      *> LEFT-JUSTIFIED - THE FORM THE VALIDATOR LOOKS IT UP IN),
      *> AND WHAT THE REGISTRY ALREADY HOLDS FOR IT.
           01  WS-FAILED-KEY           PIC X(30) VALUE SPACES.
           01  WS-FAILED-ON-FILE       PIC X(01) VALUE 'N'.
               88  FAILED-CODE-REGISTERED         VALUE 'Y'.

      *> THE CANDIDATE UNDER CONSTRUCTION: D / SEED / REVERSED
      *> SEED / D - TEN DIGITS, PALINDROMIC BY CONSTRUCTION. THE
      *> SEED COUNTER CARRIES ACROSS THE RUN SO EVERY ISSUE GETS
               VALUE "REPLACEMENT REFERENCE-CODE ISSUANCE REGISTER".
           01  RPT-HEADING-3.
               05  FILLER              PIC X(32) VALUE "FAILED CODE".
               05  FILLER              PIC X(21) VALUE "REASONS".
               05  FILLER              PIC X(37) VALUE "REPLACEMENT".
           01  RPT-HEADING-4           PIC X(90) VALUE SPACES.

           01  RPT-ISSUE-LINE.
               05  IL-OLD-CODE         PIC X(30).
               05  FILLER              PIC X(02) VALUE SPACES.
               05  IL-REASONS          PIC X(19).
               05  FILLER              PIC X(02) VALUE SPACES.
               05  IL-NEW-CODE         PIC X(30).
               05  FILLER              PIC X(07) VALUE SPACES.

           01  RPT-COUNT-LINE.
               05  RCL-LABEL           PIC X(30).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(04)
                                   VALUE "REG=".
               05  WS-PS-REG       PIC X(02).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
           01  WS-PROB-COUNTERS.
           MOVE 0 TO WS-FAIL-COUNT.
           MOVE 0 TO WS-ISSUED-COUNT.
           MOVE 0 TO WS-NOT-ISSUED-COUNT.
           MOVE 0 TO WS-ALREADY-COUNT.
           MOVE 'N' TO WS-REG-OPEN-SWITCH.
           MOVE 0 TO WS-SEED.
           MOVE 'N' TO WS-SEED-EXHAUSTED.
           MOVE SPACES TO WS-FAIL-PARAGRAPH.
           SET RC-NORMAL TO TRUE.
           ACCEPT WS-AUDIT-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           PERFORM 1000-OPEN-REGISTRY
               THRU 1000-EXIT.
           OPEN OUTPUT CODE-ISSUE-RPT.
           MOVE WS-RUN-MM TO H-MM.
           WRITE ISSUE-RPT-LINE FROM RPT-HEADING-2.
           WRITE ISSUE-RPT-LINE FROM RPT-HEADING-3.
           WRITE ISSUE-RPT-LINE FROM RPT-HEADING-4.
           IF REGISTRY-IS-OPEN
               PERFORM 2000-ISSUE-REPLACEMENTS
                   THRU 2000-EXIT
               CLOSE REFCODE-REGISTRY
           END-IF.
           PERFORM 8000-WRITE-TOTALS
               THRU 8000-EXIT.
           CLOSE CODE-ISSUE-RPT.
           GOBACK.

      *----------------------------------------------------------*
      *  1000-OPEN-REGISTRY - THE REGISTRY IS WHAT PROVES A NEW
      *  CODE HAS NEVER BEEN HANDED OUT. ONE THAT DOES NOT EXIST
      *  YET IS CREATED EMPTY - BUT NOT WHILE THE OLD FLAT LIST
      *  STILL HOLDS THE ISSUE HISTORY IT HAS NOT BEEN LOADED
      *  FROM.
      *----------------------------------------------------------*
       1000-OPEN-REGISTRY.
           OPEN I-O REFCODE-REGISTRY.
           IF WS-REG-FILE-STATUS = "35"
               OPEN INPUT ISSUED-CODES
               IF WS-ISS-FILE-STATUS = "00"
                   CLOSE ISSUED-CODES
                   DISPLAY "REFCODE-REGISTRY NOT BUILT BUT "
                       "ISSUED-CODES EXISTS - RUN REFCODE-LOAD "
                       "FIRST"
                   MOVE "1000-OPEN-REGISTRY" TO WS-FAIL-PARAGRAPH
                   SET RC-ERROR TO TRUE
                   GO TO 1000-EXIT
               END-IF
               OPEN OUTPUT REFCODE-REGISTRY
               CLOSE REFCODE-REGISTRY
               OPEN I-O REFCODE-REGISTRY
           END-IF.
           IF WS-REG-FILE-STATUS NOT = "00"
               DISPLAY "REFCODE-REGISTRY OPEN FAILED, FILE STATUS="
                   WS-REG-FILE-STATUS
               MOVE "1000-OPEN-REGISTRY" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-REG-OPEN-SWITCH.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2000-ISSUE-REPLACEMENTS - ONE REPLACEMENT PER FAILED
      *  DISPOSITION. A MISSING DISPOSITION FILE MEANS THE
               GO TO 2000-EXIT
           END-IF.
           OPEN OUTPUT REPLACEMENT-CODES.
           PERFORM 2100-PROCESS-ONE-DISP
               THRU 2100-EXIT
               UNTIL END-OF-FILE.
           CLOSE PALINDROME-DISP.
           CLOSE REPLACEMENT-CODES.
       2000-EXIT.
           EXIT.

               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-FAIL-COUNT.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PD-CODE))
               TO WS-FAILED-KEY.
           MOVE 'N' TO WS-FAILED-ON-FILE.
           MOVE 'N' TO WS-GEN-FOUND.
           MOVE SPACES TO REF-CODE-REC.
           MOVE WS-FAILED-KEY TO REF-CODE.
           READ REFCODE-REGISTRY
               INVALID KEY
                   MOVE 'N' TO WS-FAILED-ON-FILE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FAILED-ON-FILE
           END-READ.
      *> A CODE ALREADY REPLACED (IT FAILS EVERY NIGHT IT IS
      *> STILL QUOTED) KEEPS THE REPLACEMENT IT WAS GIVEN.
           IF FAILED-CODE-REGISTERED
               AND REF-REPLACED-BY NOT = SPACES
               ADD 1 TO WS-ALREADY-COUNT
               MOVE SPACES TO RPT-ISSUE-LINE
               MOVE PD-CODE TO IL-OLD-CODE
               MOVE "ALREADY REPLACED" TO IL-REASONS
               MOVE REF-REPLACED-BY TO IL-NEW-CODE
               WRITE ISSUE-RPT-LINE FROM RPT-ISSUE-LINE
               GO TO 2100-EXIT
           END-IF.
           PERFORM 4000-GENERATE-ONE-CODE
               THRU 4000-EXIT.
           MOVE SPACES TO RPT-ISSUE-LINE.
                  PD-REASON-3 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PD-REASON-4 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PD-REASON-5 DELIMITED BY SIZE
               INTO IL-REASONS
           END-STRING.
           IF REPLACEMENT-FOUND
               MOVE PD-CODE TO RPL-OLD-CODE
               MOVE WS-CANDIDATE TO RPL-NEW-CODE
               WRITE REPLACEMENT-REC
               PERFORM 4500-REGISTER-NEW-ISSUE
                   THRU 4500-EXIT
               PERFORM 4600-LINK-FAILED-CODE
                   THRU 4600-EXIT
           ELSE
               ADD 1 TO WS-NOT-ISSUED-COUNT
               MOVE "** NO CODE AVAILABLE **" TO IL-NEW-CODE
       4310-EXIT.
           EXIT.

      *> THE CANDIDATE IS FREE ONLY IF THE REGISTRY HAS NO ENTRY
      *> FOR IT - CODES ISSUED EARLIER IN THIS RUN INCLUDED, SINCE
      *> EACH IS REGISTERED AS IT IS ISSUED.
       4400-CHECK-UNIQUENESS.
           MOVE 'N' TO WS-ISS-DUP.
           MOVE SPACES TO REF-CODE-REC.
           MOVE WS-CANDIDATE TO REF-CODE.
           READ REFCODE-REGISTRY
               INVALID KEY
                   MOVE 'N' TO WS-ISS-DUP
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ISS-DUP
           END-READ.
       4400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4500-REGISTER-NEW-ISSUE - THE NEW CODE GOES ON THE
      *  REGISTRY ISSUED, CARRYING THE FAILED CODE IT REPLACES.
      *----------------------------------------------------------*
       4500-REGISTER-NEW-ISSUE.
           MOVE SPACES TO REF-CODE-REC.
           MOVE WS-CANDIDATE TO REF-CODE.
           MOVE 'I' TO REF-STATUS.
           MOVE 'I' TO REF-ORIGIN.
           MOVE WS-STAMP-DATE TO REF-ISSUE-DATE.
           MOVE WS-FAILED-KEY TO REF-REPLACES.
           MOVE WS-STAMP-DATE TO REF-STATUS-DATE.
           MOVE "CODE-ISSUE" TO REF-STATUS-BY.
           MOVE "ISSUED AS A REPLACEMENT" TO REF-STATUS-REASON.
           WRITE REF-CODE-REC
               INVALID KEY
                   DISPLAY "REFCODE-REGISTRY WRITE FAILED FOR "
                       WS-CANDIDATE ", FILE STATUS="
                       WS-REG-FILE-STATUS
                   MOVE "4500-REGISTER-NEW-ISSUE"
                       TO WS-FAIL-PARAGRAPH
                   SET RC-ERROR TO TRUE
           END-WRITE.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4600-LINK-FAILED-CODE - POINT THE FAILED CODE FORWARD TO
      *  ITS REPLACEMENT. A CODE STILL ISSUED OR ACTIVE IS
      *  RETIRED BY BEING REPLACED; ONE NEVER ISSUED HERE IS
      *  REGISTERED RETIRED FROM OUTSIDE.
      *----------------------------------------------------------*
       4600-LINK-FAILED-CODE.
           IF WS-FAILED-KEY = SPACES
               GO TO 4600-EXIT
           END-IF.
           MOVE SPACES TO REF-CODE-REC.
           MOVE WS-FAILED-KEY TO REF-CODE.
           IF NOT FAILED-CODE-REGISTERED
               MOVE 'R' TO REF-STATUS
               MOVE 'E' TO REF-ORIGIN
               MOVE WS-CANDIDATE TO REF-REPLACED-BY
               MOVE WS-STAMP-DATE TO REF-STATUS-DATE
               MOVE "CODE-ISSUE" TO REF-STATUS-BY
               MOVE "FAILED VALIDATION - REPLACED"
                   TO REF-STATUS-REASON
               WRITE REF-CODE-REC
                   INVALID KEY
                       DISPLAY "REFCODE-REGISTRY WRITE FAILED FOR "
                           WS-FAILED-KEY ", FILE STATUS="
                           WS-REG-FILE-STATUS
                       MOVE "4600-LINK-FAILED-CODE"
                           TO WS-FAIL-PARAGRAPH
                       SET RC-ERROR TO TRUE
               END-WRITE
               GO TO 4600-EXIT
           END-IF.
           READ REFCODE-REGISTRY
               INVALID KEY
                   DISPLAY "REFCODE-REGISTRY ENTRY FOR "
                       WS-FAILED-KEY " VANISHED, FILE STATUS="
                       WS-REG-FILE-STATUS
                   MOVE "4600-LINK-FAILED-CODE"
                       TO WS-FAIL-PARAGRAPH
                   SET RC-ERROR TO TRUE
                   GO TO 4600-EXIT
           END-READ.
           MOVE WS-CANDIDATE TO REF-REPLACED-BY.
           IF REF-ISSUED OR REF-ACTIVE
               MOVE 'R' TO REF-STATUS
               MOVE WS-STAMP-DATE TO REF-STATUS-DATE
               MOVE "CODE-ISSUE" TO REF-STATUS-BY
               MOVE "FAILED VALIDATION - REPLACED"
                   TO REF-STATUS-REASON
           END-IF.
           REWRITE REF-CODE-REC
               INVALID KEY
                   DISPLAY "REFCODE-REGISTRY REWRITE FAILED FOR "
                       WS-FAILED-KEY ", FILE STATUS="
                       WS-REG-FILE-STATUS
                   MOVE "4600-LINK-FAILED-CODE"
                       TO WS-FAIL-PARAGRAPH
                   SET RC-ERROR TO TRUE
           END-REWRITE.
       4600-EXIT.
           EXIT.

      *----------------------------------------------------------*
           MOVE "NOT ISSUED (SERIES SPENT)...:" TO RCL-LABEL.
           MOVE WS-NOT-ISSUED-COUNT TO RCL-COUNT.
           WRITE ISSUE-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE SPACES TO RPT-COUNT-LINE.
           MOVE "ALREADY REPLACED EARLIER....:" TO RCL-LABEL.
           MOVE WS-ALREADY-COUNT TO RCL-COUNT.
           WRITE ISSUE-RPT-LINE FROM RPT-COUNT-LINE.
       8000-EXIT.
           EXIT.

           ELSE
               MOVE WS-AUDIT-OPERATOR-ID TO AUD-OPERATOR-ID
           END-IF.
      *> NUMBER THE RECORD AND CHAIN IT TO THE ONE BEFORE.
           MOVE SPACES TO AUD-CHAIN.
           MOVE 'N' TO WS-CHAIN-FUNCTION.
           MOVE "AUDIT-LOG" TO WS-CHAIN-LOG-NAME.
           MOVE AUDIT-LOG-REC TO WS-CHAIN-RECORD.
           CALL "LOG-CHAIN".
           IF WS-CHAIN-STATUS = "00"
               MOVE WS-CHAIN-SEQ TO AUD-CHAIN-SEQ
               MOVE WS-CHAIN-PREV-HASH TO AUD-CHAIN-PREV-HASH
               MOVE WS-CHAIN-HASH TO AUD-CHAIN-HASH
           END-IF.
           WRITE AUDIT-LOG-REC.
           CLOSE AUDIT-LOG.
       9100-EXIT.
           END-IF.
           MOVE WS-DISP-FILE-STATUS
               TO WS-PS-DSP.
           MOVE WS-REG-FILE-STATUS
               TO WS-PS-REG.
           MOVE WS-FAIL-COUNT TO WS-PC-FAILS.
           MOVE WS-ISSUED-COUNT TO WS-PC-ISSUED.
           MOVE SPACES TO PROBLEM-LOG-REC.
