      *>     V = REVOKE ONE MENU OPTION
      *>     F = FORCE A CREDENTIAL RESET
      *>     C = CLEAR A CREDENTIAL RESET
      *>     U = UNLOCK AN OPERATOR LOCKED OUT BY WRONG PASSCODES
      *>     L = LIST THE PROFILES
      *>     Q = QUIT (SAVING THE CHANGES)
      *> Every change is printed to the PROFILE-MAINT-RPT register
      *> with the administrator who made it, and the file is
      *> rewritten only at the end of the session.
      *>
      *> Passcodes: an added operator, and one whose credentials
      *> are force-reset, gets a temporary passcode keyed by the
      *> administrator (held only as its PASSCODE-HASH digest)
      *> and must choose a new one at the next OPER-MENU sign-on.
      *> A forced reset also clears any lockout. An operator
      *> locked out by wrong passcodes stays locked - across any
      *> number of sessions - until unlocked here. Temporary
      *> passcodes and unlocks are written to SECURITY-LOG under
      *> the operator concerned, alongside the lockouts and
      *> passcode changes OPER-MENU logs there.
      *>
      *> Segregation of duties: before a grant (or an add) that
      *> would give one operator both duties of a pair on the
      *> SOD-RULES file, the conflicting pair is shown and the
      *> administrator must confirm. A confirmed conflict is
      *> marked on the register; SOD-REPORT lists it until it is
      *> revoked. With no SOD-RULES file there is nothing to warn
      *> about.
      *>
      *> Ends with GOBACK rather than STOP RUN so this module can
      *> be CALLed from the menu.

           SELECT PROFILE-MAINT-RPT
               ASSIGN TO "PROFILE-MAINT-RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SECURITY-LOG
               ASSIGN TO "SECURITY-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-FILE-STATUS.
           SELECT SOD-RULES
               ASSIGN TO "SOD-RULES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-FILE-STATUS.
           SELECT AUDIT-LOG
               ASSIGN TO "AUDIT-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
           LABEL RECORDS ARE OMITTED.
       01  PROFILE-RPT-LINE            PIC X(80).

       FD  SECURITY-LOG
           LABEL RECORDS ARE OMITTED.
       01  SECURITY-LOG-REC.
           05  SEC-DATE                PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SEC-TIME                PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SEC-OPERATOR-ID         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SEC-CHOICE              PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SEC-ACTION              PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
      *> THE LOG-CHAIN SEQUENCE NUMBER AND HASHES - BLANK ON
      *> EVERY EVENT LOGGED BEFORE THE LOG WAS CHAINED.
           05  SEC-CHAIN.
               10  SEC-CHAIN-SEQ       PIC 9(09).
               10  FILLER              PIC X(02).
               10  SEC-CHAIN-PREV-HASH PIC X(18).
               10  FILLER              PIC X(02).
               10  SEC-CHAIN-HASH      PIC X(18).

       FD  SOD-RULES
           LABEL RECORDS ARE STANDARD.
           COPY SODRULE.

       FD  AUDIT-LOG
           LABEL RECORDS ARE OMITTED.
           COPY AUDITREC.
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

           01  WS-PROFILE-FILE-STATUS  PIC X(02) VALUE SPACES.
           01  WS-SECLOG-FILE-STATUS   PIC X(02) VALUE SPACES.
           01  WS-SEC-ACTION           PIC X(20) VALUE SPACES.
           01  WS-RULES-FILE-STATUS    PIC X(02) VALUE SPACES.
           01  WS-AUDIT-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-AUDIT-START-TIME     PIC X(08) VALUE SPACES.
           01  WS-AUDIT-END-TIME       PIC X(08) VALUE SPACES.
           01  WS-PRF-TABLE.
               05  WS-PRF-ENTRY OCCURS 50 TIMES.
                   10  PF-ID           PIC X(08).
      *> OPR-ALLOWED-CHOICES AND OPR-MORE-CHOICES END TO END.
                   10  PF-CHOICES      PIC X(25).
                   10  PF-STATUS       PIC X(01).
                   10  PF-ADMIN        PIC X(01).
                   10  PF-RESET        PIC X(01).
                   10  PF-PASS-HASH    PIC X(18).
                   10  PF-PASS-DATE    PIC X(08).
                   10  PF-FAILED       PIC 9(02).
                   10  PF-LOCK         PIC X(01).
                   10  PF-HISTORY      PIC X(54).
           01  WS-PRF-IDX              PIC 9(02) VALUE 0.
           01  WS-PRF-FOUND            PIC X(01) VALUE 'N'.
               88  PROFILE-FOUND                  VALUE 'Y'.
           01  WS-SESSION-DONE         PIC X(01) VALUE 'N'.
               88  SESSION-DONE                   VALUE 'Y'.
           01  WS-TARGET-ID            PIC X(08) VALUE SPACES.
           01  WS-NEW-CHOICES          PIC X(25) VALUE SPACES.
           01  WS-ONE-CHOICE           PIC X(01) VALUE SPACE.
           01  WS-CHC-IDX              PIC 9(02) VALUE 0.
           01  WS-CHC-DONE             PIC X(01) VALUE 'N'.
           01  WS-REGISTER-TEXT        PIC X(30) VALUE SPACES.

      *> THE SEGREGATION-OF-DUTIES PAIRS, AND THE CHOICES AN
      *> OPERATOR WOULD HOLD AFTER THE CHANGE BEING CHECKED.
           01  WS-RULE-SIZE            PIC 9(03) VALUE 0.
           01  MAX-RULE-SIZE           PIC 9(03) VALUE 100.
           01  WS-RULE-TABLE.
               05  WS-RULE-ENTRY OCCURS 100 TIMES.
                   10  RL-DUTY-1       PIC X(01).
                   10  RL-DUTY-2       PIC X(01).
                   10  RL-TEXT         PIC X(40).
           01  WS-RULE-IDX             PIC 9(03) VALUE 0.
           01  WS-SOD-CHOICES          PIC X(26) VALUE SPACES.
           01  WS-SOD-NEW              PIC X(01) VALUE SPACE.
           01  WS-SOD-CONFLICTS        PIC 9(03) VALUE 0.
           01  WS-DUTY-HITS            PIC 9(02) VALUE 0.
           01  WS-CONFIRM              PIC X(01) VALUE SPACE.

      *> A TEMPORARY PASSCODE, BLANKED AS SOON AS IT IS HASHED.
           01  MIN-PASS-LENGTH         PIC 9(02) VALUE 6.
           01  WS-TEMP-PASSCODE        PIC X(16) VALUE SPACES.
           01  WS-PASS-LEN             PIC 9(02) VALUE 0.
           01  WS-TEMP-SWITCH          PIC X(01) VALUE 'N'.
               88  TEMP-PASSCODE-ISSUED           VALUE 'Y'.
      *> THE PASSCODE-HASH CALL INTERFACE.
           01  WS-HASH-OPERATOR-ID     PIC X(08) IS EXTERNAL.
           01  WS-HASH-PASSCODE        PIC X(16) IS EXTERNAL.
           01  WS-HASH-RESULT          PIC X(18) IS EXTERNAL.

           01  RPT-HEADING-1.
               05  FILLER              PIC X(29)
                   VALUE "OPERATOR PROFILE MAINTENANCE ".
           END-IF.
           PERFORM 1000-LOAD-PROFILES
               THRU 1000-EXIT.
           PERFORM 1200-LOAD-SOD-RULES
               THRU 1200-EXIT.
           OPEN OUTPUT PROFILE-MAINT-RPT.
           MOVE WS-RUN-DATE TO H-RUN-DATE.
           MOVE WS-ADMIN-ID TO H-ADMIN.
           END-IF.
           ADD 1 TO WS-PRF-SIZE.
           MOVE OPR-ID TO PF-ID(WS-PRF-SIZE).
           MOVE OPR-ALLOWED-CHOICES TO PF-CHOICES(WS-PRF-SIZE)(1:15).
           MOVE OPR-MORE-CHOICES TO PF-CHOICES(WS-PRF-SIZE)(16:10).
           MOVE OPR-STATUS TO PF-STATUS(WS-PRF-SIZE).
           MOVE OPR-ADMIN-FLAG TO PF-ADMIN(WS-PRF-SIZE).
           MOVE OPR-RESET-FLAG TO PF-RESET(WS-PRF-SIZE).
           MOVE OPR-PASS-HASH TO PF-PASS-HASH(WS-PRF-SIZE).
           MOVE OPR-PASS-SET-DATE TO PF-PASS-DATE(WS-PRF-SIZE).
           IF OPR-FAILED-ATTEMPTS IS NUMERIC
               MOVE OPR-FAILED-ATTEMPTS TO PF-FAILED(WS-PRF-SIZE)
           ELSE
               MOVE 0 TO PF-FAILED(WS-PRF-SIZE)
           END-IF.
           MOVE OPR-LOCK-FLAG TO PF-LOCK(WS-PRF-SIZE).
           MOVE OPR-PASS-HISTORY-LIST TO PF-HISTORY(WS-PRF-SIZE).
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1200-LOAD-SOD-RULES - THE CONFLICTING PAIRS OF DUTIES,
      *  FOR THE WARNING BEFORE A GRANT. OPTIONAL: NO FILE MEANS
      *  NO WARNINGS.
      *----------------------------------------------------------*
       1200-LOAD-SOD-RULES.
           MOVE 0 TO WS-RULE-SIZE.
           OPEN INPUT SOD-RULES.
           IF WS-RULES-FILE-STATUS = "35"
               GO TO 1200-EXIT
           END-IF.
           IF WS-RULES-FILE-STATUS NOT = "00"
               DISPLAY "SOD-RULES OPEN FAILED, FILE STATUS="
                   WS-RULES-FILE-STATUS
                   " - GRANTS WILL NOT BE CHECKED"
               GO TO 1200-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 1250-LOAD-ONE-RULE
               THRU 1250-EXIT
               UNTIL END-OF-FILE.
           CLOSE SOD-RULES.
       1200-EXIT.
           EXIT.

       1250-LOAD-ONE-RULE.
           READ SOD-RULES
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 1250-EXIT
           END-IF.
           IF SOD-RULE-REC(1:1) = '*'
               OR SOD-DUTY-1 = SPACE OR SOD-DUTY-2 = SPACE
               OR SOD-DUTY-1 = SOD-DUTY-2
               OR WS-RULE-SIZE >= MAX-RULE-SIZE
               GO TO 1250-EXIT
           END-IF.
           ADD 1 TO WS-RULE-SIZE.
           MOVE SOD-DUTY-1 TO RL-DUTY-1(WS-RULE-SIZE).
           MOVE SOD-DUTY-2 TO RL-DUTY-2(WS-RULE-SIZE).
           MOVE SOD-RULE-TEXT TO RL-TEXT(WS-RULE-SIZE).
       1250-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2000-RUN-SESSION - ONE ACTION PER PASS UNTIL THE
      *  ADMINISTRATOR QUITS.
       2000-RUN-SESSION.
           DISPLAY " ".
           DISPLAY "A=ADD D=DEACT R=REACT G=GRANT V=REVOKE".
           DISPLAY "F=FORCE-RESET C=CLEAR-RESET U=UNLOCK L=LIST "
               "Q=QUIT".
           DISPLAY "ACTION: " WITH NO ADVANCING.
           ACCEPT WS-ACTION FROM CONSOLE.
           EVALUATE WS-ACTION
               WHEN 'c'
                   PERFORM 3300-SET-RESET-FLAG
                       THRU 3300-EXIT
               WHEN 'U'
               WHEN 'u'
                   PERFORM 3350-UNLOCK-OPERATOR
                       THRU 3350-EXIT
               WHEN 'L'
               WHEN 'l'
                   PERFORM 3400-LIST-PROFILES

      *----------------------------------------------------------*
      *  3000-ADD-OPERATOR - A FRESH, ACTIVE, NON-ADMIN PROFILE
      *  WITH THE CHOICES THE ADMINISTRATOR KEYS AND A TEMPORARY
      *  PASSCODE THE OPERATOR MUST CHANGE AT FIRST SIGN-ON.
      *----------------------------------------------------------*
       3000-ADD-OPERATOR.
           PERFORM 2500-FIND-PROFILE
               WITH NO ADVANCING.
           MOVE SPACES TO WS-NEW-CHOICES.
           ACCEPT WS-NEW-CHOICES FROM CONSOLE.
           MOVE WS-NEW-CHOICES TO WS-SOD-CHOICES.
           MOVE SPACE TO WS-SOD-NEW.
           PERFORM 3600-CHECK-SOD-CONFLICTS
               THRU 3600-EXIT.
           IF WS-SOD-CONFLICTS > 0
               AND WS-CONFIRM NOT = 'Y'
               DISPLAY "NOT ADDED"
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3500-HASH-TEMP-PASSCODE
               THRU 3500-EXIT.
           IF NOT TEMP-PASSCODE-ISSUED
               DISPLAY "NOT ADDED"
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO WS-PRF-SIZE.
           MOVE WS-TARGET-ID TO PF-ID(WS-PRF-SIZE).
           MOVE WS-NEW-CHOICES TO PF-CHOICES(WS-PRF-SIZE).
           MOVE 'A' TO PF-STATUS(WS-PRF-SIZE).
           MOVE 'N' TO PF-ADMIN(WS-PRF-SIZE).
           MOVE 'Y' TO PF-RESET(WS-PRF-SIZE).
           MOVE WS-HASH-RESULT TO PF-PASS-HASH(WS-PRF-SIZE).
           MOVE WS-RUN-DATE TO PF-PASS-DATE(WS-PRF-SIZE).
           MOVE 0 TO PF-FAILED(WS-PRF-SIZE).
           MOVE SPACE TO PF-LOCK(WS-PRF-SIZE).
           MOVE SPACES TO PF-HISTORY(WS-PRF-SIZE).
           IF WS-SOD-CONFLICTS > 0
               MOVE "ADDED DESPITE SOD CONFLICT" TO WS-REGISTER-TEXT
           ELSE
               MOVE "ADDED" TO WS-REGISTER-TEXT
           END-IF.
           PERFORM 5000-REGISTER-CHANGE
               THRU 5000-EXIT.
           MOVE "TEMP PASSCODE ISSUED" TO WS-SEC-ACTION.
           PERFORM 5100-LOG-SECURITY-EVENT
               THRU 5100-EXIT.
       3000-EXIT.
           EXIT.

               GO TO 3200-EXIT
           END-IF.
           MOVE 'N' TO WS-CHC-DONE.
           MOVE 0 TO WS-SOD-CONFLICTS.
           MOVE 0 TO WS-DUTY-HITS.
           INSPECT PF-CHOICES(WS-PRF-IDX) TALLYING WS-DUTY-HITS
               FOR ALL WS-ONE-CHOICE.
           IF (WS-ACTION = 'G' OR WS-ACTION = 'g')
               AND WS-DUTY-HITS = 0
               MOVE PF-CHOICES(WS-PRF-IDX) TO WS-SOD-CHOICES
               MOVE WS-ONE-CHOICE TO WS-SOD-CHOICES(26:1)
               MOVE WS-ONE-CHOICE TO WS-SOD-NEW
               PERFORM 3600-CHECK-SOD-CONFLICTS
                   THRU 3600-EXIT
               IF WS-SOD-CONFLICTS > 0
                   AND WS-CONFIRM NOT = 'Y'
                   DISPLAY "NOT GRANTED"
                   GO TO 3200-EXIT
               END-IF
           END-IF.
           IF WS-ACTION = 'G' OR WS-ACTION = 'g'
               PERFORM 3210-GRANT-ONE-SLOT
                   THRU 3210-EXIT
                   VARYING WS-CHC-IDX FROM 1 BY 1
                   UNTIL WS-CHC-IDX > 25
                   OR WS-CHC-DONE = 'Y'
               IF WS-CHC-DONE = 'Y'
                   MOVE SPACES TO WS-REGISTER-TEXT
                   IF WS-SOD-CONFLICTS > 0
                       STRING "GRANTED " DELIMITED BY SIZE
                              WS-ONE-CHOICE DELIMITED BY SIZE
                              " DESPITE SOD CONFLICT"
                                  DELIMITED BY SIZE
                           INTO WS-REGISTER-TEXT
                       END-STRING
                   ELSE
                       STRING "GRANTED OPTION " DELIMITED BY SIZE
                              WS-ONE-CHOICE DELIMITED BY SIZE
                           INTO WS-REGISTER-TEXT
                       END-STRING
                   END-IF
                   PERFORM 5000-REGISTER-CHANGE
                       THRU 5000-EXIT
               ELSE
               PERFORM 3220-REVOKE-ONE-SLOT
                   THRU 3220-EXIT
                   VARYING WS-CHC-IDX FROM 1 BY 1
                   UNTIL WS-CHC-IDX > 25
               IF WS-CHC-DONE = 'Y'
                   MOVE SPACES TO WS-REGISTER-TEXT
                   STRING "REVOKED OPTION " DELIMITED BY SIZE
           IF PF-CHOICES(WS-PRF-IDX)(WS-CHC-IDX:1)
               = WS-ONE-CHOICE
      *> ALREADY GRANTED - NOTHING TO DO, AND NOT A FREE SLOT.
               MOVE 25 TO WS-CHC-IDX
               GO TO 3210-EXIT
           END-IF.
           IF PF-CHOICES(WS-PRF-IDX)(WS-CHC-IDX:1) = SPACE
           EXIT.

      *----------------------------------------------------------*
      *  3300-SET-RESET-FLAG - 'F' FORCES A CREDENTIAL RESET: THE
      *  OPERATOR'S PASSCODE IS REPLACED BY A TEMPORARY ONE THAT
      *  MUST BE CHANGED AT THE NEXT SIGN-ON, AND ANY LOCKOUT IS
      *  CLEARED. 'C' CLEARS THE RESET, LEAVING THE TEMPORARY
      *  PASSCODE AS THE OPERATOR'S OWN.
      *----------------------------------------------------------*
       3300-SET-RESET-FLAG.
           PERFORM 2500-FIND-PROFILE
           IF NOT PROFILE-FOUND
               GO TO 3300-EXIT
           END-IF.
           IF WS-ACTION = 'C' OR WS-ACTION = 'c'
               MOVE 'N' TO PF-RESET(WS-PRF-IDX)
               MOVE "CREDENTIAL RESET CLEARED" TO WS-REGISTER-TEXT
               PERFORM 5000-REGISTER-CHANGE
                   THRU 5000-EXIT
               GO TO 3300-EXIT
           END-IF.
           PERFORM 3500-HASH-TEMP-PASSCODE
               THRU 3500-EXIT.
           IF NOT TEMP-PASSCODE-ISSUED
               DISPLAY "CREDENTIAL RESET NOT FORCED"
               GO TO 3300-EXIT
           END-IF.
      *> THE PASSCODE BEING REPLACED JOINS THE HISTORY, SO THE
      *> OPERATOR CANNOT SIMPLY CHOOSE IT AGAIN.
           IF PF-PASS-HASH(WS-PRF-IDX) NOT = SPACES
               MOVE PF-HISTORY(WS-PRF-IDX)(1:36)
                   TO PF-HISTORY(WS-PRF-IDX)(19:36)
               MOVE PF-PASS-HASH(WS-PRF-IDX)
                   TO PF-HISTORY(WS-PRF-IDX)(1:18)
           END-IF.
           MOVE WS-HASH-RESULT TO PF-PASS-HASH(WS-PRF-IDX).
           MOVE WS-RUN-DATE TO PF-PASS-DATE(WS-PRF-IDX).
           MOVE 'Y' TO PF-RESET(WS-PRF-IDX).
           MOVE 0 TO PF-FAILED(WS-PRF-IDX).
           MOVE SPACE TO PF-LOCK(WS-PRF-IDX).
           MOVE "CREDENTIAL RESET FORCED" TO WS-REGISTER-TEXT.
           PERFORM 5000-REGISTER-CHANGE
               THRU 5000-EXIT.
           MOVE "TEMP PASSCODE ISSUED" TO WS-SEC-ACTION.
           PERFORM 5100-LOG-SECURITY-EVENT
               THRU 5100-EXIT.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3350-UNLOCK-OPERATOR - LIFT A LOCKOUT AND CLEAR THE
      *  FAILED-ATTEMPT COUNT. THE PASSCODE IS UNCHANGED.
      *----------------------------------------------------------*
       3350-UNLOCK-OPERATOR.
           PERFORM 2500-FIND-PROFILE
               THRU 2500-EXIT.
           IF NOT PROFILE-FOUND
               GO TO 3350-EXIT
           END-IF.
           IF PF-LOCK(WS-PRF-IDX) NOT = 'L'
               AND PF-FAILED(WS-PRF-IDX) = 0
               DISPLAY "OPERATOR IS NOT LOCKED OUT"
               GO TO 3350-EXIT
           END-IF.
           MOVE SPACE TO PF-LOCK(WS-PRF-IDX).
           MOVE 0 TO PF-FAILED(WS-PRF-IDX).
           MOVE "UNLOCKED" TO WS-REGISTER-TEXT.
           PERFORM 5000-REGISTER-CHANGE
               THRU 5000-EXIT.
           MOVE "ACCOUNT UNLOCKED" TO WS-SEC-ACTION.
           PERFORM 5100-LOG-SECURITY-EVENT
               THRU 5100-EXIT.
       3350-EXIT.
           EXIT.

       3400-LIST-PROFILES.
           PERFORM 3410-LIST-ONE-PROFILE
               THRU 3410-EXIT
               " CHOICES=" PF-CHOICES(WS-PRF-IDX)
               " STATUS=" PF-STATUS(WS-PRF-IDX)
               " ADMIN=" PF-ADMIN(WS-PRF-IDX)
               " RESET=" PF-RESET(WS-PRF-IDX)
               " LOCK=" PF-LOCK(WS-PRF-IDX)
               " FAILED=" PF-FAILED(WS-PRF-IDX).
       3410-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3500-HASH-TEMP-PASSCODE - THE ADMINISTRATOR KEYS A
      *  TEMPORARY PASSCODE FOR WS-TARGET-ID; ONLY ITS HASH IS
      *  KEPT, IN WS-HASH-RESULT.
      *----------------------------------------------------------*
       3500-HASH-TEMP-PASSCODE.
           MOVE 'N' TO WS-TEMP-SWITCH.
           DISPLAY "TEMPORARY PASSCODE (" MIN-PASS-LENGTH
               " TO 16 CHARACTERS, NO SPACES): " WITH NO ADVANCING.
           MOVE SPACES TO WS-TEMP-PASSCODE.
           ACCEPT WS-TEMP-PASSCODE FROM CONSOLE.
           MOVE 0 TO WS-PASS-LEN.
           INSPECT WS-TEMP-PASSCODE TALLYING WS-PASS-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-PASS-LEN < MIN-PASS-LENGTH
               DISPLAY "PASSCODE TOO SHORT OR CONTAINS A SPACE"
               MOVE SPACES TO WS-TEMP-PASSCODE
               GO TO 3500-EXIT
           END-IF.
           IF WS-PASS-LEN < 16
               IF WS-TEMP-PASSCODE(WS-PASS-LEN + 1:) NOT = SPACES
                   DISPLAY "PASSCODE TOO SHORT OR CONTAINS A SPACE"
                   MOVE SPACES TO WS-TEMP-PASSCODE
                   GO TO 3500-EXIT
               END-IF
           END-IF.
           MOVE WS-TARGET-ID TO WS-HASH-OPERATOR-ID.
           MOVE WS-TEMP-PASSCODE TO WS-HASH-PASSCODE.
           MOVE SPACES TO WS-TEMP-PASSCODE.
           CALL "PASSCODE-HASH".
           MOVE 'Y' TO WS-TEMP-SWITCH.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3600-CHECK-SOD-CONFLICTS - EVERY RULE WHOSE TWO DUTIES
      *  WOULD BOTH BE IN WS-SOD-CHOICES, LIMITED TO RULES ON
      *  WS-SOD-NEW WHEN ONE OPTION IS BEING GRANTED. EACH IS
      *  SHOWN, AND ANY AT ALL NEEDS THE ADMINISTRATOR'S 'Y'
      *  (LEFT IN WS-CONFIRM) TO GO AHEAD.
      *----------------------------------------------------------*
       3600-CHECK-SOD-CONFLICTS.
           MOVE 0 TO WS-SOD-CONFLICTS.
           MOVE SPACE TO WS-CONFIRM.
           PERFORM 3650-CHECK-ONE-RULE
               THRU 3650-EXIT
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-SIZE.
           IF WS-SOD-CONFLICTS = 0
               GO TO 3600-EXIT
           END-IF.
           DISPLAY "GO AHEAD DESPITE THE CONFLICT (Y/N)? "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM FROM CONSOLE.
           IF WS-CONFIRM = 'y'
               MOVE 'Y' TO WS-CONFIRM
           END-IF.
       3600-EXIT.
           EXIT.

       3650-CHECK-ONE-RULE.
           IF WS-SOD-NEW NOT = SPACE
               AND WS-SOD-NEW NOT = RL-DUTY-1(WS-RULE-IDX)
               AND WS-SOD-NEW NOT = RL-DUTY-2(WS-RULE-IDX)
               GO TO 3650-EXIT
           END-IF.
           MOVE 0 TO WS-DUTY-HITS.
           INSPECT WS-SOD-CHOICES TALLYING WS-DUTY-HITS
               FOR ALL RL-DUTY-1(WS-RULE-IDX).
           IF WS-DUTY-HITS = 0
               GO TO 3650-EXIT
           END-IF.
           MOVE 0 TO WS-DUTY-HITS.
           INSPECT WS-SOD-CHOICES TALLYING WS-DUTY-HITS
               FOR ALL RL-DUTY-2(WS-RULE-IDX).
           IF WS-DUTY-HITS = 0
               GO TO 3650-EXIT
           END-IF.
           ADD 1 TO WS-SOD-CONFLICTS.
           DISPLAY "WARNING - SEGREGATION OF DUTIES: "
               WS-TARGET-ID " WOULD HOLD BOTH "
               RL-DUTY-1(WS-RULE-IDX) " AND "
               RL-DUTY-2(WS-RULE-IDX).
           DISPLAY "    " RL-TEXT(WS-RULE-IDX).
       3650-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  5000-REGISTER-CHANGE - ONE REGISTER LINE PER CHANGE:
      *  WHEN, WHICH OPERATOR, WHAT WAS DONE. THE ADMINISTRATOR
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  5100-LOG-SECURITY-EVENT - APPEND ONE LINE TO THE
      *  SECURITY LOG FOR THE OPERATOR WHOSE CREDENTIALS CHANGED.
      *  THE ADMINISTRATOR IS ON THE REGISTER AND THE AUDIT TRAIL.
      *----------------------------------------------------------*
       5100-LOG-SECURITY-EVENT.
           OPEN EXTEND SECURITY-LOG.
           IF WS-SECLOG-FILE-STATUS = "35"
               OPEN OUTPUT SECURITY-LOG
           END-IF.
           IF WS-SECLOG-FILE-STATUS NOT = "00"
               DISPLAY "SECURITY-LOG OPEN FAILED, FILE STATUS="
                   WS-SECLOG-FILE-STATUS
               GO TO 5100-EXIT
           END-IF.
           MOVE SPACES TO SECURITY-LOG-REC.
           ACCEPT SEC-DATE FROM DATE YYYYMMDD.
           ACCEPT SEC-TIME FROM TIME.
           MOVE WS-TARGET-ID TO SEC-OPERATOR-ID.
           MOVE WS-ACTION TO SEC-CHOICE.
           MOVE WS-SEC-ACTION TO SEC-ACTION.
      *> NUMBER THE RECORD AND CHAIN IT TO THE ONE BEFORE.
           MOVE SPACES TO SEC-CHAIN.
           MOVE 'N' TO WS-CHAIN-FUNCTION.
           MOVE "SECURITY-LOG" TO WS-CHAIN-LOG-NAME.
           MOVE SECURITY-LOG-REC TO WS-CHAIN-RECORD.
           CALL "LOG-CHAIN".
           IF WS-CHAIN-STATUS = "00"
               MOVE WS-CHAIN-SEQ TO SEC-CHAIN-SEQ
               MOVE WS-CHAIN-PREV-HASH TO SEC-CHAIN-PREV-HASH
               MOVE WS-CHAIN-HASH TO SEC-CHAIN-HASH
           END-IF.
           WRITE SECURITY-LOG-REC.
           CLOSE SECURITY-LOG.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  7000-REWRITE-PROFILES - THE SESSION'S VIEW GOES BACK TO
      *  DISK IN FULL.
       7100-WRITE-ONE-PROFILE.
           MOVE SPACES TO OPERATOR-PROFILE-REC.
           MOVE PF-ID(WS-PRF-IDX) TO OPR-ID.
           MOVE PF-CHOICES(WS-PRF-IDX)(1:15) TO OPR-ALLOWED-CHOICES.
           MOVE PF-CHOICES(WS-PRF-IDX)(16:10) TO OPR-MORE-CHOICES.
           MOVE PF-STATUS(WS-PRF-IDX) TO OPR-STATUS.
           MOVE PF-ADMIN(WS-PRF-IDX) TO OPR-ADMIN-FLAG.
           MOVE PF-RESET(WS-PRF-IDX) TO OPR-RESET-FLAG.
           MOVE PF-PASS-HASH(WS-PRF-IDX) TO OPR-PASS-HASH.
           MOVE PF-PASS-DATE(WS-PRF-IDX) TO OPR-PASS-SET-DATE.
           MOVE PF-FAILED(WS-PRF-IDX) TO OPR-FAILED-ATTEMPTS.
           MOVE PF-LOCK(WS-PRF-IDX) TO OPR-LOCK-FLAG.
           MOVE PF-HISTORY(WS-PRF-IDX) TO OPR-PASS-HISTORY-LIST.
           WRITE OPERATOR-PROFILE-REC.
       7100-EXIT.
           EXIT.
               MOVE WS-AUDIT-RUN-DATE TO AUD-RUN-DATE
           END-IF.
           MOVE WS-ADMIN-ID          TO AUD-OPERATOR-ID.
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
