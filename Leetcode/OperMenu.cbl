      *> failed sign-on attempts, ends the session - the menu
      *> fails closed.
      *>
      *> The ID alone no longer signs anyone on: each operator has
      *> a passcode, held on the profile only as its PASSCODE-HASH
      *> digest. A wrong passcode adds to a failed-attempt count
      *> kept on the profile itself, so it carries across sessions;
      *> at MAX-FAILED-ATTEMPTS the profile is locked out until an
      *> administrator unlocks it in PROFILE-MAINT. A passcode
      *> older than MAX-PASS-AGE-DAYS, and the temporary passcode
      *> an administrator issues with a forced reset, both lead
      *> straight into choosing a new passcode before the menu is
      *> shown - at least MIN-PASS-LENGTH characters, not the
      *> operator ID, and none of the last few. A profile with no
      *> passcode at all (one from before passcodes) is refused:
      *> anyone keying its ID could otherwise claim it. The
      *> operator is sent to an administrator, who issues a
      *> temporary passcode with PROFILE-MAINT's forced reset.
      *> Lockouts, wrong passcodes, refused profiles and passcode
      *> changes all go to SECURITY-LOG.
      *>
      *> Before any dispatch the RUN-LOCK is checked: while
      *> BATCH-DRIVER (or another menu session) holds it, the
      *> dispatch is refused and the operator is told who holds
      *> the module through an IS EXTERNAL field of the same name
      *> the module itself declares, so BATCH-DRIVER's own CALLs -
      *> which never touch these fields - are unaffected.
      *>
      *> Option T runs ITEM-TRACE as a console inquiry: the clerk
      *> keys an item reference and is shown every file, date and
      *> run it has passed through, from open item to the GL
      *> posting and its acknowledgement.
      *>
      *> Option B runs STATE-ROLLBACK: the operator keys the run
      *> to roll back to before, and only after confirming it are
      *> the state files put back from the snapshots BATCH-DRIVER
      *> took before that run. The confirmed rollback is logged
      *> to SECURITY-LOG as well as AUDIT-LOG.
      *>
      *> Option C runs CTL-CHANGE, the change control over the
      *> hand-edited control files: one operator requests a
      *> change and a second, different operator approves or
      *> rejects it. The signed-on operator is passed through the
      *> shared audit stamp, so the module knows who is asking.
      *>
      *> Option H runs DISPUTE-MAINT, where the collections clerk
      *> opens, re-dates and resolves the disputes that hold an
      *> item out of ONE-DIMENSIONAL's match. The signed-on
      *> operator is recorded as the clerk through the same
      *> shared audit stamp.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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

       WORKING-STORAGE SECTION.
           01  WS-MENU-CHOICE          PIC X(01) VALUE SPACES.
               88  CHOICE-PROBLEMS               VALUE "P".
               88  CHOICE-PROFILES               VALUE "M".
               88  CHOICE-DISTRIB                VALUE "D".
               88  CHOICE-WRITEOFF               VALUE "W".
               88  CHOICE-TRACE                  VALUE "T".
               88  CHOICE-ROLLBACK               VALUE "B".
               88  CHOICE-CTLCHANGE              VALUE "C".
               88  CHOICE-DISPUTE                VALUE "H".
               88  CHOICE-EXIT                   VALUE "0".
               88  CHOICE-IS-VALID               VALUES "0" "1" "2"
                                                         "3" "4" "5"
                                                         "6" "7" "8"
                                                         "9" "R"
                                                         "P" "M"
                                                         "D" "W"
                                                         "T" "B"
                                                         "C" "H".

           01  WS-STEP-RC              PIC S9(04) VALUE 0.
           01  WS-INPUT-FILE-OVERRIDE  PIC X(80) VALUE SPACES.
      *> SIGN-ON STATE: THE VERIFIED OPERATOR AND THE CHOICES
      *> THEIR PROFILE ALLOWS.
           01  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
      *> THE PROFILE'S OPR-ALLOWED-CHOICES FOLLOWED BY ITS
      *> OPR-MORE-CHOICES, CHECKED AS ONE LIST.
           01  WS-ALLOWED-CHOICES      PIC X(25) VALUE SPACES.
           01  WS-SIGNON-SWITCH        PIC X(01) VALUE 'N'.
               88  SIGNED-ON                     VALUE 'Y'.
           01  WS-SIGNON-ATTEMPTS      PIC 9(01) VALUE 0.
      *> WHY A MATCHED PROFILE STILL REFUSED THE SIGN-ON.
           01  WS-BLOCK-REASON         PIC X(01) VALUE SPACE.
               88  PROFILE-DEACTIVATED            VALUE 'I'.
               88  PROFILE-LOCKED                 VALUE 'L'.
           01  WS-PROFILE-MATCH-SWITCH PIC X(01) VALUE 'N'.
               88  PROFILE-MATCHED                VALUE 'Y'.
      *> THE MATCHED PROFILE, WORKED ON THROUGH THE PASSCODE CHECK
      *> AND WRITTEN BACK WHEN ITS FAILED-ATTEMPT COUNT, LOCK OR
      *> PASSCODE CHANGES.
           COPY OPERPROF REPLACING ==OPERATOR-PROFILE-REC==
               BY ==WS-SIGNON-PROFILE==
               LEADING ==OPR-== BY ==SGN-==.
           01  WS-PROFILE-CHANGED      PIC X(01) VALUE 'N'.
               88  PROFILE-CHANGED                VALUE 'Y'.
           01  WS-TODAY                PIC X(08) VALUE SPACES.

      *> PASSCODE RULES.
           01  MAX-FAILED-ATTEMPTS     PIC 9(02) VALUE 3.
           01  MAX-PASS-AGE-DAYS       PIC 9(03) VALUE 90.
           01  MIN-PASS-LENGTH         PIC 9(02) VALUE 6.
      *> THE CLEAR-TEXT FIELDS ARE BLANKED AS SOON AS THEY HAVE
      *> BEEN HASHED.
           01  WS-PASSCODE             PIC X(16) VALUE SPACES.
           01  WS-NEW-PASSCODE         PIC X(16) VALUE SPACES.
           01  WS-CONFIRM-PASSCODE     PIC X(16) VALUE SPACES.
           01  WS-PASS-LEN             PIC 9(02) VALUE 0.
           01  WS-PASS-TRIES           PIC 9(01) VALUE 0.
           01  WS-PASS-HIST-IDX        PIC 9(01) VALUE 0.
           01  WS-PASS-AGE-DAYS        PIC S9(07) VALUE 0.
           01  WS-PASS-SET-SWITCH      PIC X(01) VALUE 'N'.
               88  PASSCODE-SET                   VALUE 'Y'.
           01  WS-PASS-REUSED-SWITCH   PIC X(01) VALUE 'N'.
               88  PASSCODE-REUSED                VALUE 'Y'.
      *> THE PASSCODE-HASH CALL INTERFACE.
           01  WS-HASH-OPERATOR-ID     PIC X(08) IS EXTERNAL.
           01  WS-HASH-PASSCODE        PIC X(16) IS EXTERNAL.
           01  WS-HASH-RESULT          PIC X(18) IS EXTERNAL.

      *> THE WHOLE PROFILE FILE, HELD ONLY WHILE THE SIGNED-ON
      *> PROFILE IS WRITTEN BACK IN PLACE.
           01  WS-PRF-SIZE             PIC 9(02) VALUE 0.
           01  MAX-PRF-SIZE            PIC 9(02) VALUE 50.
           01  WS-PRF-OVERFLOW         PIC X(01) VALUE 'N'.
           01  WS-PRF-TABLE.
               05  WS-PRF-RECORD       PIC X(160) OCCURS 50 TIMES.
           01  WS-PRF-IDX              PIC 9(02) VALUE 0.
           01  WS-PROFILE-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88  END-OF-PROFILES               VALUE 'Y'.
           01  WS-AUTH-SWITCH          PIC X(01) VALUE 'N'.
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
      *> THE SHADOW SWITCH THE SHADOW-AWARE MODULES SHARE. THE
      *> OPERATOR IS ASKED PER DISPATCH; EVERY OTHER DISPATCH
      *> PATH FORCES IT OFF.
           01  WS-SHADOW-MODE-FLAG     PIC X(01) IS EXTERNAL.
           01  WS-SHADOW-ANSWER        PIC X(01) VALUE 'N'.
      *> THE TRACE MODE ITEM-TRACE SHARES: 'I' FOR THE CLERK'S
      *> CONSOLE INQUIRY, SET ONLY ACROSS THE MENU'S OWN CALL SO A
      *> STANDALONE RUN STILL TRACES ITS TRACE-REQUESTS LIST.
           01  WS-TRACE-MODE-FLAG      PIC X(01) IS EXTERNAL.
      *> THE RUN STATE-ROLLBACK PUTS THE STATE FILES BACK TO
      *> BEFORE, KEYED AND CONFIRMED HERE AND CLEARED AGAIN AFTER
      *> THE CALL.
           01  WS-ROLLBACK-RUN-NUMBER  PIC 9(06) IS EXTERNAL.
           01  WS-ROLLBACK-ANSWER      PIC X(06) VALUE SPACES.

           01  WS-CKPT-LAST-STEP       PIC 9(03) VALUE 0.
           01  WS-CKPT-PRESENT         PIC X(01) VALUE 'N'.
           GOBACK.

      *----------------------------------------------------------*
      *  0100-SIGN-ON - ACCEPT AN OPERATOR ID AND PASSCODE AND
      *  VERIFY THEM AGAINST OPERATOR-PROFILE, PICKING UP THE
      *  MENU CHOICES THAT OPERATOR MAY USE. THREE FAILURES (OR
      *  NO PROFILE FILE AT ALL, OR A LOCKOUT) END THE SESSION -
      *  THE MENU FAILS CLOSED.
      *----------------------------------------------------------*
       0100-SIGN-ON.
           ADD 1 TO WS-SIGNON-ATTEMPTS.
           MOVE SPACES TO WS-OPERATOR-ID.
           MOVE SPACE TO WS-BLOCK-REASON.
           MOVE 'N' TO WS-PROFILE-MATCH-SWITCH.
           MOVE 'N' TO WS-PROFILE-CHANGED.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT WS-OPERATOR-ID FROM CONSOLE.
           IF WS-OPERATOR-ID = SPACES
           END-IF.
           PERFORM 0110-MATCH-ONE-PROFILE
               THRU 0110-EXIT
               UNTIL END-OF-PROFILES.
           CLOSE OPERATOR-PROFILE.
           EVALUATE TRUE
               WHEN PROFILE-DEACTIVATED
                   DISPLAY "OPERATOR DEACTIVATED: " WS-OPERATOR-ID
                   MOVE "SIGN-ON REJECTED" TO WS-SEC-ACTION
                   PERFORM 0150-LOG-SECURITY-EVENT
                       THRU 0150-EXIT
               WHEN PROFILE-LOCKED
                   DISPLAY "OPERATOR " WS-OPERATOR-ID
                       " IS LOCKED OUT - SEE AN ADMINISTRATOR"
                   MOVE "SIGN-ON LOCKED OUT" TO WS-SEC-ACTION
                   PERFORM 0150-LOG-SECURITY-EVENT
                       THRU 0150-EXIT
                   MOVE 3 TO WS-SIGNON-ATTEMPTS
               WHEN PROFILE-MATCHED
                   PERFORM 0120-CHECK-PASSCODE
                       THRU 0120-EXIT
               WHEN OTHER
                   DISPLAY "OPERATOR NOT ON FILE: " WS-OPERATOR-ID
                   MOVE "SIGN-ON REJECTED" TO WS-SEC-ACTION
                   PERFORM 0150-LOG-SECURITY-EVENT
                       THRU 0150-EXIT
           END-EVALUATE.
           IF PROFILE-CHANGED
               PERFORM 0180-SAVE-PROFILE
                   THRU 0180-EXIT
           END-IF.
           IF SIGNED-ON
               MOVE SGN-ALLOWED-CHOICES TO WS-ALLOWED-CHOICES(1:15)
               MOVE SGN-MORE-CHOICES TO WS-ALLOWED-CHOICES(16:10)
               MOVE SGN-ADMIN-FLAG TO WS-ADMIN-FLAG
               DISPLAY "SIGNED ON: " WS-OPERATOR-ID
           END-IF.
       0100-EXIT.
           EXIT.

           IF OPR-ID NOT = WS-OPERATOR-ID
               GO TO 0110-EXIT
           END-IF.
           MOVE 'Y' TO WS-PROFILE-EOF-SWITCH.
      *> THE PROFILE EXISTS, BUT A DEACTIVATED OR LOCKED-OUT
      *> OPERATOR MAY NOT SIGN ON.
           IF OPR-STATUS = 'I'
               MOVE 'I' TO WS-BLOCK-REASON
               GO TO 0110-EXIT
           END-IF.
           IF OPR-LOCKED-OUT
               MOVE 'L' TO WS-BLOCK-REASON
               GO TO 0110-EXIT
           END-IF.
           MOVE OPERATOR-PROFILE-REC TO WS-SIGNON-PROFILE.
           MOVE 'Y' TO WS-PROFILE-MATCH-SWITCH.
       0110-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  0120-CHECK-PASSCODE - ASK FOR THE PASSCODE AND COMPARE
      *  ITS HASH WITH THE PROFILE'S. A FORCED RESET OR AN EXPIRED
      *  PASSCODE MEANS CHOOSING A NEW ONE BEFORE THE SIGN-ON
      *  COMPLETES. NO PASSCODE ON FILE REFUSES THE SIGN-ON - ONLY
      *  AN ADMINISTRATOR CAN ISSUE THE FIRST ONE.
      *----------------------------------------------------------*
       0120-CHECK-PASSCODE.
           IF SGN-FAILED-ATTEMPTS IS NOT NUMERIC
               MOVE 0 TO SGN-FAILED-ATTEMPTS
           END-IF.
           IF SGN-PASS-HASH = SPACES
               DISPLAY "NO PASSCODE ISSUED FOR " WS-OPERATOR-ID
                   " - SEE AN ADMINISTRATOR"
               MOVE "NO PASSCODE ISSUED" TO WS-SEC-ACTION
               PERFORM 0150-LOG-SECURITY-EVENT
                   THRU 0150-EXIT
               GO TO 0120-EXIT
           END-IF.
           DISPLAY "PASSCODE: " WITH NO ADVANCING.
           MOVE SPACES TO WS-PASSCODE.
           ACCEPT WS-PASSCODE FROM CONSOLE.
           MOVE WS-OPERATOR-ID TO WS-HASH-OPERATOR-ID.
           MOVE WS-PASSCODE TO WS-HASH-PASSCODE.
           MOVE SPACES TO WS-PASSCODE.
           CALL "PASSCODE-HASH".
           IF WS-HASH-RESULT NOT = SGN-PASS-HASH
               PERFORM 0130-WRONG-PASSCODE
                   THRU 0130-EXIT
               GO TO 0120-EXIT
           END-IF.
           IF SGN-FAILED-ATTEMPTS > 0
               MOVE 0 TO SGN-FAILED-ATTEMPTS
               MOVE 'Y' TO WS-PROFILE-CHANGED
           END-IF.
           IF SGN-RESET-FLAG = 'Y'
               DISPLAY "TEMPORARY PASSCODE - CHOOSE A NEW ONE NOW"
               PERFORM 0170-SET-PASSCODE
                   THRU 0170-EXIT
               IF PASSCODE-SET
                   MOVE 'Y' TO WS-SIGNON-SWITCH
               END-IF
               GO TO 0120-EXIT
           END-IF.
      *> NO SET DATE ON A HASHED PASSCODE COUNTS AS EXPIRED.
           MOVE 999 TO WS-PASS-AGE-DAYS.
           IF SGN-PASS-SET-DATE IS NUMERIC
               COMPUTE WS-PASS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-TODAY))
                 - FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(SGN-PASS-SET-DATE))
           END-IF.
           IF WS-PASS-AGE-DAYS > MAX-PASS-AGE-DAYS
               DISPLAY "PASSCODE EXPIRED - CHOOSE A NEW ONE NOW"
               PERFORM 0170-SET-PASSCODE
                   THRU 0170-EXIT
               IF PASSCODE-SET
                   MOVE 'Y' TO WS-SIGNON-SWITCH
               END-IF
               GO TO 0120-EXIT
           END-IF.
           MOVE 'Y' TO WS-SIGNON-SWITCH.
       0120-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  0130-WRONG-PASSCODE - COUNT THE FAILURE ON THE PROFILE
      *  AND LOCK IT OUT AT MAX-FAILED-ATTEMPTS. A LOCKOUT ALSO
      *  ENDS THIS SESSION.
      *----------------------------------------------------------*
       0130-WRONG-PASSCODE.
           ADD 1 TO SGN-FAILED-ATTEMPTS.
           MOVE 'Y' TO WS-PROFILE-CHANGED.
           DISPLAY "PASSCODE INCORRECT FOR " WS-OPERATOR-ID.
           MOVE "SIGN-ON REJECTED" TO WS-SEC-ACTION.
           PERFORM 0150-LOG-SECURITY-EVENT
               THRU 0150-EXIT.
           IF SGN-FAILED-ATTEMPTS < MAX-FAILED-ATTEMPTS
               GO TO 0130-EXIT
           END-IF.
           MOVE 'L' TO SGN-LOCK-FLAG.
           DISPLAY "OPERATOR " WS-OPERATOR-ID " LOCKED OUT AFTER "
               MAX-FAILED-ATTEMPTS " WRONG PASSCODES - SEE AN "
               "ADMINISTRATOR".
           MOVE "ACCOUNT LOCKED" TO WS-SEC-ACTION.
           PERFORM 0150-LOG-SECURITY-EVENT
               THRU 0150-EXIT.
           MOVE 3 TO WS-SIGNON-ATTEMPTS.
       0130-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  0150-LOG-SECURITY-EVENT - APPEND ONE LINE TO THE
      *  SECURITY LOG: WHO, WHEN, WHICH CHOICE, AND WHAT WAS
           MOVE WS-OPERATOR-ID TO SEC-OPERATOR-ID.
           MOVE WS-MENU-CHOICE TO SEC-CHOICE.
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
       0150-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  0170-SET-PASSCODE - THE OPERATOR CHOOSES A NEW PASSCODE,
      *  KEYED TWICE. THREE UNACCEPTABLE TRIES ABANDON THE
      *  SIGN-ON; THE OLD PASSCODE (OR TEMPORARY ONE) STANDS.
      *----------------------------------------------------------*
       0170-SET-PASSCODE.
           MOVE 'N' TO WS-PASS-SET-SWITCH.
           MOVE 0 TO WS-PASS-TRIES.
           PERFORM 0175-TRY-NEW-PASSCODE
               THRU 0175-EXIT
               UNTIL PASSCODE-SET
               OR WS-PASS-TRIES >= 3.
           MOVE SPACES TO WS-NEW-PASSCODE.
           MOVE SPACES TO WS-CONFIRM-PASSCODE.
           IF NOT PASSCODE-SET
               DISPLAY "PASSCODE NOT CHANGED - SIGN-ON ABANDONED"
           END-IF.
       0170-EXIT.
           EXIT.

       0175-TRY-NEW-PASSCODE.
           ADD 1 TO WS-PASS-TRIES.
           DISPLAY "NEW PASSCODE (" MIN-PASS-LENGTH
               " TO 16 CHARACTERS, NO SPACES): " WITH NO ADVANCING.
           MOVE SPACES TO WS-NEW-PASSCODE.
           ACCEPT WS-NEW-PASSCODE FROM CONSOLE.
           DISPLAY "KEY THE NEW PASSCODE AGAIN: " WITH NO ADVANCING.
           MOVE SPACES TO WS-CONFIRM-PASSCODE.
           ACCEPT WS-CONFIRM-PASSCODE FROM CONSOLE.
           IF WS-NEW-PASSCODE NOT = WS-CONFIRM-PASSCODE
               DISPLAY "THE TWO ENTRIES DO NOT MATCH"
               GO TO 0175-EXIT
           END-IF.
           MOVE 0 TO WS-PASS-LEN.
           INSPECT WS-NEW-PASSCODE TALLYING WS-PASS-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-PASS-LEN < MIN-PASS-LENGTH
               DISPLAY "PASSCODE TOO SHORT OR CONTAINS A SPACE"
               GO TO 0175-EXIT
           END-IF.
           IF WS-PASS-LEN < 16
               IF WS-NEW-PASSCODE(WS-PASS-LEN + 1:) NOT = SPACES
                   DISPLAY "PASSCODE TOO SHORT OR CONTAINS A SPACE"
                   GO TO 0175-EXIT
               END-IF
           END-IF.
           IF WS-NEW-PASSCODE = WS-OPERATOR-ID
               DISPLAY "PASSCODE MAY NOT BE THE OPERATOR ID"
               GO TO 0175-EXIT
           END-IF.
           MOVE WS-OPERATOR-ID TO WS-HASH-OPERATOR-ID.
           MOVE WS-NEW-PASSCODE TO WS-HASH-PASSCODE.
           CALL "PASSCODE-HASH".
           MOVE 'N' TO WS-PASS-REUSED-SWITCH.
           IF WS-HASH-RESULT = SGN-PASS-HASH
               MOVE 'Y' TO WS-PASS-REUSED-SWITCH
           END-IF.
           PERFORM 0177-CHECK-ONE-HISTORY
               THRU 0177-EXIT
               VARYING WS-PASS-HIST-IDX FROM 1 BY 1
               UNTIL WS-PASS-HIST-IDX > 3.
           IF PASSCODE-REUSED
               DISPLAY "THAT PASSCODE WAS USED RECENTLY - CHOOSE "
                   "ANOTHER"
               GO TO 0175-EXIT
           END-IF.
      *> THE OUTGOING PASSCODE JOINS THE HISTORY; THE OLDEST
      *> DROPS OFF.
           MOVE SGN-PASS-HISTORY(2) TO SGN-PASS-HISTORY(3).
           MOVE SGN-PASS-HISTORY(1) TO SGN-PASS-HISTORY(2).
           MOVE SGN-PASS-HASH TO SGN-PASS-HISTORY(1).
           MOVE WS-HASH-RESULT TO SGN-PASS-HASH.
           MOVE WS-TODAY TO SGN-PASS-SET-DATE.
           MOVE 'N' TO SGN-RESET-FLAG.
           MOVE 0 TO SGN-FAILED-ATTEMPTS.
           MOVE 'Y' TO WS-PROFILE-CHANGED.
           MOVE 'Y' TO WS-PASS-SET-SWITCH.
           DISPLAY "PASSCODE CHANGED FOR " WS-OPERATOR-ID.
           MOVE "PASSCODE CHANGED" TO WS-SEC-ACTION.
           PERFORM 0150-LOG-SECURITY-EVENT
               THRU 0150-EXIT.
       0175-EXIT.
           EXIT.

       0177-CHECK-ONE-HISTORY.
           IF WS-HASH-RESULT = SGN-PASS-HISTORY(WS-PASS-HIST-IDX)
               MOVE 'Y' TO WS-PASS-REUSED-SWITCH
           END-IF.
       0177-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  0180-SAVE-PROFILE - WRITE THE SIGNED-ON PROFILE BACK IN
      *  PLACE: THE WHOLE FILE IS READ, THE ONE RECORD REPLACED,
      *  AND THE FILE REWRITTEN. A FILE TOO BIG TO HOLD IS LEFT
      *  ALONE RATHER THAN TRUNCATED.
      *----------------------------------------------------------*
       0180-SAVE-PROFILE.
           MOVE 0 TO WS-PRF-SIZE.
           MOVE 'N' TO WS-PRF-OVERFLOW.
           MOVE 'N' TO WS-PROFILE-EOF-SWITCH.
           OPEN INPUT OPERATOR-PROFILE.
           IF WS-PROFILE-FILE-STATUS NOT = "00"
               DISPLAY "OPERATOR-PROFILE NOT UPDATED, FILE STATUS="
                   WS-PROFILE-FILE-STATUS
               GO TO 0180-EXIT
           END-IF.
           PERFORM 0185-HOLD-ONE-PROFILE
               THRU 0185-EXIT
               UNTIL END-OF-PROFILES.
           CLOSE OPERATOR-PROFILE.
           IF WS-PRF-OVERFLOW = 'Y'
               DISPLAY "OPERATOR-PROFILE HOLDS MORE THAN "
                   MAX-PRF-SIZE " RECORDS - NOT UPDATED"
               GO TO 0180-EXIT
           END-IF.
           OPEN OUTPUT OPERATOR-PROFILE.
           IF WS-PROFILE-FILE-STATUS NOT = "00"
               DISPLAY "OPERATOR-PROFILE NOT UPDATED, FILE STATUS="
                   WS-PROFILE-FILE-STATUS
               GO TO 0180-EXIT
           END-IF.
           PERFORM 0187-WRITE-ONE-PROFILE
               THRU 0187-EXIT
               VARYING WS-PRF-IDX FROM 1 BY 1
               UNTIL WS-PRF-IDX > WS-PRF-SIZE.
           CLOSE OPERATOR-PROFILE.
       0180-EXIT.
           EXIT.

       0185-HOLD-ONE-PROFILE.
           READ OPERATOR-PROFILE
               AT END
                   MOVE 'Y' TO WS-PROFILE-EOF-SWITCH
           END-READ.
           IF END-OF-PROFILES
               GO TO 0185-EXIT
           END-IF.
           IF WS-PRF-SIZE >= MAX-PRF-SIZE
               MOVE 'Y' TO WS-PRF-OVERFLOW
               GO TO 0185-EXIT
           END-IF.
           ADD 1 TO WS-PRF-SIZE.
           IF OPR-ID = SGN-ID
               MOVE WS-SIGNON-PROFILE TO WS-PRF-RECORD(WS-PRF-SIZE)
           ELSE
               MOVE OPERATOR-PROFILE-REC
                   TO WS-PRF-RECORD(WS-PRF-SIZE)
           END-IF.
       0185-EXIT.
           EXIT.

       0187-WRITE-ONE-PROFILE.
           WRITE OPERATOR-PROFILE-REC
               FROM WS-PRF-RECORD(WS-PRF-IDX).
       0187-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  0300-COUNT-UNWORKED-PROBLEMS - TELL THE OPERATOR AT
      *  SIGN-ON HOW MANY PROBLEM-LOG SNAPSHOTS NOBODY HAS
               WHEN CHOICE-DISTRIB
                   PERFORM 6400-RUN-REPORT-DIST
                       THRU 6400-EXIT
               WHEN CHOICE-WRITEOFF
                   PERFORM 6500-RUN-WRITEOFF-REVIEW
                       THRU 6500-EXIT
               WHEN CHOICE-TRACE
                   PERFORM 6600-RUN-ITEM-TRACE
                       THRU 6600-EXIT
               WHEN CHOICE-ROLLBACK
                   PERFORM 6700-RUN-STATE-ROLLBACK
                       THRU 6700-EXIT
               WHEN CHOICE-CTLCHANGE
                   PERFORM 6800-RUN-CTL-CHANGE
                       THRU 6800-EXIT
               WHEN CHOICE-DISPUTE
                   PERFORM 6900-RUN-DISPUTE-MAINT
                       THRU 6900-EXIT
               WHEN CHOICE-IS-VALID
                   PERFORM 1300-READ-FILE-OVERRIDE
                       THRU 1300-EXIT
           DISPLAY " P. REVIEW PROBLEM LOG  (PROBLEM-REVIEW)".
           DISPLAY " M. MAINTAIN OPERATOR PROFILES (ADMIN ONLY)".
           DISPLAY " D. DISTRIBUTE REPORTS  (REPORT-DIST)".
           DISPLAY " W. REVIEW AGED WRITE-OFFS (WRITEOFF-REVIEW)".
           DISPLAY " T. TRACE AN ITEM REFERENCE (ITEM-TRACE)".
           DISPLAY " B. ROLL BACK STATE FILES TO BEFORE A RUN".
           DISPLAY " C. CONTROL-FILE CHANGES (CTL-CHANGE)".
           DISPLAY " H. DISPUTE HOLDS       (DISPUTE-MAINT)".
           DISPLAY " 0. EXIT".
           DISPLAY "===================================".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.

       1200-READ-CHOICE.
           ACCEPT WS-MENU-CHOICE FROM CONSOLE.
           INSPECT WS-MENU-CHOICE CONVERTING "rpmdwtbch"
               TO "RPMDWTBCH".
           IF NOT CHOICE-IS-VALID
               DISPLAY "INVALID CHOICE - PLEASE TRY AGAIN"
           END-IF.
           PERFORM 1260-MATCH-ONE-CHOICE
               THRU 1260-EXIT
               VARYING WS-AUTH-IDX FROM 1 BY 1
               UNTIL WS-AUTH-IDX > 25
               OR CHOICE-AUTHORIZED.
       1250-EXIT.
           EXIT.
           END-IF.
           MOVE 0 TO WS-TRAIL-STEP.
           EVALUATE IQ-PROGRAM-NAME(WS-INQ-IDX)
               WHEN "TWOSUM-BUILD"
                   MOVE 2 TO WS-TRAIL-STEP
               WHEN "INPUT-EDIT"
                   MOVE 5 TO WS-TRAIL-STEP
               WHEN "ONE-DIMENSIONAL"
                   MOVE 30 TO WS-TRAIL-STEP
               WHEN "PALINDROME-CHECK"
                   MOVE 40 TO WS-TRAIL-STEP
               WHEN "FEED-RECEIPT"
                   MOVE 45 TO WS-TRAIL-STEP
               WHEN "DETECTCAPITAL"
                   MOVE 50 TO WS-TRAIL-STEP
               WHEN "BALANCE-CHECK"
       6400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  6500-RUN-WRITEOFF-REVIEW - DISPATCH THE SUPERVISOR REVIEW
      *  OF THE AGED OPEN ITEMS PROPOSED FOR WRITE-OFF, UNDER THE
      *  SAME LOCK AND RUN-NUMBER DISCIPLINE AS ANY OTHER
      *  DISPATCH.
      *----------------------------------------------------------*
       6500-RUN-WRITEOFF-REVIEW.
           PERFORM 5000-CHECK-RUN-LOCK
               THRU 5000-EXIT.
           IF RUN-LOCK-HELD
               GO TO 6500-EXIT
           END-IF.
           PERFORM 1400-ASSIGN-RUN-NUMBER
               THRU 1400-EXIT.
           PERFORM 5100-ACQUIRE-RUN-LOCK
               THRU 5100-EXIT.
           DISPLAY "RUNNING WRITEOFF-REVIEW...".
           CALL "WRITEOFF-REVIEW".
           MOVE RETURN-CODE TO WS-STEP-RC.
           DISPLAY "MODULE ENDED, RC=" WS-STEP-RC.
           PERFORM 5200-RELEASE-RUN-LOCK
               THRU 5200-EXIT.
       6500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  6600-RUN-ITEM-TRACE - DISPATCH THE ITEM TRACE AS A
      *  CONSOLE INQUIRY: THE CLERK KEYS THE REFERENCES AND SEES
      *  EACH TRACE AS IT IS PRINTED. SAME LOCK AND RUN-NUMBER
      *  DISCIPLINE AS ANY OTHER DISPATCH.
      *----------------------------------------------------------*
       6600-RUN-ITEM-TRACE.
           PERFORM 5000-CHECK-RUN-LOCK
               THRU 5000-EXIT.
           IF RUN-LOCK-HELD
               GO TO 6600-EXIT
           END-IF.
           PERFORM 1400-ASSIGN-RUN-NUMBER
               THRU 1400-EXIT.
           PERFORM 5100-ACQUIRE-RUN-LOCK
               THRU 5100-EXIT.
           DISPLAY "RUNNING ITEM-TRACE...".
           MOVE 'I' TO WS-TRACE-MODE-FLAG.
           CALL "ITEM-TRACE".
           MOVE RETURN-CODE TO WS-STEP-RC.
           MOVE SPACE TO WS-TRACE-MODE-FLAG.
           DISPLAY "MODULE ENDED, RC=" WS-STEP-RC.
           PERFORM 5200-RELEASE-RUN-LOCK
               THRU 5200-EXIT.
       6600-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  6700-RUN-STATE-ROLLBACK - ASK WHICH RUN TO ROLL BACK TO
      *  BEFORE, MAKE THE OPERATOR CONFIRM IT, LOG THE CONFIRMED
      *  ROLLBACK TO SECURITY-LOG, THEN DISPATCH STATE-ROLLBACK
      *  UNDER THE SAME LOCK AND RUN-NUMBER DISCIPLINE AS ANY
      *  OTHER DISPATCH.
      *----------------------------------------------------------*
       6700-RUN-STATE-ROLLBACK.
           PERFORM 5000-CHECK-RUN-LOCK
               THRU 5000-EXIT.
           IF RUN-LOCK-HELD
               GO TO 6700-EXIT
           END-IF.
           DISPLAY "ROLL BACK TO BEFORE WHICH RUN NUMBER: "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-ROLLBACK-ANSWER.
           ACCEPT WS-ROLLBACK-ANSWER FROM CONSOLE.
           IF WS-ROLLBACK-ANSWER IS NOT NUMERIC
               DISPLAY "RUN NUMBER MUST BE SIX DIGITS - NO ROLLBACK"
               GO TO 6700-EXIT
           END-IF.
           MOVE WS-ROLLBACK-ANSWER TO WS-ROLLBACK-RUN-NUMBER.
           IF WS-ROLLBACK-RUN-NUMBER = 0
               DISPLAY "RUN NUMBER MUST BE SIX DIGITS - NO ROLLBACK"
               GO TO 6700-EXIT
           END-IF.
           DISPLAY "EVERY STATE FILE WILL BE PUT BACK TO BEFORE RUN "
               WS-ROLLBACK-RUN-NUMBER ", UNDOING IT AND ANY LATER RUN".
           DISPLAY "ROLL BACK? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-LOCK-CONFIRM FROM CONSOLE.
           IF WS-LOCK-CONFIRM NOT = 'Y' AND WS-LOCK-CONFIRM NOT = 'y'
               DISPLAY "NO ROLLBACK - STATE FILES LEFT AS THEY ARE"
               MOVE 0 TO WS-ROLLBACK-RUN-NUMBER
               GO TO 6700-EXIT
           END-IF.
           MOVE SPACES TO WS-SEC-ACTION.
           STRING "ROLLBACK RUN " WS-ROLLBACK-RUN-NUMBER
               DELIMITED BY SIZE INTO WS-SEC-ACTION.
           PERFORM 0150-LOG-SECURITY-EVENT
               THRU 0150-EXIT.
           PERFORM 1400-ASSIGN-RUN-NUMBER
               THRU 1400-EXIT.
           PERFORM 5100-ACQUIRE-RUN-LOCK
               THRU 5100-EXIT.
           DISPLAY "RUNNING STATE-ROLLBACK...".
           CALL "STATE-ROLLBACK".
           MOVE RETURN-CODE TO WS-STEP-RC.
           MOVE 0 TO WS-ROLLBACK-RUN-NUMBER.
           DISPLAY "MODULE ENDED, RC=" WS-STEP-RC
               " - SEE ROLLBACK-RPT".
           PERFORM 5200-RELEASE-RUN-LOCK
               THRU 5200-EXIT.
       6700-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  6800-RUN-CTL-CHANGE - DISPATCH CONTROL-FILE CHANGE
      *  CONTROL UNDER THE SAME LOCK AND RUN-NUMBER DISCIPLINE AS
      *  ANY OTHER DISPATCH - AN APPROVAL REWRITES A CONTROL FILE
      *  THE CHAIN READS.
      *----------------------------------------------------------*
       6800-RUN-CTL-CHANGE.
           PERFORM 5000-CHECK-RUN-LOCK
               THRU 5000-EXIT.
           IF RUN-LOCK-HELD
               GO TO 6800-EXIT
           END-IF.
           PERFORM 1400-ASSIGN-RUN-NUMBER
               THRU 1400-EXIT.
           PERFORM 5100-ACQUIRE-RUN-LOCK
               THRU 5100-EXIT.
           DISPLAY "RUNNING CTL-CHANGE...".
           CALL "CTL-CHANGE".
           MOVE RETURN-CODE TO WS-STEP-RC.
           DISPLAY "MODULE ENDED, RC=" WS-STEP-RC
               " - SEE CTL-CHANGE-RPT".
           PERFORM 5200-RELEASE-RUN-LOCK
               THRU 5200-EXIT.
       6800-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  6900-RUN-DISPUTE-MAINT - DISPATCH DISPUTE MAINTENANCE
      *  UNDER THE LOCK - THE DISPUTE-HOLDS FILE IT REWRITES IS
      *  READ BY ONE-DIMENSIONAL.
      *----------------------------------------------------------*
       6900-RUN-DISPUTE-MAINT.
           PERFORM 5000-CHECK-RUN-LOCK
               THRU 5000-EXIT.
           IF RUN-LOCK-HELD
               GO TO 6900-EXIT
           END-IF.
           PERFORM 1400-ASSIGN-RUN-NUMBER
               THRU 1400-EXIT.
           PERFORM 5100-ACQUIRE-RUN-LOCK
               THRU 5100-EXIT.
           DISPLAY "RUNNING DISPUTE-MAINT...".
           CALL "DISPUTE-MAINT".
           MOVE RETURN-CODE TO WS-STEP-RC.
           DISPLAY "MODULE ENDED, RC=" WS-STEP-RC
               " - SEE DISPUTE-MAINT-RPT".
           PERFORM 5200-RELEASE-RUN-LOCK
               THRU 5200-EXIT.
       6900-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3000-RUN-INQUIRY - SHOW EACH PROGRAM'S MOST RECENT RUN
      *  FROM THE AUDIT TRAIL, FLAGGING ANY WITH A RETURN CODE
               THRU 3400-EXIT.
           IF CKPT-ON-FILE
               EVALUATE WS-CKPT-LAST-STEP
                   WHEN 2   MOVE 5 TO WS-FAILED-STEP
                   WHEN 5   MOVE 10 TO WS-FAILED-STEP
                   WHEN 10  MOVE 20 TO WS-FAILED-STEP
                   WHEN 20  MOVE 30 TO WS-FAILED-STEP
                   WHEN 30  MOVE 40 TO WS-FAILED-STEP
                   WHEN 40  MOVE 45 TO WS-FAILED-STEP
                   WHEN 45  MOVE 50 TO WS-FAILED-STEP
                   WHEN 50  MOVE 60 TO WS-FAILED-STEP
                   WHEN OTHER
                       MOVE 0 TO WS-FAILED-STEP
           ELSE
      *> NO CHECKPOINT MEANS EITHER NOTHING FAILED, OR THE CHAIN
      *> DIED ON ITS FIRST EXECUTED STEP BEFORE ANY CHECKPOINT
      *> WAS WRITTEN (TWOSUM-BUILD ON A STATEMENT THAT DOES NOT
      *> TIE, OR INPUT-EDIT ENDING RC-SEVERE ON BAD INPUT, ARE
      *> THE CHAIN'S DESIGNED FAILURE MODES). FALL BACK TO THE
      *> AUDIT TRAIL: THE EARLIEST STEP WHOSE LATEST RUN ENDED
      *> ABOVE RC 4 IS THE ONE BLOCKING THE CHAIN.
               PERFORM 4100-FIND-FAILED-FROM-TRAIL
      *> FILE: CLEAR ANY ONE-OFF OVERRIDE A MENU DISPATCH LEFT IN
      *> THE MODULE'S EXTERNAL FILENAME EARLIER THIS SESSION.
           EVALUATE WS-FAILED-STEP
               WHEN 2
                   DISPLAY "RUNNING TWOSUM-BUILD..."
                   CALL "TWOSUM-BUILD"
               WHEN 5
                   DISPLAY "RUNNING INPUT-EDIT..."
                   CALL "INPUT-EDIT"
                   MOVE SPACES TO WS-PALINDROME-INPUT-FILENAME
                   DISPLAY "RUNNING PALINDROME-CHECK..."
                   CALL "PALINDROME-CHECK"
               WHEN 45
                   DISPLAY "RUNNING FEED-RECEIPT..."
                   CALL "FEED-RECEIPT"
               WHEN 50
                   MOVE SPACES TO WS-CUSTOMER-NAME-FILENAME
                   DISPLAY "RUNNING DETECTCAPITAL..."
