       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTL-CHANGE.
       AUTHOR. DATA-PROCESSING.
      *> Change control for the hand-edited control files that
      *> steer production - TWOSUM-CTL, BATCHDRV-PLAN, WORD-CTL,
      *> GL-ACCOUNT-MAP, FIZZBUZZ-CTL, REPORT-DIST-CTL and
      *> CORRECTION-CTL. They used to be edited in place with no
      *> record of who changed what; a raised hold threshold once
      *> let large settlements through unreviewed for a week.
      *>
      *> Every change now goes through two operators:
      *>   - ONE REQUESTS IT. THE NEW CONTENT IS KEYED INTO
      *>     <FILE>.PROPOSED, LEAVING THE LIVE FILE ALONE (A LIVE
      *>     FILE EDITED DIRECTLY IS TAKEN AS IT STANDS WHEN
      *>     THERE IS NO .PROPOSED COPY). THE DIFFERENCES FROM
      *>     THE LAST APPROVED VERSION ARE SHOWN, A REASON IS
      *>     REQUIRED, AND THE BEFORE AND AFTER IMAGES GO ON THE
      *>     APPEND-ONLY CTL-CHANGE-REGISTER (LAYOUT IN CTLCHG);
      *>   - A SECOND, DIFFERENT OPERATOR APPROVES OR REJECTS IT.
      *>     AN APPROVAL KEEPS THE NEW CONTENT AS THE NEXT
      *>     VERSIONED COPY (<FILE>.VNNNN), INSTALLS IT AS THE
      *>     LIVE FILE, AND READS BOTH BACK AGAINST THE AFTER
      *>     IMAGE. A LIVE FILE THAT HAS MOVED SINCE THE REQUEST
      *>     IS NOT OVERWRITTEN - THE CHANGE STAYS PENDING. A
      *>     REJECTED CHANGE ALREADY EDITED INTO THE LIVE FILE
      *>     IS PUT BACK TO THE APPROVED VERSION.
      *> Only one change per file may be pending at a time. A
      *> file never approved here is not yet under control: its
      *> first request has no before image and its approval
      *> makes version 0001.
      *>
      *> BATCH-DRIVER compares every live control file with its
      *> last approved copy at chain start and will not run a
      *> live chain on an unapproved change.
      *>
      *> Dispatched from OPER-MENU, which supplies the signed-on
      *> operator through the shared audit stamp - the check that
      *> the approver is not the requester depends on it, so a
      *> standalone run only lists where each file stands. The
      *> session's requests and decisions are printed to
      *> CTL-CHANGE-RPT and logged to SECURITY-LOG. Changes
      *> still pending at the end leave the step RC-WARNING.
      *>
      *> Ends with GOBACK rather than STOP RUN so this module can
      *> be CALLed from the menu.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-CHANGE-REGISTER
               ASSIGN TO "CTL-CHANGE-REGISTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-FILE-STATUS.
           SELECT CTL-IMAGE-FILE
               ASSIGN TO DYNAMIC WS-IMAGE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMAGE-FILE-STATUS.
           SELECT CTL-CHANGE-RPT
               ASSIGN TO "CTL-CHANGE-RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SECURITY-LOG
               ASSIGN TO "SECURITY-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-FILE-STATUS.
           SELECT AUDIT-LOG
               ASSIGN TO "AUDIT-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT PROBLEM-LOG
               ASSIGN TO "PROBLEM-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROB-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-CHANGE-REGISTER
           LABEL RECORDS ARE OMITTED.
           COPY CTLCHG.

      *> ANY ONE OF THE CONTROL FILES, ITS .PROPOSED COPY OR ONE
      *> OF ITS VERSIONED COPIES - EVERY CONTROL FILE IS AN
      *> 80-BYTE CARD IMAGE.
       FD  CTL-IMAGE-FILE
           LABEL RECORDS ARE OMITTED.
       01  CTL-IMAGE-REC               PIC X(80).

       FD  CTL-CHANGE-RPT
           LABEL RECORDS ARE OMITTED.
       01  CTL-CHANGE-RPT-LINE         PIC X(110).

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

       FD  AUDIT-LOG
           LABEL RECORDS ARE OMITTED.
           COPY AUDITREC.

       FD  PROBLEM-LOG
           LABEL RECORDS ARE OMITTED.
           COPY PROBREC.

       WORKING-STORAGE SECTION.
      *> RUN CORRELATION STAMP: SET BY OPER-MENU BEFORE THE CALL.
      *> THE OPERATOR ID IS THE SIGNED-ON OPERATOR; STILL
      *> LOW-VALUES ON A STANDALONE RUN.
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

           01  WS-REG-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-IMAGE-FILE-STATUS    PIC X(02) VALUE SPACES.
           01  WS-SECLOG-FILE-STATUS   PIC X(02) VALUE SPACES.
           01  WS-AUDIT-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-IMAGE-FILENAME       PIC X(80) VALUE SPACES.
           01  WS-PROPOSED-FILENAME    PIC X(80) VALUE SPACES.
           01  WS-VERSION-FILENAME     PIC X(80) VALUE SPACES.
           01  WS-AUDIT-START-TIME     PIC X(08) VALUE SPACES.
           01  WS-AUDIT-END-TIME       PIC X(08) VALUE SPACES.
           01  WS-RUN-DATE             PIC X(08) VALUE SPACES.
           01  WS-RUN-TIME             PIC X(08) VALUE SPACES.
           01  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.

           01  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
               88  END-OF-FILE                    VALUE 'Y'.
           01  WS-SESSION-DONE         PIC X(01) VALUE 'N'.
               88  SESSION-DONE                   VALUE 'Y'.
           01  WS-QUIT-SWITCH          PIC X(01) VALUE 'N'.
               88  REVIEW-QUIT                    VALUE 'Y'.

           01  WS-ACTION               PIC X(01) VALUE SPACES.
           01  WS-ANSWER               PIC X(01) VALUE SPACES.
           01  WS-REASON               PIC X(40) VALUE SPACES.
           01  WS-MATCH-NAME           PIC X(20) VALUE SPACES.
           01  WS-SOURCE               PIC X(01) VALUE SPACES.
           01  WS-CHANGE-NO            PIC 9(06) VALUE 0.
           01  WS-NEW-VERSION          PIC 9(04) VALUE 0.
           01  WS-SEC-ACTION           PIC X(20) VALUE SPACES.
           01  WS-SEC-WORD             PIC X(09) VALUE SPACES.
           01  WS-RPT-ACTION           PIC X(60) VALUE SPACES.
           01  WS-LIST-TEXT            PIC X(110) VALUE SPACES.
           01  WS-LIVE-STATE           PIC X(30) VALUE SPACES.
           01  WS-PENDING-TEXT         PIC X(30) VALUE SPACES.

           01  WS-REG-RECORDS          PIC 9(09) VALUE 0.
           01  WS-LAST-CHANGE-NO       PIC 9(06) VALUE 0.
           01  WS-REQUESTED-COUNT      PIC 9(05) VALUE 0.
           01  WS-APPROVED-COUNT       PIC 9(05) VALUE 0.
           01  WS-REJECTED-COUNT       PIC 9(05) VALUE 0.
           01  WS-REFUSED-COUNT        PIC 9(05) VALUE 0.
           01  WS-PENDING-COUNT        PIC 9(05) VALUE 0.
           01  WS-SHOWN-COUNT          PIC 9(05) VALUE 0.

      *> THE CONTROL FILES UNDER CHANGE CONTROL - THE SAME LIST
      *> BATCH-DRIVER CHECKS AT CHAIN START.
           01  WS-CTL-NAME-TABLE.
               05  FILLER              PIC X(20)
                   VALUE "TWOSUM-CTL".
               05  FILLER              PIC X(20)
                   VALUE "BATCHDRV-PLAN".
               05  FILLER              PIC X(20)
                   VALUE "WORD-CTL".
               05  FILLER              PIC X(20)
                   VALUE "GL-ACCOUNT-MAP".
               05  FILLER              PIC X(20)
                   VALUE "FIZZBUZZ-CTL".
               05  FILLER              PIC X(20)
                   VALUE "REPORT-DIST-CTL".
               05  FILLER              PIC X(20)
                   VALUE "CORRECTION-CTL".
           01  WS-CTL-NAMES REDEFINES WS-CTL-NAME-TABLE.
               05  CF-NAME             PIC X(20) OCCURS 7 TIMES.
           01  MAX-CTL-FILES           PIC 9(02) VALUE 7.
      *> WHAT THE REGISTER SAYS ABOUT EACH: ITS LAST APPROVED
      *> VERSION AND ANY CHANGE STILL AWAITING APPROVAL.
           01  WS-CTL-STATE-TABLE.
               05  WS-CTL-STATE OCCURS 7 TIMES.
                   10  CS-VERSION      PIC 9(04).
                   10  CS-APPROVED-BY  PIC X(08).
                   10  CS-APPROVED-DATE
                                       PIC X(08).
                   10  CS-PENDING-NO   PIC 9(06).
                   10  CS-REQUESTED-BY PIC X(08).
                   10  CS-REQUESTED-DATE
                                       PIC X(08).
                   10  CS-BASE-VERSION PIC 9(04).
                   10  CS-SOURCE       PIC X(01).
                   10  CS-REASON       PIC X(40).
           01  WS-CF-IDX               PIC 9(02) VALUE 0.
           01  WS-CF-FOUND             PIC X(01) VALUE 'N'.
               88  CTL-FILE-FOUND                 VALUE 'Y'.

      *> THREE IMAGES OF ONE CONTROL FILE:
      *>     1 = BEFORE - THE APPROVED VERSION BEING CHANGED
      *>     2 = AFTER  - THE CHANGE
      *>     3 = WHAT IS ON DISK NOW, OR WHAT WAS JUST WRITTEN
      *>         AND READ BACK
           01  MAX-IMAGE-LINES         PIC 9(04) VALUE 200.
           01  WS-IMAGE-TABLE.
               05  WS-IMAGE OCCURS 3 TIMES.
                   10  IM-SIZE         PIC 9(04).
                   10  IM-LINE         PIC X(80) OCCURS 200 TIMES.
           01  WS-IMG-SET              PIC 9(01) VALUE 0.
           01  WS-IMG-IDX              PIC 9(04) VALUE 0.
           01  WS-CMP-SET-1            PIC 9(01) VALUE 0.
           01  WS-CMP-SET-2            PIC 9(01) VALUE 0.
           01  WS-DIFF-LIMIT           PIC 9(04) VALUE 0.
           01  WS-DIFF-COUNT           PIC 9(04) VALUE 0.
           01  WS-SHOW-BEFORE          PIC X(80) VALUE SPACES.
           01  WS-SHOW-AFTER           PIC X(80) VALUE SPACES.
           01  WS-SAME-SWITCH          PIC X(01) VALUE 'N'.
               88  IMAGES-SAME                    VALUE 'Y'.
           01  WS-LIVE-CHANGED-SWITCH  PIC X(01) VALUE 'N'.
               88  LIVE-HOLDS-CHANGE              VALUE 'Y'.
           01  WS-LIVE-APPROVED-SWITCH PIC X(01) VALUE 'N'.
               88  LIVE-AS-APPROVED               VALUE 'Y'.
      *> HOW THE LAST LOAD OR WRITE OF AN IMAGE WENT.
           01  WS-LOAD-RESULT          PIC X(01) VALUE SPACE.
               88  IMAGE-LOADED                   VALUE 'Y'.
               88  IMAGE-ABSENT                   VALUE 'N'.
               88  IMAGE-FAILED                   VALUE 'F'.

           01  RPT-HEADING-1.
               05  FILLER              PIC X(28)
                   VALUE "CONTROL-FILE CHANGE CONTROL ".
               05  H-RUN-DATE          PIC X(08).
               05  FILLER              PIC X(12)
                   VALUE "  OPERATOR: ".
               05  H-OPERATOR          PIC X(08).
               05  FILLER              PIC X(54) VALUE SPACES.
           01  RPT-HEADING-2.
               05  FILLER              PIC X(10) VALUE "TIME".
               05  FILLER              PIC X(08) VALUE "CHANGE".
               05  FILLER              PIC X(22) VALUE "CONTROL FILE".
               05  FILLER              PIC X(10) VALUE "BY".
               05  FILLER              PIC X(60) VALUE "ACTION".
           01  RPT-BLANK               PIC X(110) VALUE SPACES.
           01  RPT-EVENT-LINE.
               05  EL-TIME             PIC X(08).
               05  FILLER              PIC X(02) VALUE SPACES.
               05  EL-CHANGE-NO        PIC 9(06).
               05  FILLER              PIC X(02) VALUE SPACES.
               05  EL-CTL-FILE         PIC X(20).
               05  FILLER              PIC X(02) VALUE SPACES.
               05  EL-OPERATOR         PIC X(08).
               05  FILLER              PIC X(02) VALUE SPACES.
               05  EL-ACTION           PIC X(60).
           01  RPT-IMAGE-LINE.
               05  FILLER              PIC X(08) VALUE SPACES.
               05  IL-LABEL            PIC X(15).
               05  IL-IMAGE            PIC X(80).
               05  FILLER              PIC X(07) VALUE SPACES.
           01  RPT-IMAGE-LABEL.
               05  FILLER              PIC X(05) VALUE "LINE ".
               05  ILB-LINE-NO         PIC 9(04).
               05  FILLER              PIC X(06) VALUE " WAS: ".
           01  RPT-COUNT-LINE.
               05  RCL-LABEL           PIC X(30).
               05  RCL-COUNT           PIC ZZZ,ZZ9.
               05  FILLER              PIC X(73) VALUE SPACES.

           01  WS-PROB-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-FAIL-PARAGRAPH       PIC X(30) VALUE SPACES.
           01  WS-PROB-STATUSES.
               05  FILLER          PIC X(04)
                                   VALUE "REG=".
               05  WS-PS-REG       PIC X(02).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(04)
                                   VALUE "IMG=".
               05  WS-PS-IMG       PIC X(02).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
           01  WS-PROB-COUNTERS.
               05  FILLER          PIC X(07)
                                   VALUE "CHANGE=".
               05  WS-PC-CHANGE    PIC 9(06).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(10)
                                   VALUE "REQUESTED=".
               05  WS-PC-REQUESTED PIC 9(05).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(09)
                                   VALUE "APPROVED=".
               05  WS-PC-APPROVED  PIC 9(05).

           COPY RETCODES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      *> RESET EVERY SWITCH, COUNT, AND THE RETURN CODE EXPLICITLY -
      *> UNDER STATIC CALL, WORKING-STORAGE VALUE CLAUSES ONLY APPLY
      *> ON THE FIRST LOAD OF THE RUN UNIT, NOT ON EVERY CALL.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE 'N' TO WS-SESSION-DONE.
           MOVE 'N' TO WS-QUIT-SWITCH.
           MOVE 0 TO WS-REG-RECORDS.
           MOVE 0 TO WS-LAST-CHANGE-NO.
           MOVE 0 TO WS-CHANGE-NO.
           MOVE 0 TO WS-REQUESTED-COUNT.
           MOVE 0 TO WS-APPROVED-COUNT.
           MOVE 0 TO WS-REJECTED-COUNT.
           MOVE 0 TO WS-REFUSED-COUNT.
           MOVE 0 TO WS-PENDING-COUNT.
           MOVE SPACES TO WS-IMAGE-FILENAME.
           MOVE SPACES TO WS-FAIL-PARAGRAPH.
           SET RC-NORMAL TO TRUE.
           ACCEPT WS-AUDIT-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           IF WS-AUDIT-OPERATOR-ID = LOW-VALUES
               OR WS-AUDIT-OPERATOR-ID = SPACES
               MOVE SPACES TO WS-OPERATOR-ID
               DISPLAY "NOT SIGNED ON THROUGH OPER-MENU - CHANGES "
                   "CAN BE LISTED BUT NOT REQUESTED OR APPROVED"
           ELSE
               MOVE WS-AUDIT-OPERATOR-ID TO WS-OPERATOR-ID
           END-IF.
           PERFORM 1000-LOAD-REGISTER
               THRU 1000-EXIT.
           IF PGM-RETURN-CODE >= 8
               GO TO 0000-WRAP-UP
           END-IF.
           OPEN OUTPUT CTL-CHANGE-RPT.
           MOVE WS-RUN-DATE TO H-RUN-DATE.
           MOVE WS-OPERATOR-ID TO H-OPERATOR.
           WRITE CTL-CHANGE-RPT-LINE FROM RPT-HEADING-1.
           WRITE CTL-CHANGE-RPT-LINE FROM RPT-HEADING-2.
           WRITE CTL-CHANGE-RPT-LINE FROM RPT-BLANK.
           IF WS-OPERATOR-ID = SPACES
               PERFORM 5000-LIST-CONTROL-FILES
                   THRU 5000-EXIT
               MOVE 'Y' TO WS-SESSION-DONE
           END-IF.
           PERFORM 2000-RUN-SESSION
               THRU 2000-EXIT
               UNTIL SESSION-DONE.
           PERFORM 8000-WRITE-TOTALS
               THRU 8000-EXIT.
           CLOSE CTL-CHANGE-RPT.
           DISPLAY "CHANGES REQUESTED..........: " WS-REQUESTED-COUNT.
           DISPLAY "CHANGES APPROVED...........: " WS-APPROVED-COUNT.
           DISPLAY "CHANGES REJECTED...........: " WS-REJECTED-COUNT.
           DISPLAY "CHANGES STILL PENDING......: " WS-PENDING-COUNT.
           IF WS-PENDING-COUNT > 0 AND RC-NORMAL
               SET RC-WARNING TO TRUE
           END-IF.
       0000-WRAP-UP.
           MOVE PGM-RETURN-CODE TO RETURN-CODE.
           PERFORM 9100-WRITE-AUDIT-LOG
               THRU 9100-EXIT.
      *> 9100-WRITE-AUDIT-LOG CAN RAISE ITS OWN RC-ERROR IF THE
      *> AUDIT-LOG FILE ITSELF FAILS TO OPEN, SO RE-CHECK PGM-RETURN-
      *> CODE ONE LAST TIME BEFORE HANDING CONTROL BACK.
           MOVE PGM-RETURN-CODE TO RETURN-CODE.
           IF PGM-RETURN-CODE >= 8
               PERFORM 9200-WRITE-PROBLEM-LOG
                   THRU 9200-EXIT
           END-IF.
           GOBACK.

      *----------------------------------------------------------*
      *  1000-LOAD-REGISTER - EACH CONTROL FILE'S LAST APPROVED
      *  VERSION AND ANY PENDING CHANGE, AND THE HIGHEST CHANGE
      *  NUMBER USED SO FAR. NO REGISTER YET MEANS NOTHING IS
      *  UNDER CONTROL.
      *----------------------------------------------------------*
       1000-LOAD-REGISTER.
           PERFORM 1050-CLEAR-ONE-STATE
               THRU 1050-EXIT
               VARYING WS-CF-IDX FROM 1 BY 1
               UNTIL WS-CF-IDX > MAX-CTL-FILES.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT CTL-CHANGE-REGISTER.
           IF WS-REG-FILE-STATUS = "35"
               GO TO 1000-EXIT
           END-IF.
           IF WS-REG-FILE-STATUS NOT = "00"
               DISPLAY "CTL-CHANGE-REGISTER OPEN FAILED, FILE STATUS="
                   WS-REG-FILE-STATUS
               MOVE "1000-LOAD-REGISTER" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-LOAD-ONE-REGISTER-REC
               THRU 1100-EXIT
               UNTIL END-OF-FILE.
           CLOSE CTL-CHANGE-REGISTER.
       1000-EXIT.
           EXIT.

       1050-CLEAR-ONE-STATE.
           MOVE 0 TO CS-VERSION(WS-CF-IDX).
           MOVE SPACES TO CS-APPROVED-BY(WS-CF-IDX).
           MOVE SPACES TO CS-APPROVED-DATE(WS-CF-IDX).
           MOVE 0 TO CS-PENDING-NO(WS-CF-IDX).
           MOVE SPACES TO CS-REQUESTED-BY(WS-CF-IDX).
           MOVE SPACES TO CS-REQUESTED-DATE(WS-CF-IDX).
           MOVE 0 TO CS-BASE-VERSION(WS-CF-IDX).
           MOVE SPACE TO CS-SOURCE(WS-CF-IDX).
           MOVE SPACES TO CS-REASON(WS-CF-IDX).
       1050-EXIT.
           EXIT.

       1100-LOAD-ONE-REGISTER-REC.
           READ CTL-CHANGE-REGISTER
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-REG-RECORDS.
           IF CCR-CHANGE-NO IS NOT NUMERIC
               GO TO 1100-EXIT
           END-IF.
           IF CCR-CHANGE-NO > WS-LAST-CHANGE-NO
               MOVE CCR-CHANGE-NO TO WS-LAST-CHANGE-NO
           END-IF.
           MOVE CCR-CTL-FILE TO WS-MATCH-NAME.
           PERFORM 2500-FIND-CTL-FILE
               THRU 2500-EXIT.
           IF NOT CTL-FILE-FOUND
               GO TO 1100-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN CCR-REQUEST
                   MOVE CCR-CHANGE-NO TO CS-PENDING-NO(WS-CF-IDX)
                   MOVE CCR-OPERATOR-ID TO CS-REQUESTED-BY(WS-CF-IDX)
                   MOVE CCR-DATE TO CS-REQUESTED-DATE(WS-CF-IDX)
                   MOVE CCR-SOURCE TO CS-SOURCE(WS-CF-IDX)
                   MOVE CCR-REASON TO CS-REASON(WS-CF-IDX)
                   IF CCR-VERSION IS NUMERIC
                       MOVE CCR-VERSION
                           TO CS-BASE-VERSION(WS-CF-IDX)
                   END-IF
               WHEN CCR-APPROVAL
                   IF CCR-CHANGE-NO = CS-PENDING-NO(WS-CF-IDX)
                       MOVE 0 TO CS-PENDING-NO(WS-CF-IDX)
                   END-IF
                   IF CCR-VERSION IS NUMERIC
                       MOVE CCR-VERSION TO CS-VERSION(WS-CF-IDX)
                       MOVE CCR-OPERATOR-ID
                           TO CS-APPROVED-BY(WS-CF-IDX)
                       MOVE CCR-DATE TO CS-APPROVED-DATE(WS-CF-IDX)
                   END-IF
               WHEN CCR-REJECTION
                   IF CCR-CHANGE-NO = CS-PENDING-NO(WS-CF-IDX)
                       MOVE 0 TO CS-PENDING-NO(WS-CF-IDX)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2000-RUN-SESSION - ONE ACTION PER PASS UNTIL THE
      *  OPERATOR QUITS.
      *----------------------------------------------------------*
       2000-RUN-SESSION.
           DISPLAY " ".
           DISPLAY "R=REQUEST A CHANGE  V=REVIEW PENDING CHANGES  "
               "L=LIST  Q=QUIT".
           DISPLAY "ACTION: " WITH NO ADVANCING.
           MOVE SPACE TO WS-ACTION.
           ACCEPT WS-ACTION FROM CONSOLE.
           EVALUATE WS-ACTION
               WHEN 'R'
               WHEN 'r'
                   PERFORM 3000-REQUEST-CHANGE
                       THRU 3000-EXIT
               WHEN 'V'
               WHEN 'v'
                   PERFORM 3500-REVIEW-CHANGES
                       THRU 3500-EXIT
               WHEN 'L'
               WHEN 'l'
                   PERFORM 5000-LIST-CONTROL-FILES
                       THRU 5000-EXIT
               WHEN 'Q'
               WHEN 'q'
                   MOVE 'Y' TO WS-SESSION-DONE
               WHEN OTHER
                   DISPLAY "ACTION NOT RECOGNIZED"
           END-EVALUATE.
      *> A REGISTER OR COPY THAT WILL NOT WRITE ENDS THE SESSION.
           IF PGM-RETURN-CODE >= 8
               MOVE 'Y' TO WS-SESSION-DONE
           END-IF.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2500-FIND-CTL-FILE - LOCATE WS-MATCH-NAME IN THE LIST OF
      *  CONTROL FILES UNDER CHANGE CONTROL (INDEX IN WS-CF-IDX).
      *----------------------------------------------------------*
       2500-FIND-CTL-FILE.
           MOVE 'N' TO WS-CF-FOUND.
           PERFORM 2600-MATCH-ONE-CTL-FILE
               THRU 2600-EXIT
               VARYING WS-CF-IDX FROM 1 BY 1
               UNTIL WS-CF-IDX > MAX-CTL-FILES
               OR CTL-FILE-FOUND.
           IF CTL-FILE-FOUND
               SUBTRACT 1 FROM WS-CF-IDX
           END-IF.
       2500-EXIT.
           EXIT.

       2600-MATCH-ONE-CTL-FILE.
           IF CF-NAME(WS-CF-IDX) = WS-MATCH-NAME
               MOVE 'Y' TO WS-CF-FOUND
           END-IF.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3000-REQUEST-CHANGE - TAKE THE NEW CONTENT FROM
      *  <FILE>.PROPOSED (OR THE LIVE FILE, EDITED IN PLACE),
      *  SHOW HOW IT DIFFERS FROM THE APPROVED VERSION, AND ON
      *  CONFIRMATION REGISTER IT FOR A SECOND OPERATOR.
      *----------------------------------------------------------*
       3000-REQUEST-CHANGE.
           DISPLAY "CONTROL FILE: " WITH NO ADVANCING.
           MOVE SPACES TO WS-MATCH-NAME.
           ACCEPT WS-MATCH-NAME FROM CONSOLE.
           INSPECT WS-MATCH-NAME CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM 2500-FIND-CTL-FILE
               THRU 2500-EXIT.
           IF NOT CTL-FILE-FOUND
               DISPLAY "NOT A CONTROL FILE UNDER CHANGE CONTROL: "
                   WS-MATCH-NAME
               GO TO 3000-EXIT
           END-IF.
           IF CS-PENDING-NO(WS-CF-IDX) NOT = 0
               DISPLAY "CHANGE " CS-PENDING-NO(WS-CF-IDX) " TO "
                   CF-NAME(WS-CF-IDX) " IS ALREADY AWAITING "
                   "APPROVAL - IT MUST BE APPROVED OR REJECTED FIRST"
               GO TO 3000-EXIT
           END-IF.
           PERFORM 4050-LOAD-APPROVED-VERSION
               THRU 4050-EXIT.
           IF IMAGE-FAILED
               MOVE "3000-REQUEST-CHANGE" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACES TO WS-PROPOSED-FILENAME.
           STRING CF-NAME(WS-CF-IDX) DELIMITED BY SPACE
                  ".PROPOSED" DELIMITED BY SIZE
               INTO WS-PROPOSED-FILENAME
           END-STRING.
           MOVE 2 TO WS-IMG-SET.
           MOVE WS-PROPOSED-FILENAME TO WS-IMAGE-FILENAME.
           PERFORM 4000-LOAD-IMAGE
               THRU 4000-EXIT.
           MOVE 'P' TO WS-SOURCE.
           IF IMAGE-ABSENT
               MOVE 2 TO WS-IMG-SET
               MOVE SPACES TO WS-IMAGE-FILENAME
               MOVE CF-NAME(WS-CF-IDX) TO WS-IMAGE-FILENAME
               PERFORM 4000-LOAD-IMAGE
                   THRU 4000-EXIT
               MOVE 'L' TO WS-SOURCE
           END-IF.
           IF IMAGE-FAILED
               GO TO 3000-EXIT
           END-IF.
           IF IMAGE-ABSENT
               DISPLAY "NEITHER " WS-PROPOSED-FILENAME
               DISPLAY "NOR " CF-NAME(WS-CF-IDX)
                   " IS ON FILE - NOTHING TO REQUEST"
               GO TO 3000-EXIT
           END-IF.
           MOVE 1 TO WS-CMP-SET-1.
           MOVE 2 TO WS-CMP-SET-2.
           PERFORM 4500-COMPARE-IMAGES
               THRU 4500-EXIT.
           IF IMAGES-SAME
               DISPLAY CF-NAME(WS-CF-IDX) " IS NO DIFFERENT FROM "
                   "APPROVED VERSION " CS-VERSION(WS-CF-IDX)
                   " - NOTHING TO REQUEST"
               GO TO 3000-EXIT
           END-IF.
           DISPLAY " ".
           IF WS-SOURCE = 'P'
               DISPLAY "CHANGE TO " CF-NAME(WS-CF-IDX)
                   " FROM " WS-PROPOSED-FILENAME
           ELSE
               DISPLAY "CHANGE TO " CF-NAME(WS-CF-IDX)
                   " AS EDITED IN THE LIVE FILE"
           END-IF.
           IF CS-VERSION(WS-CF-IDX) = 0
               DISPLAY "(NO APPROVED VERSION YET - EVERY LINE IS NEW)"
           ELSE
               DISPLAY "AGAINST APPROVED VERSION "
                   CS-VERSION(WS-CF-IDX)
           END-IF.
           MOVE 'N' TO WS-ANSWER.
           PERFORM 4800-SHOW-DIFFERENCES
               THRU 4800-EXIT.
           DISPLAY "REASON FOR THE CHANGE: " WITH NO ADVANCING.
           MOVE SPACES TO WS-REASON.
           ACCEPT WS-REASON FROM CONSOLE.
           IF WS-REASON = SPACES
               DISPLAY "A REASON IS REQUIRED - NOT REQUESTED"
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "REQUEST THIS CHANGE? (Y/N): " WITH NO ADVANCING.
           MOVE SPACE TO WS-ANSWER.
           ACCEPT WS-ANSWER FROM CONSOLE.
           IF WS-ANSWER NOT = 'Y' AND WS-ANSWER NOT = 'y'
               DISPLAY "NOT REQUESTED"
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO WS-LAST-CHANGE-NO.
           MOVE WS-LAST-CHANGE-NO TO WS-CHANGE-NO.
           PERFORM 6000-OPEN-REGISTER
               THRU 6000-EXIT.
           IF PGM-RETURN-CODE >= 8
               GO TO 3000-EXIT
           END-IF.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES TO CTL-CHANGE-REC.
           MOVE WS-CHANGE-NO TO CCR-CHANGE-NO.
           MOVE 'R' TO CCR-REC-TYPE.
           MOVE CF-NAME(WS-CF-IDX) TO CCR-CTL-FILE.
           MOVE WS-OPERATOR-ID TO CCR-OPERATOR-ID.
           MOVE WS-RUN-DATE TO CCR-DATE.
           MOVE WS-RUN-TIME TO CCR-TIME.
           MOVE CS-VERSION(WS-CF-IDX) TO CCR-VERSION.
           MOVE IM-SIZE(2) TO CCR-LINE-COUNT.
           MOVE WS-SOURCE TO CCR-SOURCE.
           MOVE WS-REASON TO CCR-REASON.
           WRITE CTL-CHANGE-REC.
           MOVE 1 TO WS-IMG-SET.
           PERFORM 6100-REGISTER-ONE-LINE
               THRU 6100-EXIT
               VARYING WS-IMG-IDX FROM 1 BY 1
               UNTIL WS-IMG-IDX > IM-SIZE(1).
           MOVE 2 TO WS-IMG-SET.
           PERFORM 6100-REGISTER-ONE-LINE
               THRU 6100-EXIT
               VARYING WS-IMG-IDX FROM 1 BY 1
               UNTIL WS-IMG-IDX > IM-SIZE(2).
           CLOSE CTL-CHANGE-REGISTER.
           MOVE WS-CHANGE-NO TO CS-PENDING-NO(WS-CF-IDX).
           MOVE WS-OPERATOR-ID TO CS-REQUESTED-BY(WS-CF-IDX).
           MOVE WS-RUN-DATE TO CS-REQUESTED-DATE(WS-CF-IDX).
           MOVE CS-VERSION(WS-CF-IDX) TO CS-BASE-VERSION(WS-CF-IDX).
           MOVE WS-SOURCE TO CS-SOURCE(WS-CF-IDX).
           MOVE WS-REASON TO CS-REASON(WS-CF-IDX).
           ADD 1 TO WS-REQUESTED-COUNT.
           MOVE SPACES TO WS-RPT-ACTION.
           STRING "REQUESTED: " DELIMITED BY SIZE
                  WS-REASON DELIMITED BY SIZE
               INTO WS-RPT-ACTION
           END-STRING.
           MOVE 'Y' TO WS-ANSWER.
           PERFORM 7000-REGISTER-EVENT
               THRU 7000-EXIT.
           MOVE 'R' TO WS-ACTION.
           MOVE "REQUESTED" TO WS-SEC-WORD.
           PERFORM 7100-LOG-SECURITY-EVENT
               THRU 7100-EXIT.
           DISPLAY "CHANGE " WS-CHANGE-NO " REQUESTED - A SECOND "
               "OPERATOR MUST APPROVE IT".
           IF WS-SOURCE = 'L'
               DISPLAY "THE LIVE " CF-NAME(WS-CF-IDX)
                   " ALREADY HOLDS THIS CHANGE - BATCH-DRIVER WILL "
                   "NOT RUN UNTIL IT IS APPROVED"
           ELSE
               DISPLAY "THE LIVE " CF-NAME(WS-CF-IDX)
                   " IS UNCHANGED UNTIL THEN"
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3500-REVIEW-CHANGES - OFFER EVERY PENDING CHANGE THAT
      *  SOMEONE ELSE REQUESTED FOR APPROVAL OR REJECTION. A
      *  REQUESTER CANNOT APPROVE THEIR OWN CHANGE.
      *----------------------------------------------------------*
       3500-REVIEW-CHANGES.
           MOVE 'N' TO WS-QUIT-SWITCH.
           MOVE 0 TO WS-SHOWN-COUNT.
           PERFORM 3600-REVIEW-ONE-FILE
               THRU 3600-EXIT
               VARYING WS-CF-IDX FROM 1 BY 1
               UNTIL WS-CF-IDX > MAX-CTL-FILES
               OR REVIEW-QUIT
               OR PGM-RETURN-CODE >= 8.
           IF WS-SHOWN-COUNT = 0
               DISPLAY "NO CHANGES AWAITING YOUR APPROVAL"
           END-IF.
       3500-EXIT.
           EXIT.

       3600-REVIEW-ONE-FILE.
           IF CS-PENDING-NO(WS-CF-IDX) = 0
               GO TO 3600-EXIT
           END-IF.
           IF CS-REQUESTED-BY(WS-CF-IDX) = WS-OPERATOR-ID
               DISPLAY "CHANGE " CS-PENDING-NO(WS-CF-IDX) " TO "
                   CF-NAME(WS-CF-IDX) " IS YOUR OWN REQUEST - A "
                   "SECOND OPERATOR MUST APPROVE IT"
               GO TO 3600-EXIT
           END-IF.
           ADD 1 TO WS-SHOWN-COUNT.
           MOVE CS-PENDING-NO(WS-CF-IDX) TO WS-CHANGE-NO.
           PERFORM 4300-LOAD-CHANGE-IMAGES
               THRU 4300-EXIT.
           IF IMAGE-FAILED
               MOVE "3600-REVIEW-ONE-FILE" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 3600-EXIT
           END-IF.
           DISPLAY " ".
           DISPLAY "CHANGE " WS-CHANGE-NO " TO " CF-NAME(WS-CF-IDX)
               " REQUESTED BY " CS-REQUESTED-BY(WS-CF-IDX)
               " ON " CS-REQUESTED-DATE(WS-CF-IDX).
           DISPLAY "REASON: " CS-REASON(WS-CF-IDX).
           IF CS-SOURCE(WS-CF-IDX) = 'L'
               DISPLAY "ALREADY EDITED INTO THE LIVE FILE"
           END-IF.
           IF CS-BASE-VERSION(WS-CF-IDX) = 0
               DISPLAY "(NO APPROVED VERSION YET - EVERY LINE IS NEW)"
           ELSE
               DISPLAY "AGAINST APPROVED VERSION "
                   CS-BASE-VERSION(WS-CF-IDX)
           END-IF.
           MOVE 'N' TO WS-ANSWER.
           PERFORM 4800-SHOW-DIFFERENCES
               THRU 4800-EXIT.
           DISPLAY "APPROVE, REJECT, OR QUIT (A/J/Q): "
               WITH NO ADVANCING.
           MOVE SPACE TO WS-ANSWER.
           ACCEPT WS-ANSWER FROM CONSOLE.
           EVALUATE WS-ANSWER
               WHEN 'A'
               WHEN 'a'
                   PERFORM 3700-APPROVE-CHANGE
                       THRU 3700-EXIT
               WHEN 'J'
               WHEN 'j'
                   PERFORM 3800-REJECT-CHANGE
                       THRU 3800-EXIT
               WHEN 'Q'
               WHEN 'q'
                   MOVE 'Y' TO WS-QUIT-SWITCH
               WHEN OTHER
                   DISPLAY "LEFT PENDING - ANSWER NOT RECOGNIZED"
           END-EVALUATE.
       3600-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3700-APPROVE-CHANGE - THE LIVE FILE MUST STILL BE THE
      *  APPROVED VERSION THE CHANGE WAS MADE AGAINST (OR ALREADY
      *  HOLD THE CHANGE ITSELF). THE NEW VERSIONED COPY IS
      *  WRITTEN AND READ BACK FIRST, THEN THE LIVE FILE, AND
      *  ONLY THEN IS THE APPROVAL REGISTERED - A FAILURE PART
      *  WAY LEAVES THE CHANGE PENDING AND THE CHAIN REFUSING,
      *  AND THE APPROVAL CAN SIMPLY BE REPEATED.
      *----------------------------------------------------------*
       3700-APPROVE-CHANGE.
           MOVE 3 TO WS-IMG-SET.
           MOVE SPACES TO WS-IMAGE-FILENAME.
           MOVE CF-NAME(WS-CF-IDX) TO WS-IMAGE-FILENAME.
           PERFORM 4000-LOAD-IMAGE
               THRU 4000-EXIT.
           IF IMAGE-FAILED
               MOVE "3700-APPROVE-CHANGE" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 3700-EXIT
           END-IF.
           MOVE 3 TO WS-CMP-SET-1.
           MOVE 2 TO WS-CMP-SET-2.
           PERFORM 4500-COMPARE-IMAGES
               THRU 4500-EXIT.
           MOVE WS-SAME-SWITCH TO WS-LIVE-CHANGED-SWITCH.
           MOVE 1 TO WS-CMP-SET-2.
           PERFORM 4500-COMPARE-IMAGES
               THRU 4500-EXIT.
           MOVE WS-SAME-SWITCH TO WS-LIVE-APPROVED-SWITCH.
           IF NOT LIVE-HOLDS-CHANGE AND NOT LIVE-AS-APPROVED
               DISPLAY "THE LIVE " CF-NAME(WS-CF-IDX)
                   " HAS CHANGED SINCE THE REQUEST - NOT APPROVED."
               DISPLAY "REJECT THE CHANGE AND REQUEST IT AGAIN."
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "NOT APPROVED - LIVE FILE CHANGED SINCE REQUEST"
                   TO WS-RPT-ACTION
               MOVE 'N' TO WS-ANSWER
               PERFORM 7000-REGISTER-EVENT
                   THRU 7000-EXIT
               GO TO 3700-EXIT
           END-IF.
           COMPUTE WS-NEW-VERSION = CS-VERSION(WS-CF-IDX) + 1.
           PERFORM 4900-BUILD-VERSION-NAME
               THRU 4900-EXIT.
           MOVE 2 TO WS-IMG-SET.
           MOVE WS-VERSION-FILENAME TO WS-IMAGE-FILENAME.
           PERFORM 4650-WRITE-AND-VERIFY
               THRU 4650-EXIT.
           IF IMAGE-FAILED
               DISPLAY "VERSION COPY " WS-VERSION-FILENAME
                   " NOT WRITTEN - NOT APPROVED"
               MOVE "3700-APPROVE-CHANGE" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 3700-EXIT
           END-IF.
           IF NOT LIVE-HOLDS-CHANGE
               MOVE 2 TO WS-IMG-SET
               MOVE SPACES TO WS-IMAGE-FILENAME
               MOVE CF-NAME(WS-CF-IDX) TO WS-IMAGE-FILENAME
               PERFORM 4650-WRITE-AND-VERIFY
                   THRU 4650-EXIT
               IF IMAGE-FAILED
                   DISPLAY "THE LIVE " CF-NAME(WS-CF-IDX)
                       " WAS NOT INSTALLED - NOT APPROVED; REPEAT "
                       "THE APPROVAL ONCE THE FILE CAN BE WRITTEN"
                   MOVE "3700-APPROVE-CHANGE" TO WS-FAIL-PARAGRAPH
                   SET RC-ERROR TO TRUE
                   GO TO 3700-EXIT
               END-IF
           END-IF.
           PERFORM 6000-OPEN-REGISTER
               THRU 6000-EXIT.
           IF PGM-RETURN-CODE >= 8
               GO TO 3700-EXIT
           END-IF.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES TO CTL-CHANGE-REC.
           MOVE WS-CHANGE-NO TO CCR-CHANGE-NO.
           MOVE 'P' TO CCR-REC-TYPE.
           MOVE CF-NAME(WS-CF-IDX) TO CCR-CTL-FILE.
           MOVE WS-OPERATOR-ID TO CCR-OPERATOR-ID.
           MOVE WS-RUN-DATE TO CCR-DATE.
           MOVE WS-RUN-TIME TO CCR-TIME.
           MOVE WS-NEW-VERSION TO CCR-VERSION.
           MOVE IM-SIZE(2) TO CCR-LINE-COUNT.
           MOVE CS-SOURCE(WS-CF-IDX) TO CCR-SOURCE.
           WRITE CTL-CHANGE-REC.
           CLOSE CTL-CHANGE-REGISTER.
      *> THE WORKING COPY HAS BEEN INSTALLED - CLEAR IT SO THE
      *> NEXT CHANGE STARTS FROM WHAT IS NOW LIVE.
           IF CS-SOURCE(WS-CF-IDX) = 'P'
               MOVE SPACES TO WS-PROPOSED-FILENAME
               STRING CF-NAME(WS-CF-IDX) DELIMITED BY SPACE
                      ".PROPOSED" DELIMITED BY SIZE
                   INTO WS-PROPOSED-FILENAME
               END-STRING
               CALL "CBL_DELETE_FILE" USING WS-PROPOSED-FILENAME
           END-IF.
           MOVE WS-NEW-VERSION TO CS-VERSION(WS-CF-IDX).
           MOVE WS-OPERATOR-ID TO CS-APPROVED-BY(WS-CF-IDX).
           MOVE WS-RUN-DATE TO CS-APPROVED-DATE(WS-CF-IDX).
           MOVE 0 TO CS-PENDING-NO(WS-CF-IDX).
           ADD 1 TO WS-APPROVED-COUNT.
           MOVE SPACES TO WS-RPT-ACTION.
           STRING "APPROVED AS VERSION " DELIMITED BY SIZE
                  WS-NEW-VERSION DELIMITED BY SIZE
                  " - REQUESTED BY " DELIMITED BY SIZE
                  CS-REQUESTED-BY(WS-CF-IDX) DELIMITED BY SPACE
               INTO WS-RPT-ACTION
           END-STRING.
           MOVE 'Y' TO WS-ANSWER.
           PERFORM 7000-REGISTER-EVENT
               THRU 7000-EXIT.
           MOVE 'A' TO WS-ACTION.
           MOVE "APPROVED" TO WS-SEC-WORD.
           PERFORM 7100-LOG-SECURITY-EVENT
               THRU 7100-EXIT.
           DISPLAY "CHANGE " WS-CHANGE-NO " APPROVED - "
               CF-NAME(WS-CF-IDX) " IS NOW VERSION " WS-NEW-VERSION.
       3700-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3800-REJECT-CHANGE - REGISTER THE REJECTION WITH ITS
      *  REASON. A CHANGE ALREADY EDITED INTO THE LIVE FILE IS
      *  PUT BACK TO THE APPROVED VERSION IT WAS MADE AGAINST;
      *  WITH NO APPROVED VERSION TO GO BACK TO, THE LIVE FILE IS
      *  LEFT FOR A NEW REQUEST AND THE CHAIN KEEPS REFUSING.
      *----------------------------------------------------------*
       3800-REJECT-CHANGE.
           DISPLAY "REASON FOR REJECTING: " WITH NO ADVANCING.
           MOVE SPACES TO WS-REASON.
           ACCEPT WS-REASON FROM CONSOLE.
           IF WS-REASON = SPACES
               DISPLAY "A REASON IS REQUIRED - LEFT PENDING"
               GO TO 3800-EXIT
           END-IF.
           PERFORM 6000-OPEN-REGISTER
               THRU 6000-EXIT.
           IF PGM-RETURN-CODE >= 8
               GO TO 3800-EXIT
           END-IF.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES TO CTL-CHANGE-REC.
           MOVE WS-CHANGE-NO TO CCR-CHANGE-NO.
           MOVE 'J' TO CCR-REC-TYPE.
           MOVE CF-NAME(WS-CF-IDX) TO CCR-CTL-FILE.
           MOVE WS-OPERATOR-ID TO CCR-OPERATOR-ID.
           MOVE WS-RUN-DATE TO CCR-DATE.
           MOVE WS-RUN-TIME TO CCR-TIME.
           MOVE CS-BASE-VERSION(WS-CF-IDX) TO CCR-VERSION.
           MOVE 0 TO CCR-LINE-COUNT.
           MOVE CS-SOURCE(WS-CF-IDX) TO CCR-SOURCE.
           MOVE WS-REASON TO CCR-REASON.
           WRITE CTL-CHANGE-REC.
           CLOSE CTL-CHANGE-REGISTER.
           MOVE 0 TO CS-PENDING-NO(WS-CF-IDX).
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE SPACES TO WS-RPT-ACTION.
           STRING "REJECTED: " DELIMITED BY SIZE
                  WS-REASON DELIMITED BY SIZE
               INTO WS-RPT-ACTION
           END-STRING.
           MOVE 'Y' TO WS-ANSWER.
           PERFORM 7000-REGISTER-EVENT
               THRU 7000-EXIT.
           MOVE 'J' TO WS-ACTION.
           MOVE "REJECTED" TO WS-SEC-WORD.
           PERFORM 7100-LOG-SECURITY-EVENT
               THRU 7100-EXIT.
           DISPLAY "CHANGE " WS-CHANGE-NO " REJECTED".
           IF CS-SOURCE(WS-CF-IDX) NOT = 'L'
               GO TO 3800-EXIT
           END-IF.
           IF CS-BASE-VERSION(WS-CF-IDX) = 0
               DISPLAY "THE LIVE " CF-NAME(WS-CF-IDX) " HAS NO "
                   "APPROVED VERSION TO GO BACK TO - BATCH-DRIVER "
                   "WILL NOT RUN UNTIL ONE IS APPROVED"
               GO TO 3800-EXIT
           END-IF.
           MOVE 3 TO WS-IMG-SET.
           MOVE SPACES TO WS-IMAGE-FILENAME.
           MOVE CF-NAME(WS-CF-IDX) TO WS-IMAGE-FILENAME.
           PERFORM 4000-LOAD-IMAGE
               THRU 4000-EXIT.
           MOVE 3 TO WS-CMP-SET-1.
           MOVE 2 TO WS-CMP-SET-2.
           PERFORM 4500-COMPARE-IMAGES
               THRU 4500-EXIT.
           IF NOT IMAGES-SAME
               DISPLAY "THE LIVE " CF-NAME(WS-CF-IDX) " NO LONGER "
                   "HOLDS THE REJECTED CHANGE - LEFT AS IT IS"
               GO TO 3800-EXIT
           END-IF.
           MOVE 1 TO WS-IMG-SET.
           MOVE SPACES TO WS-IMAGE-FILENAME.
           MOVE CF-NAME(WS-CF-IDX) TO WS-IMAGE-FILENAME.
           PERFORM 4650-WRITE-AND-VERIFY
               THRU 4650-EXIT.
           IF IMAGE-FAILED
               DISPLAY "THE LIVE " CF-NAME(WS-CF-IDX) " COULD NOT "
                   "BE PUT BACK - BATCH-DRIVER WILL NOT RUN UNTIL "
                   "IT IS"
               MOVE "3800-REJECT-CHANGE" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 3800-EXIT
           END-IF.
           MOVE SPACES TO WS-RPT-ACTION.
           STRING "LIVE FILE PUT BACK TO VERSION " DELIMITED BY SIZE
                  CS-BASE-VERSION(WS-CF-IDX) DELIMITED BY SIZE
               INTO WS-RPT-ACTION
           END-STRING.
           MOVE 'N' TO WS-ANSWER.
           PERFORM 7000-REGISTER-EVENT
               THRU 7000-EXIT.
           DISPLAY "THE LIVE " CF-NAME(WS-CF-IDX)
               " IS BACK TO APPROVED VERSION "
               CS-BASE-VERSION(WS-CF-IDX).
       3800-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4000-LOAD-IMAGE - READ THE FILE NAMED IN
      *  WS-IMAGE-FILENAME INTO IMAGE WS-IMG-SET. A FILE NOT ON
      *  DISK LOADS AS AN EMPTY IMAGE MARKED ABSENT.
      *----------------------------------------------------------*
       4000-LOAD-IMAGE.
           MOVE 0 TO IM-SIZE(WS-IMG-SET).
           OPEN INPUT CTL-IMAGE-FILE.
           IF WS-IMAGE-FILE-STATUS = "35"
               MOVE 'N' TO WS-LOAD-RESULT
               GO TO 4000-EXIT
           END-IF.
           IF WS-IMAGE-FILE-STATUS NOT = "00"
               DISPLAY WS-IMAGE-FILENAME
               DISPLAY "OPEN FAILED, FILE STATUS="
                   WS-IMAGE-FILE-STATUS
               MOVE 'F' TO WS-LOAD-RESULT
               GO TO 4000-EXIT
           END-IF.
           MOVE 'Y' TO WS-LOAD-RESULT.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 4010-LOAD-ONE-LINE
               THRU 4010-EXIT
               UNTIL END-OF-FILE.
           CLOSE CTL-IMAGE-FILE.
           IF IMAGE-FAILED
               DISPLAY WS-IMAGE-FILENAME
               DISPLAY "HOLDS MORE THAN " MAX-IMAGE-LINES
                   " LINES - TOO LONG FOR A CONTROL FILE"
           END-IF.
       4000-EXIT.
           EXIT.

       4010-LOAD-ONE-LINE.
           READ CTL-IMAGE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 4010-EXIT
           END-IF.
           IF IM-SIZE(WS-IMG-SET) >= MAX-IMAGE-LINES
               MOVE 'F' TO WS-LOAD-RESULT
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 4010-EXIT
           END-IF.
           ADD 1 TO IM-SIZE(WS-IMG-SET).
           MOVE CTL-IMAGE-REC
               TO IM-LINE(WS-IMG-SET, IM-SIZE(WS-IMG-SET)).
       4010-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4050-LOAD-APPROVED-VERSION - THE LAST APPROVED COPY OF
      *  THE FILE AT WS-CF-IDX INTO IMAGE 1. A FILE NEVER
      *  APPROVED HAS AN EMPTY BEFORE IMAGE; AN APPROVED COPY
      *  THAT HAS GONE MISSING IS A FAILURE.
      *----------------------------------------------------------*
       4050-LOAD-APPROVED-VERSION.
           MOVE 1 TO WS-IMG-SET.
           IF CS-VERSION(WS-CF-IDX) = 0
               MOVE 0 TO IM-SIZE(1)
               MOVE 'Y' TO WS-LOAD-RESULT
               GO TO 4050-EXIT
           END-IF.
           MOVE CS-VERSION(WS-CF-IDX) TO WS-NEW-VERSION.
           PERFORM 4900-BUILD-VERSION-NAME
               THRU 4900-EXIT.
           MOVE WS-VERSION-FILENAME TO WS-IMAGE-FILENAME.
           PERFORM 4000-LOAD-IMAGE
               THRU 4000-EXIT.
           IF IMAGE-ABSENT
               DISPLAY "APPROVED COPY " WS-VERSION-FILENAME
               DISPLAY "IS MISSING"
               MOVE 'F' TO WS-LOAD-RESULT
           END-IF.
       4050-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4300-LOAD-CHANGE-IMAGES - THE BEFORE AND AFTER IMAGES OF
      *  CHANGE WS-CHANGE-NO, FROM THE REGISTER, INTO IMAGES 1
      *  AND 2.
      *----------------------------------------------------------*
       4300-LOAD-CHANGE-IMAGES.
           MOVE 0 TO IM-SIZE(1).
           MOVE 0 TO IM-SIZE(2).
           MOVE 'Y' TO WS-LOAD-RESULT.
           OPEN INPUT CTL-CHANGE-REGISTER.
           IF WS-REG-FILE-STATUS NOT = "00"
               DISPLAY "CTL-CHANGE-REGISTER OPEN FAILED, FILE STATUS="
                   WS-REG-FILE-STATUS
               MOVE 'F' TO WS-LOAD-RESULT
               GO TO 4300-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 4310-LOAD-ONE-CHANGE-LINE
               THRU 4310-EXIT
               UNTIL END-OF-FILE.
           CLOSE CTL-CHANGE-REGISTER.
           IF IMAGE-FAILED
               DISPLAY "CHANGE " WS-CHANGE-NO " HOLDS MORE THAN "
                   MAX-IMAGE-LINES " LINES"
           END-IF.
       4300-EXIT.
           EXIT.

       4310-LOAD-ONE-CHANGE-LINE.
           READ CTL-CHANGE-REGISTER
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 4310-EXIT
           END-IF.
           IF CCR-CHANGE-NO IS NOT NUMERIC
               OR CCR-CHANGE-NO NOT = WS-CHANGE-NO
               GO TO 4310-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN CCR-BEFORE-LINE
                   MOVE 1 TO WS-IMG-SET
               WHEN CCR-AFTER-LINE
                   MOVE 2 TO WS-IMG-SET
               WHEN OTHER
                   GO TO 4310-EXIT
           END-EVALUATE.
           IF IM-SIZE(WS-IMG-SET) >= MAX-IMAGE-LINES
               MOVE 'F' TO WS-LOAD-RESULT
               GO TO 4310-EXIT
           END-IF.
           ADD 1 TO IM-SIZE(WS-IMG-SET).
           MOVE CCR-IMAGE
               TO IM-LINE(WS-IMG-SET, IM-SIZE(WS-IMG-SET)).
       4310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4500-COMPARE-IMAGES - IMAGES WS-CMP-SET-1 AND
      *  WS-CMP-SET-2 ARE THE SAME WHEN THEY HOLD THE SAME NUMBER
      *  OF LINES AND EVERY LINE MATCHES.
      *----------------------------------------------------------*
       4500-COMPARE-IMAGES.
           MOVE 'N' TO WS-SAME-SWITCH.
           IF IM-SIZE(WS-CMP-SET-1) NOT = IM-SIZE(WS-CMP-SET-2)
               GO TO 4500-EXIT
           END-IF.
           MOVE 'Y' TO WS-SAME-SWITCH.
           PERFORM 4510-COMPARE-ONE-LINE
               THRU 4510-EXIT
               VARYING WS-IMG-IDX FROM 1 BY 1
               UNTIL WS-IMG-IDX > IM-SIZE(WS-CMP-SET-1)
               OR NOT IMAGES-SAME.
       4500-EXIT.
           EXIT.

       4510-COMPARE-ONE-LINE.
           IF IM-LINE(WS-CMP-SET-1, WS-IMG-IDX)
               NOT = IM-LINE(WS-CMP-SET-2, WS-IMG-IDX)
               MOVE 'N' TO WS-SAME-SWITCH
           END-IF.
       4510-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4600-WRITE-IMAGE - WRITE IMAGE WS-IMG-SET OUT TO THE
      *  FILE NAMED IN WS-IMAGE-FILENAME.
      *----------------------------------------------------------*
       4600-WRITE-IMAGE.
           OPEN OUTPUT CTL-IMAGE-FILE.
           IF WS-IMAGE-FILE-STATUS NOT = "00"
               DISPLAY WS-IMAGE-FILENAME
               DISPLAY "OPEN FAILED, FILE STATUS="
                   WS-IMAGE-FILE-STATUS
               MOVE 'F' TO WS-LOAD-RESULT
               GO TO 4600-EXIT
           END-IF.
           MOVE 'Y' TO WS-LOAD-RESULT.
           PERFORM 4610-WRITE-ONE-LINE
               THRU 4610-EXIT
               VARYING WS-IMG-IDX FROM 1 BY 1
               UNTIL WS-IMG-IDX > IM-SIZE(WS-IMG-SET).
           CLOSE CTL-IMAGE-FILE.
       4600-EXIT.
           EXIT.

       4610-WRITE-ONE-LINE.
           MOVE IM-LINE(WS-IMG-SET, WS-IMG-IDX) TO CTL-IMAGE-REC.
           WRITE CTL-IMAGE-REC.
       4610-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4650-WRITE-AND-VERIFY - WRITE IMAGE WS-IMG-SET, READ THE
      *  FILE BACK INTO IMAGE 3 AND COMPARE - A COPY ONLY COUNTS
      *  ONCE IT READS BACK WHAT WAS WRITTEN.
      *----------------------------------------------------------*
       4650-WRITE-AND-VERIFY.
           MOVE WS-IMG-SET TO WS-CMP-SET-1.
           PERFORM 4600-WRITE-IMAGE
               THRU 4600-EXIT.
           IF IMAGE-FAILED
               GO TO 4650-EXIT
           END-IF.
           MOVE 3 TO WS-IMG-SET.
           PERFORM 4000-LOAD-IMAGE
               THRU 4000-EXIT.
           IF NOT IMAGE-LOADED
               MOVE 'F' TO WS-LOAD-RESULT
               GO TO 4650-EXIT
           END-IF.
           MOVE 3 TO WS-CMP-SET-2.
           PERFORM 4500-COMPARE-IMAGES
               THRU 4500-EXIT.
           IF NOT IMAGES-SAME
               DISPLAY WS-IMAGE-FILENAME
               DISPLAY "DID NOT READ BACK AS WRITTEN"
               MOVE 'F' TO WS-LOAD-RESULT
           END-IF.
       4650-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4800-SHOW-DIFFERENCES - EVERY LINE WHERE THE AFTER IMAGE
      *  (2) DIFFERS FROM THE BEFORE IMAGE (1), ON THE CONSOLE
      *  AND - WHEN WS-ANSWER IS 'Y' - ON THE REPORT.
      *----------------------------------------------------------*
       4800-SHOW-DIFFERENCES.
           MOVE 0 TO WS-DIFF-COUNT.
           MOVE IM-SIZE(1) TO WS-DIFF-LIMIT.
           IF IM-SIZE(2) > WS-DIFF-LIMIT
               MOVE IM-SIZE(2) TO WS-DIFF-LIMIT
           END-IF.
           PERFORM 4810-SHOW-ONE-LINE
               THRU 4810-EXIT
               VARYING WS-IMG-IDX FROM 1 BY 1
               UNTIL WS-IMG-IDX > WS-DIFF-LIMIT.
           DISPLAY WS-DIFF-COUNT " LINE(S) CHANGED - "
               IM-SIZE(1) " LINE(S) BEFORE, " IM-SIZE(2) " AFTER".
       4800-EXIT.
           EXIT.

       4810-SHOW-ONE-LINE.
           MOVE "(NO LINE)" TO WS-SHOW-BEFORE.
           MOVE "(NO LINE)" TO WS-SHOW-AFTER.
           IF WS-IMG-IDX <= IM-SIZE(1)
               MOVE IM-LINE(1, WS-IMG-IDX) TO WS-SHOW-BEFORE
           END-IF.
           IF WS-IMG-IDX <= IM-SIZE(2)
               MOVE IM-LINE(2, WS-IMG-IDX) TO WS-SHOW-AFTER
           END-IF.
           IF WS-SHOW-BEFORE = WS-SHOW-AFTER
               GO TO 4810-EXIT
           END-IF.
           ADD 1 TO WS-DIFF-COUNT.
           MOVE WS-IMG-IDX TO ILB-LINE-NO.
           DISPLAY RPT-IMAGE-LABEL WS-SHOW-BEFORE.
           DISPLAY "          NOW: " WS-SHOW-AFTER.
           IF WS-ANSWER = 'Y'
               MOVE RPT-IMAGE-LABEL TO IL-LABEL
               MOVE WS-SHOW-BEFORE TO IL-IMAGE
               WRITE CTL-CHANGE-RPT-LINE FROM RPT-IMAGE-LINE
               MOVE "          NOW: " TO IL-LABEL
               MOVE WS-SHOW-AFTER TO IL-IMAGE
               WRITE CTL-CHANGE-RPT-LINE FROM RPT-IMAGE-LINE
           END-IF.
       4810-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4900-BUILD-VERSION-NAME - <FILE>.VNNNN FOR THE FILE AT
      *  WS-CF-IDX AND VERSION WS-NEW-VERSION.
      *----------------------------------------------------------*
       4900-BUILD-VERSION-NAME.
           MOVE SPACES TO WS-VERSION-FILENAME.
           STRING CF-NAME(WS-CF-IDX) DELIMITED BY SPACE
                  ".V" DELIMITED BY SIZE
                  WS-NEW-VERSION DELIMITED BY SIZE
               INTO WS-VERSION-FILENAME
           END-STRING.
       4900-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  5000-LIST-CONTROL-FILES - WHERE EVERY CONTROL FILE
      *  STANDS: ITS APPROVED VERSION, WHETHER THE LIVE FILE
      *  STILL MATCHES IT, AND ANY CHANGE AWAITING APPROVAL.
      *----------------------------------------------------------*
       5000-LIST-CONTROL-FILES.
           DISPLAY " ".
           PERFORM 5100-LIST-ONE-FILE
               THRU 5100-EXIT
               VARYING WS-CF-IDX FROM 1 BY 1
               UNTIL WS-CF-IDX > MAX-CTL-FILES.
           WRITE CTL-CHANGE-RPT-LINE FROM RPT-BLANK.
       5000-EXIT.
           EXIT.

       5100-LIST-ONE-FILE.
           PERFORM 4050-LOAD-APPROVED-VERSION
               THRU 4050-EXIT.
           MOVE 3 TO WS-IMG-SET.
           MOVE SPACES TO WS-IMAGE-FILENAME.
           MOVE CF-NAME(WS-CF-IDX) TO WS-IMAGE-FILENAME.
           PERFORM 4000-LOAD-IMAGE
               THRU 4000-EXIT.
           EVALUATE TRUE
               WHEN CS-VERSION(WS-CF-IDX) = 0 AND IMAGE-ABSENT
                   MOVE "NOT ON FILE" TO WS-LIVE-STATE
               WHEN CS-VERSION(WS-CF-IDX) = 0
                   MOVE "NOT YET UNDER CONTROL" TO WS-LIVE-STATE
               WHEN IMAGE-ABSENT
                   MOVE "LIVE FILE MISSING" TO WS-LIVE-STATE
               WHEN IMAGE-FAILED
                   MOVE "LIVE FILE UNREADABLE" TO WS-LIVE-STATE
               WHEN OTHER
                   MOVE 1 TO WS-CMP-SET-1
                   MOVE 3 TO WS-CMP-SET-2
                   PERFORM 4500-COMPARE-IMAGES
                       THRU 4500-EXIT
                   IF IMAGES-SAME
                       MOVE "LIVE MATCHES" TO WS-LIVE-STATE
                   ELSE
                       MOVE "LIVE DIFFERS - NOT APPROVED"
                           TO WS-LIVE-STATE
                   END-IF
           END-EVALUATE.
           MOVE SPACES TO WS-PENDING-TEXT.
           IF CS-PENDING-NO(WS-CF-IDX) NOT = 0
               STRING "PENDING " DELIMITED BY SIZE
                      CS-PENDING-NO(WS-CF-IDX) DELIMITED BY SIZE
                      " BY " DELIMITED BY SIZE
                      CS-REQUESTED-BY(WS-CF-IDX) DELIMITED BY SPACE
                   INTO WS-PENDING-TEXT
               END-STRING
           END-IF.
           MOVE SPACES TO WS-LIST-TEXT.
           STRING CF-NAME(WS-CF-IDX) DELIMITED BY SIZE
                  " V" DELIMITED BY SIZE
                  CS-VERSION(WS-CF-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CS-APPROVED-BY(WS-CF-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CS-APPROVED-DATE(WS-CF-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-LIVE-STATE DELIMITED BY SIZE
                  WS-PENDING-TEXT DELIMITED BY SIZE
               INTO WS-LIST-TEXT
           END-STRING.
           DISPLAY WS-LIST-TEXT.
           WRITE CTL-CHANGE-RPT-LINE FROM WS-LIST-TEXT.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  6000-OPEN-REGISTER - OPEN THE REGISTER TO APPEND, FIRST
      *  CREATING IT. A REGISTER THAT WILL NOT OPEN STOPS THE
      *  SESSION - NOTHING MAY CHANGE THAT IS NOT RECORDED.
      *----------------------------------------------------------*
       6000-OPEN-REGISTER.
           OPEN EXTEND CTL-CHANGE-REGISTER.
           IF WS-REG-FILE-STATUS = "35"
               OPEN OUTPUT CTL-CHANGE-REGISTER
           END-IF.
           IF WS-REG-FILE-STATUS NOT = "00"
               DISPLAY "CTL-CHANGE-REGISTER OPEN FAILED, FILE STATUS="
                   WS-REG-FILE-STATUS
               MOVE "6000-OPEN-REGISTER" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
           END-IF.
       6000-EXIT.
           EXIT.

       6100-REGISTER-ONE-LINE.
           MOVE SPACES TO CTL-CHANGE-REC.
           MOVE WS-CHANGE-NO TO CCR-CHANGE-NO.
           IF WS-IMG-SET = 1
               MOVE 'B' TO CCR-REC-TYPE
           ELSE
               MOVE 'A' TO CCR-REC-TYPE
           END-IF.
           MOVE CF-NAME(WS-CF-IDX) TO CCR-CTL-FILE.
           MOVE WS-IMG-IDX TO CCR-LINE-NO.
           MOVE IM-LINE(WS-IMG-SET, WS-IMG-IDX) TO CCR-IMAGE.
           WRITE CTL-CHANGE-REC.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  7000-REGISTER-EVENT - ONE REPORT LINE FOR A REQUEST OR
      *  DECISION, FOLLOWED - WHEN WS-ANSWER IS 'Y' - BY THE
      *  LINES THE CHANGE ALTERS.
      *----------------------------------------------------------*
       7000-REGISTER-EVENT.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES TO RPT-EVENT-LINE.
           MOVE WS-RUN-TIME TO EL-TIME.
           MOVE WS-CHANGE-NO TO EL-CHANGE-NO.
           MOVE CF-NAME(WS-CF-IDX) TO EL-CTL-FILE.
           MOVE WS-OPERATOR-ID TO EL-OPERATOR.
           MOVE WS-RPT-ACTION TO EL-ACTION.
           WRITE CTL-CHANGE-RPT-LINE FROM RPT-EVENT-LINE.
           IF WS-ANSWER = 'Y'
               PERFORM 7010-REPORT-ONE-LINE
                   THRU 7010-EXIT
                   VARYING WS-IMG-IDX FROM 1 BY 1
                   UNTIL WS-IMG-IDX > WS-DIFF-LIMIT
           END-IF.
       7000-EXIT.
           EXIT.

       7010-REPORT-ONE-LINE.
           MOVE "(NO LINE)" TO WS-SHOW-BEFORE.
           MOVE "(NO LINE)" TO WS-SHOW-AFTER.
           IF WS-IMG-IDX <= IM-SIZE(1)
               MOVE IM-LINE(1, WS-IMG-IDX) TO WS-SHOW-BEFORE
           END-IF.
           IF WS-IMG-IDX <= IM-SIZE(2)
               MOVE IM-LINE(2, WS-IMG-IDX) TO WS-SHOW-AFTER
           END-IF.
           IF WS-SHOW-BEFORE = WS-SHOW-AFTER
               GO TO 7010-EXIT
           END-IF.
           MOVE WS-IMG-IDX TO ILB-LINE-NO.
           MOVE RPT-IMAGE-LABEL TO IL-LABEL.
           MOVE WS-SHOW-BEFORE TO IL-IMAGE.
           WRITE CTL-CHANGE-RPT-LINE FROM RPT-IMAGE-LINE.
           MOVE "          NOW: " TO IL-LABEL.
           MOVE WS-SHOW-AFTER TO IL-IMAGE.
           WRITE CTL-CHANGE-RPT-LINE FROM RPT-IMAGE-LINE.
       7010-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  7100-LOG-SECURITY-EVENT - APPEND ONE LINE TO THE
      *  SECURITY LOG FOR A REQUEST, APPROVAL OR REJECTION, UNDER
      *  THE OPERATOR WHO MADE IT.
      *----------------------------------------------------------*
       7100-LOG-SECURITY-EVENT.
           MOVE SPACES TO WS-SEC-ACTION.
           STRING "CHG " DELIMITED BY SIZE
                  WS-CHANGE-NO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SEC-WORD DELIMITED BY SPACE
               INTO WS-SEC-ACTION
           END-STRING.
           OPEN EXTEND SECURITY-LOG.
           IF WS-SECLOG-FILE-STATUS = "35"
               OPEN OUTPUT SECURITY-LOG
           END-IF.
           IF WS-SECLOG-FILE-STATUS NOT = "00"
               DISPLAY "SECURITY-LOG OPEN FAILED, FILE STATUS="
                   WS-SECLOG-FILE-STATUS
               GO TO 7100-EXIT
           END-IF.
           MOVE SPACES TO SECURITY-LOG-REC.
           ACCEPT SEC-DATE FROM DATE YYYYMMDD.
           ACCEPT SEC-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO SEC-OPERATOR-ID.
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
       7100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  8000-WRITE-TOTALS - THE SESSION'S COUNTS, AND HOW MANY
      *  CHANGES ARE STILL WAITING FOR A SECOND OPERATOR.
      *----------------------------------------------------------*
       8000-WRITE-TOTALS.
           MOVE 0 TO WS-PENDING-COUNT.
           PERFORM 8100-COUNT-ONE-PENDING
               THRU 8100-EXIT
               VARYING WS-CF-IDX FROM 1 BY 1
               UNTIL WS-CF-IDX > MAX-CTL-FILES.
           WRITE CTL-CHANGE-RPT-LINE FROM RPT-BLANK.
           MOVE SPACES TO RPT-COUNT-LINE.
           MOVE "CHANGES REQUESTED............" TO RCL-LABEL.
           MOVE WS-REQUESTED-COUNT TO RCL-COUNT.
           WRITE CTL-CHANGE-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE "CHANGES APPROVED............." TO RCL-LABEL.
           MOVE WS-APPROVED-COUNT TO RCL-COUNT.
           WRITE CTL-CHANGE-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE "CHANGES REJECTED............." TO RCL-LABEL.
           MOVE WS-REJECTED-COUNT TO RCL-COUNT.
           WRITE CTL-CHANGE-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE "APPROVALS REFUSED............" TO RCL-LABEL.
           MOVE WS-REFUSED-COUNT TO RCL-COUNT.
           WRITE CTL-CHANGE-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE "CHANGES STILL PENDING........" TO RCL-LABEL.
           MOVE WS-PENDING-COUNT TO RCL-COUNT.
           WRITE CTL-CHANGE-RPT-LINE FROM RPT-COUNT-LINE.
       8000-EXIT.
           EXIT.

       8100-COUNT-ONE-PENDING.
           IF CS-PENDING-NO(WS-CF-IDX) NOT = 0
               ADD 1 TO WS-PENDING-COUNT
           END-IF.
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  9100-WRITE-AUDIT-LOG - APPEND ONE TRAIL RECORD TO THE
      *  SHARED AUDIT-LOG FILE FOR THIS RUN.
      *----------------------------------------------------------*
       9100-WRITE-AUDIT-LOG.
           ACCEPT WS-AUDIT-END-TIME FROM TIME.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           ELSE
               IF WS-AUDIT-FILE-STATUS NOT = "00"
                   DISPLAY "AUDIT-LOG OPEN FAILED, FILE STATUS="
                       WS-AUDIT-FILE-STATUS
                   MOVE "9100-WRITE-AUDIT-LOG"
                       TO WS-FAIL-PARAGRAPH
                   SET RC-ERROR TO TRUE
               END-IF
           END-IF.
           MOVE SPACES TO AUDIT-LOG-REC.
           MOVE "CTL-CHANGE"          TO AUD-PROGRAM-NAME.
           MOVE WS-AUDIT-START-TIME  TO AUD-START-TIME.
           MOVE WS-AUDIT-END-TIME    TO AUD-END-TIME.
           MOVE WS-REG-RECORDS       TO AUD-RECORD-COUNT.
           MOVE RETURN-CODE          TO AUD-RETURN-CODE.
           MOVE WS-REQUESTED-COUNT   TO AUD-OUTPUT-COUNT.
           MOVE WS-APPROVED-COUNT    TO AUD-OUTPUT-COUNT-2.
           IF WS-AUDIT-RUN-NUMBER IS NUMERIC
               MOVE WS-AUDIT-RUN-NUMBER TO AUD-RUN-NUMBER
           ELSE
               MOVE 0 TO AUD-RUN-NUMBER
           END-IF.
      *> ON A STANDALONE RUN THE EXTERNAL STAMP FIELDS STILL HOLD
      *> LOW-VALUES - BINARY ZEROS A LINE SEQUENTIAL WRITE REJECTS
      *> (FILE STATUS 71), SILENTLY LOSING THE WHOLE RECORD.
           IF WS-AUDIT-RUN-DATE = LOW-VALUES
               MOVE SPACES TO AUD-RUN-DATE
           ELSE
               MOVE WS-AUDIT-RUN-DATE TO AUD-RUN-DATE
           END-IF.
           MOVE WS-OPERATOR-ID       TO AUD-OPERATOR-ID.
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
           EXIT.

      *----------------------------------------------------------*
      *  9200-WRITE-PROBLEM-LOG - RETURN CODE 8 OR WORSE: APPEND
      *  A DIAGNOSTICS SNAPSHOT (FAILING PARAGRAPH, FILE
      *  STATUSES, KEY COUNTERS, INPUT FILE IN EFFECT) TO THE
      *  SHARED PROBLEM-LOG SO SUPPORT CAN WORK FROM THE LOG
      *  INSTEAD OF RERUNNING THE JOB TO REPRODUCE THE FAILURE.
      *----------------------------------------------------------*
       9200-WRITE-PROBLEM-LOG.
           OPEN EXTEND PROBLEM-LOG.
           IF WS-PROB-FILE-STATUS = "35"
               OPEN OUTPUT PROBLEM-LOG
           END-IF.
           IF WS-PROB-FILE-STATUS NOT = "00"
               DISPLAY "PROBLEM-LOG OPEN FAILED, FILE STATUS="
                   WS-PROB-FILE-STATUS
               GO TO 9200-EXIT
           END-IF.
           MOVE WS-REG-FILE-STATUS TO WS-PS-REG.
           MOVE WS-IMAGE-FILE-STATUS TO WS-PS-IMG.
           MOVE WS-CHANGE-NO TO WS-PC-CHANGE.
           MOVE WS-REQUESTED-COUNT TO WS-PC-REQUESTED.
           MOVE WS-APPROVED-COUNT TO WS-PC-APPROVED.
           MOVE SPACES TO PROBLEM-LOG-REC.
           ACCEPT PROB-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT PROB-LOG-TIME FROM TIME.
           MOVE "CTL-CHANGE"
               TO PROB-PROGRAM-NAME.
           MOVE WS-FAIL-PARAGRAPH TO PROB-PARAGRAPH.
           MOVE PGM-RETURN-CODE TO PROB-RETURN-CODE.
           MOVE WS-PROB-STATUSES TO PROB-FILE-STATUSES.
           MOVE WS-IMAGE-FILENAME
               TO PROB-INPUT-FILE.
           MOVE WS-PROB-COUNTERS TO PROB-KEY-COUNTERS.
           WRITE PROBLEM-LOG-REC.
           CLOSE PROBLEM-LOG.
       9200-EXIT.
           EXIT.
       END PROGRAM CTL-CHANGE.
