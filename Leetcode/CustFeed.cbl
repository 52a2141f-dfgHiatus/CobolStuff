       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-FEED.
       AUTHOR. DATA-PROCESSING.
      *> Nightly outbound customer-change feed to the regional
      *> offices. The regions send us their customer names through
      *> REGION-LIST / REGION-INPUT but were never sent anything
      *> back, so a name APPLY-CORRECTIONS fixed, or a customer
      *> CUST-MAINT suspended, closed or merged, stayed wrong in
      *> the region and came back in again the next night.
      *>
      *> Reads the CUST-JOURNAL entries not yet sent - CUSTFEED-CKPT
      *> holds how many journal records earlier runs have already
      *> sent - and, for every region on REGION-LIST, writes
      *> CUST-CHANGES.<REGION> (layout CHGFEED) carrying each
      *> change to a customer that region holds (a key on its
      *> REGION-INPUT file): the new value, the new status, and
      *> the reason for the change:
      *>   'K'             CORRECTION    (APPLY-CORRECTIONS);
      *>   'A', 'C', 'D'   MAINTENANCE   (CUST-MAINT);
      *>   'M'             MERGE         (CUST-MAINT);
      *>   'S', 'R', 'X'   STATUS CHANGE (CUST-MAINT).
      *> Every region's file opens with an 'H' header and closes
      *> with a 'T' trailer carrying the detail count, and is
      *> written even when the region has nothing to be told, so
      *> the region can always prove the file is complete.
      *>
      *> CUST-FEED-RPT is the register: region by region, the file
      *> written and every change sent in it, then the changes no
      *> region holds, so we can prove which region was told what.
      *>
      *> The checkpoint is only moved on once every region's file
      *> is written; a run that fails sends the same entries again
      *> on the rerun. CUST-BACKUP will not truncate the journal
      *> while it holds entries this step has not sent, and resets
      *> the checkpoint when it does truncate. A journal shorter
      *> than the checkpoint (truncated behind this step's back)
      *> is sent whole and ends the step RC-WARNING, as does a
      *> region whose REGION-INPUT file is missing or a change no
      *> region holds. No REGION-LIST means there is nobody to
      *> tell. A journal that will not fit the table ends RC-ERROR
      *> with nothing sent.
      *>
      *> Ends with GOBACK rather than STOP RUN so this module can
      *> run as a standalone job step or be CALLed on demand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTFEED-CKPT
               ASSIGN TO "CUSTFEED-CKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-FILE-STATUS.
           SELECT CUST-JOURNAL
               ASSIGN TO "CUST-JOURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-FILE-STATUS.
           SELECT REGION-LIST
               ASSIGN TO "REGION-LIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGLIST-FILE-STATUS.
           SELECT REGION-INPUT
               ASSIGN TO DYNAMIC WS-REGION-INPUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGION-FILE-STATUS.
           SELECT CUST-CHANGES
               ASSIGN TO DYNAMIC WS-FEED-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.
           SELECT CUST-FEED-RPT
               ASSIGN TO "CUST-FEED-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
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
       FD  CUSTFEED-CKPT
           LABEL RECORDS ARE STANDARD.
      *> ONE RECORD: HOW MANY CUST-JOURNAL RECORDS HAVE BEEN SENT
      *> SINCE THE JOURNAL WAS LAST TRUNCATED, AND THE RUN THAT
      *> SENT THE LAST OF THEM. CUST-BACKUP READS IT TOO.
       01  CUSTFEED-CKPT-REC.
           05  CFC-SENT-COUNT          PIC 9(09).
           05  FILLER                  PIC X(02).
           05  CFC-RUN-DATE            PIC X(08).
           05  FILLER                  PIC X(02).
           05  CFC-RUN-NUMBER          PIC 9(06).
           05  FILLER                  PIC X(53).

       FD  CUST-JOURNAL
           LABEL RECORDS ARE OMITTED.
      *> THE SAME LAYOUT CUST-MAINT AND APPLY-CORRECTIONS WRITE.
       01  CUST-JOURNAL-REC.
           05  CJ-DATE                 PIC X(08).
           05  FILLER                  PIC X(02).
           05  CJ-TIME                 PIC X(08).
           05  FILLER                  PIC X(02).
           05  CJ-ACTION               PIC X(01).
           05  FILLER                  PIC X(02).
           05  CJ-KEY                  PIC X(10).
           05  FILLER                  PIC X(02).
           05  CJ-BEFORE-VALUE         PIC X(30).
           05  FILLER                  PIC X(02).
           05  CJ-AFTER-VALUE          PIC X(30).
           05  FILLER                  PIC X(02).
           05  CJ-RUN-NUMBER           PIC 9(06).
           05  FILLER                  PIC X(02).
           05  CJ-MERGE-INTO           PIC X(10).
           05  FILLER                  PIC X(02).
           05  CJ-AFTER-STATUS         PIC X(01).

       FD  REGION-LIST
           LABEL RECORDS ARE STANDARD.
      *> THE SAME LIST DETECT-CAPITAL READS THE REGIONS FROM.
       01  REGION-LIST-REC.
           05  REG-CODE                PIC X(03).
           05  FILLER                  PIC X(01).
           05  REG-FILENAME            PIC X(60).
           05  FILLER                  PIC X(16).

       FD  REGION-INPUT
           LABEL RECORDS ARE STANDARD.
           COPY STRWORK REPLACING ==STR-WORK-REC== BY
               ==REGION-IN-REC==.

       FD  CUST-CHANGES
           LABEL RECORDS ARE OMITTED.
           COPY CHGFEED.

       FD  CUST-FEED-RPT
           LABEL RECORDS ARE OMITTED.
       01  FEED-RPT-LINE               PIC X(100).

       FD  AUDIT-LOG
           LABEL RECORDS ARE OMITTED.
           COPY AUDITREC.

       FD  PROBLEM-LOG
           LABEL RECORDS ARE OMITTED.
           COPY PROBREC.

       WORKING-STORAGE SECTION.
      *> RUN CORRELATION STAMP: SET BY THE DRIVER BEFORE THE CALL.
      *> ZERO/BLANK MEANS A STANDALONE RUN.
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

           01  WS-CKPT-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-JRN-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-REGLIST-FILE-STATUS  PIC X(02) VALUE SPACES.
           01  WS-REGION-FILE-STATUS   PIC X(02) VALUE SPACES.
           01  WS-FEED-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-RPT-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-AUDIT-FILE-STATUS    PIC X(02) VALUE SPACES.
           01  WS-REGION-INPUT-FILENAME
                                       PIC X(80) VALUE SPACES.
           01  WS-FEED-FILENAME        PIC X(80) VALUE SPACES.
           01  WS-AUDIT-START-TIME     PIC X(08) VALUE SPACES.
           01  WS-AUDIT-END-TIME       PIC X(08) VALUE SPACES.
           01  WS-RUN-DATE             PIC X(08) VALUE SPACES.
           01  WS-RUN-NUMBER           PIC 9(06) VALUE 0.

           01  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
               88  END-OF-FILE                    VALUE 'Y'.
           01  WS-REGION-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  END-OF-REGION                  VALUE 'Y'.

      *> HOW FAR EARLIER RUNS GOT, AND WHERE THIS ONE ENDS.
           01  WS-CKPT-SENT-COUNT      PIC 9(09) VALUE 0.
           01  WS-JRN-READ-COUNT       PIC 9(09) VALUE 0.
           01  WS-JRN-SKIP-COUNT       PIC 9(09) VALUE 0.
           01  WS-BAD-ACTION-COUNT     PIC 9(09) VALUE 0.
           01  WS-RESEND-SWITCH        PIC X(01) VALUE 'N'.
               88  JOURNAL-WAS-TRUNCATED          VALUE 'Y'.

      *> THE UNSENT JOURNAL ENTRIES, IN JOURNAL ORDER, EACH WITH
      *> ONE FLAG PER REGION ON REGION-LIST - 'Y' WHEN THAT
      *> REGION'S FILE HOLDS THE KEY.
           01  WS-JRN-TABLE-SIZE       PIC 9(04) VALUE 0.
           01  MAX-JRN-TABLE-SIZE      PIC 9(04) VALUE 5000.
           01  WS-JRN-OVERFLOW         PIC 9(09) VALUE 0.
           01  WS-JRN-TABLE.
               05  WS-JRN-ENTRY OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON WS-JRN-TABLE-SIZE.
                   10  JE-KEY          PIC X(10).
                   10  JE-ACTION       PIC X(01).
                   10  JE-NEW-VALUE    PIC X(30).
                   10  JE-NEW-STATUS   PIC X(01).
                   10  JE-MERGE-INTO   PIC X(10).
                   10  JE-DATE         PIC X(08).
                   10  JE-TIME         PIC X(08).
                   10  JE-REASON       PIC X(13).
                   10  JE-ROUTED       PIC X(01).
                   10  JE-REGION-FLAGS.
                       15  JE-REGION-FLAG
                                       PIC X(01) OCCURS 10 TIMES.
           01  WS-JRN-IDX              PIC 9(04) VALUE 0.

      *> THE REGIONS AND WHAT EACH WAS SENT.
           01  WS-REGION-COUNT         PIC 9(02) VALUE 0.
           01  MAX-REGION-COUNT        PIC 9(02) VALUE 10.
           01  WS-REGION-TABLE.
               05  WS-REGION-ENTRY OCCURS 10 TIMES.
                   10  RG-CODE         PIC X(03).
                   10  RG-FILENAME     PIC X(60).
                   10  RG-FILE-FOUND   PIC X(01).
                   10  RG-KEYS-READ    PIC 9(09).
                   10  RG-SENT-COUNT   PIC 9(09).
           01  WS-REGION-IDX           PIC 9(02) VALUE 0.
           01  WS-MISSING-REGION-COUNT PIC 9(02) VALUE 0.

           01  WS-SENT-COUNT           PIC 9(09) VALUE 0.
           01  WS-UNROUTED-COUNT       PIC 9(09) VALUE 0.

           01  RPT-HEADING-1.
               05  FILLER              PIC X(32)
                   VALUE "CUSTOMER CHANGE FEED REGISTER".
               05  FILLER              PIC X(10) VALUE "RUN DATE ".
               05  RH-RUN-DATE         PIC X(08).
               05  FILLER              PIC X(10) VALUE "  RUN NO ".
               05  RH-RUN-NUMBER       PIC 9(06).
               05  FILLER              PIC X(34) VALUE SPACES.
           01  RPT-HEADING-2.
               05  FILLER              PIC X(04) VALUE SPACES.
               05  FILLER              PIC X(12) VALUE "KEY".
               05  FILLER              PIC X(04) VALUE "ACT".
               05  FILLER              PIC X(15) VALUE "REASON".
               05  FILLER              PIC X(32) VALUE "NEW VALUE".
               05  FILLER              PIC X(04) VALUE "ST".
               05  FILLER              PIC X(12) VALUE "MERGED INTO".
               05  FILLER              PIC X(17) VALUE "JOURNALED".
           01  RPT-REGION-LINE.
               05  FILLER              PIC X(07) VALUE "REGION ".
               05  RR-CODE             PIC X(03).
               05  FILLER              PIC X(08) VALUE "  FILE ".
               05  RR-FILENAME         PIC X(40).
               05  FILLER              PIC X(02) VALUE SPACES.
               05  RR-NOTE             PIC X(40).
           01  RPT-DETAIL-LINE.
               05  FILLER              PIC X(04) VALUE SPACES.
               05  RD-KEY              PIC X(10).
               05  FILLER              PIC X(02) VALUE SPACES.
               05  RD-ACTION           PIC X(01).
               05  FILLER              PIC X(03) VALUE SPACES.
               05  RD-REASON           PIC X(13).
               05  FILLER              PIC X(02) VALUE SPACES.
               05  RD-NEW-VALUE        PIC X(30).
               05  FILLER              PIC X(02) VALUE SPACES.
               05  RD-STATUS           PIC X(01).
               05  FILLER              PIC X(03) VALUE SPACES.
               05  RD-MERGE-INTO       PIC X(10).
               05  FILLER              PIC X(02) VALUE SPACES.
               05  RD-DATE             PIC X(08).
               05  FILLER              PIC X(01) VALUE SPACES.
               05  RD-TIME             PIC X(08).
           01  RPT-COUNT-LINE.
               05  FILLER              PIC X(04) VALUE SPACES.
               05  RCL-LABEL           PIC X(40).
               05  RCL-COUNT           PIC ZZZ,ZZZ,ZZ9.
               05  FILLER              PIC X(45) VALUE SPACES.
           01  RPT-TEXT-LINE.
               05  RT-TEXT             PIC X(60).
               05  FILLER              PIC X(40) VALUE SPACES.
           01  RPT-BLANK               PIC X(100) VALUE SPACES.

           01  WS-PROB-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-FAIL-PARAGRAPH       PIC X(30) VALUE SPACES.
           01  WS-PROB-STATUSES.
               05  FILLER          PIC X(04)
                                   VALUE "JRN=".
               05  WS-PS-JRN       PIC X(02).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(04)
                                   VALUE "CKP=".
               05  WS-PS-CKP       PIC X(02).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(04)
                                   VALUE "CHG=".
               05  WS-PS-CHG       PIC X(02).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
           01  WS-PROB-COUNTERS.
               05  FILLER          PIC X(08)
                                   VALUE "JOURNAL=".
               05  WS-PC-JOURNAL
                                   PIC 9(09).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(05)
                                   VALUE "SENT=".
               05  WS-PC-SENT
                                   PIC 9(09).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.

           COPY RETCODES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      *> RESET EVERY SWITCH, COUNT, AND THE RETURN CODE EXPLICITLY -
      *> UNDER STATIC CALL, WORKING-STORAGE VALUE CLAUSES ONLY APPLY
      *> ON THE FIRST LOAD OF THE RUN UNIT, NOT ON EVERY CALL.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE 'N' TO WS-REGION-EOF-SWITCH.
           MOVE 'N' TO WS-RESEND-SWITCH.
           MOVE 0 TO WS-CKPT-SENT-COUNT.
           MOVE 0 TO WS-JRN-READ-COUNT.
           MOVE 0 TO WS-JRN-SKIP-COUNT.
           MOVE 0 TO WS-BAD-ACTION-COUNT.
           MOVE 0 TO WS-JRN-TABLE-SIZE.
           MOVE 0 TO WS-JRN-OVERFLOW.
           MOVE 0 TO WS-REGION-COUNT.
           MOVE 0 TO WS-MISSING-REGION-COUNT.
           MOVE 0 TO WS-SENT-COUNT.
           MOVE 0 TO WS-UNROUTED-COUNT.
           MOVE SPACES TO WS-FAIL-PARAGRAPH.
           SET RC-NORMAL TO TRUE.
           ACCEPT WS-AUDIT-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           IF WS-AUDIT-RUN-NUMBER IS NUMERIC
               MOVE WS-AUDIT-RUN-NUMBER TO WS-RUN-NUMBER
           ELSE
               MOVE 0 TO WS-RUN-NUMBER
           END-IF.
           PERFORM 1000-READ-CHECKPOINT
               THRU 1000-EXIT.
           IF PGM-RETURN-CODE >= 8
               GO TO 0000-WRAP-UP
           END-IF.
           PERFORM 1100-LOAD-JOURNAL
               THRU 1100-EXIT.
           IF PGM-RETURN-CODE >= 8
               GO TO 0000-WRAP-UP
           END-IF.
           PERFORM 1200-READ-REGION-LIST
               THRU 1200-EXIT.
           IF PGM-RETURN-CODE >= 8
               GO TO 0000-WRAP-UP
           END-IF.
           PERFORM 1300-MARK-REGION-KEYS
               THRU 1300-EXIT
               VARYING WS-REGION-IDX FROM 1 BY 1
               UNTIL WS-REGION-IDX > WS-REGION-COUNT.
           IF PGM-RETURN-CODE >= 8
               GO TO 0000-WRAP-UP
           END-IF.
           PERFORM 2000-OPEN-REGISTER
               THRU 2000-EXIT.
           IF PGM-RETURN-CODE >= 8
               GO TO 0000-WRAP-UP
           END-IF.
           PERFORM 3000-WRITE-REGION-FEED
               THRU 3000-EXIT
               VARYING WS-REGION-IDX FROM 1 BY 1
               UNTIL WS-REGION-IDX > WS-REGION-COUNT
                  OR PGM-RETURN-CODE >= 8.
           IF PGM-RETURN-CODE >= 8
               CLOSE CUST-FEED-RPT
               GO TO 0000-WRAP-UP
           END-IF.
           PERFORM 4000-LIST-UNROUTED
               THRU 4000-EXIT.
           PERFORM 5000-WRITE-TOTALS
               THRU 5000-EXIT.
           CLOSE CUST-FEED-RPT.
           PERFORM 6000-WRITE-CHECKPOINT
               THRU 6000-EXIT.
           DISPLAY "JOURNAL ENTRIES ALREADY SENT: " WS-JRN-SKIP-COUNT.
           DISPLAY "JOURNAL ENTRIES NEW TONIGHT:  " WS-JRN-TABLE-SIZE.
           DISPLAY "REGIONS WRITTEN:              " WS-REGION-COUNT.
           DISPLAY "CHANGE RECORDS SENT:          " WS-SENT-COUNT.
           IF JOURNAL-WAS-TRUNCATED
               DISPLAY "CUST-JOURNAL SHORTER THAN CUSTFEED-CKPT - "
                   "WHOLE JOURNAL SENT AGAIN"
               IF RC-NORMAL
                   SET RC-WARNING TO TRUE
               END-IF
           END-IF.
           IF WS-MISSING-REGION-COUNT > 0
               DISPLAY "REGIONS WITH NO REGION-INPUT FILE: "
                   WS-MISSING-REGION-COUNT
               IF RC-NORMAL
                   SET RC-WARNING TO TRUE
               END-IF
           END-IF.
           IF WS-UNROUTED-COUNT > 0
               DISPLAY "CHANGES NO REGION HOLDS:      "
                   WS-UNROUTED-COUNT
               IF RC-NORMAL
                   SET RC-WARNING TO TRUE
               END-IF
           END-IF.
           IF WS-BAD-ACTION-COUNT > 0
               DISPLAY "JOURNAL ENTRIES WITH AN UNKNOWN ACTION: "
                   WS-BAD-ACTION-COUNT
               IF RC-NORMAL
                   SET RC-WARNING TO TRUE
               END-IF
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
      *  1000-READ-CHECKPOINT - HOW MANY JOURNAL RECORDS EARLIER
      *  RUNS SENT. NO CHECKPOINT MEANS NONE - THE WHOLE JOURNAL
      *  IS NEW.
      *----------------------------------------------------------*
       1000-READ-CHECKPOINT.
           OPEN INPUT CUSTFEED-CKPT.
           IF WS-CKPT-FILE-STATUS = "35"
               GO TO 1000-EXIT
           END-IF.
           IF WS-CKPT-FILE-STATUS NOT = "00"
               DISPLAY "CUSTFEED-CKPT OPEN FAILED, FILE STATUS="
                   WS-CKPT-FILE-STATUS
               MOVE "1000-READ-CHECKPOINT" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           READ CUSTFEED-CKPT
               AT END
                   CONTINUE
               NOT AT END
                   IF CFC-SENT-COUNT IS NUMERIC
                       MOVE CFC-SENT-COUNT TO WS-CKPT-SENT-COUNT
                   END-IF
           END-READ.
           CLOSE CUSTFEED-CKPT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1100-LOAD-JOURNAL - SKIP THE RECORDS ALREADY SENT AND
      *  TABLE THE REST. NO JOURNAL MEANS NO CHANGES - EVERY
      *  REGION STILL GETS ITS EMPTY FILE.
      *----------------------------------------------------------*
       1100-LOAD-JOURNAL.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT CUST-JOURNAL.
           IF WS-JRN-FILE-STATUS = "35"
               IF WS-CKPT-SENT-COUNT > 0
                   MOVE 'Y' TO WS-RESEND-SWITCH
               END-IF
               GO TO 1100-EXIT
           END-IF.
           IF WS-JRN-FILE-STATUS NOT = "00"
               DISPLAY "CUST-JOURNAL OPEN FAILED, FILE STATUS="
                   WS-JRN-FILE-STATUS
               MOVE "1100-LOAD-JOURNAL" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1110-COUNT-ONE-ENTRY
               THRU 1110-EXIT
               UNTIL END-OF-FILE.
           CLOSE CUST-JOURNAL.
      *> FEWER RECORDS THAN THE CHECKPOINT SAYS WERE SENT: THE
      *> JOURNAL WAS TRUNCATED WITHOUT THE CHECKPOINT BEING RESET,
      *> SO NOTHING ON IT CAN BE TRUSTED AS SENT - SEND IT ALL.
           IF WS-JRN-READ-COUNT < WS-CKPT-SENT-COUNT
               MOVE 'Y' TO WS-RESEND-SWITCH
               MOVE 0 TO WS-CKPT-SENT-COUNT
           END-IF.
           MOVE 0 TO WS-JRN-READ-COUNT.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT CUST-JOURNAL.
           PERFORM 1120-LOAD-ONE-ENTRY
               THRU 1120-EXIT
               UNTIL END-OF-FILE.
           CLOSE CUST-JOURNAL.
           IF WS-JRN-OVERFLOW > 0
               DISPLAY "CUST-JOURNAL HOLDS MORE THAN "
                   MAX-JRN-TABLE-SIZE " UNSENT ENTRIES - "
                   WS-JRN-OVERFLOW " NOT LOADED, NOTHING SENT"
               MOVE "1100-LOAD-JOURNAL" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
           END-IF.
       1100-EXIT.
           EXIT.

       1110-COUNT-ONE-ENTRY.
           READ CUST-JOURNAL
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF NOT END-OF-FILE
               ADD 1 TO WS-JRN-READ-COUNT
           END-IF.
       1110-EXIT.
           EXIT.

       1120-LOAD-ONE-ENTRY.
           READ CUST-JOURNAL
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 1120-EXIT
           END-IF.
           ADD 1 TO WS-JRN-READ-COUNT.
           IF WS-JRN-READ-COUNT <= WS-CKPT-SENT-COUNT
               ADD 1 TO WS-JRN-SKIP-COUNT
               GO TO 1120-EXIT
           END-IF.
           IF WS-JRN-TABLE-SIZE >= MAX-JRN-TABLE-SIZE
               ADD 1 TO WS-JRN-OVERFLOW
               GO TO 1120-EXIT
           END-IF.
           ADD 1 TO WS-JRN-TABLE-SIZE.
           MOVE WS-JRN-TABLE-SIZE TO WS-JRN-IDX.
           MOVE CJ-KEY TO JE-KEY(WS-JRN-IDX).
           MOVE CJ-ACTION TO JE-ACTION(WS-JRN-IDX).
           MOVE CJ-AFTER-VALUE TO JE-NEW-VALUE(WS-JRN-IDX).
           MOVE CJ-AFTER-STATUS TO JE-NEW-STATUS(WS-JRN-IDX).
           MOVE CJ-MERGE-INTO TO JE-MERGE-INTO(WS-JRN-IDX).
           MOVE CJ-DATE TO JE-DATE(WS-JRN-IDX).
           MOVE CJ-TIME TO JE-TIME(WS-JRN-IDX).
           MOVE 'N' TO JE-ROUTED(WS-JRN-IDX).
           MOVE ALL 'N' TO JE-REGION-FLAGS(WS-JRN-IDX).
           PERFORM 1130-SET-REASON
               THRU 1130-EXIT.
       1120-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1130-SET-REASON - THE REASON THE REGION IS GIVEN FOR THE
      *  CHANGE. ENTRIES JOURNALED BEFORE THE JOURNAL CARRIED THE
      *  STATUS AFTER THE CHANGE TAKE IT FROM THE ACTION WHERE THE
      *  ACTION DECIDES IT; A VALUE CHANGE THEN GOES OUT WITH NO
      *  STATUS.
      *----------------------------------------------------------*
       1130-SET-REASON.
           EVALUATE JE-ACTION(WS-JRN-IDX)
               WHEN 'K'
                   MOVE "CORRECTION" TO JE-REASON(WS-JRN-IDX)
               WHEN 'A'
               WHEN 'C'
               WHEN 'D'
                   MOVE "MAINTENANCE" TO JE-REASON(WS-JRN-IDX)
               WHEN 'M'
                   MOVE "MERGE" TO JE-REASON(WS-JRN-IDX)
               WHEN 'S'
               WHEN 'R'
               WHEN 'X'
                   MOVE "STATUS CHANGE" TO JE-REASON(WS-JRN-IDX)
               WHEN OTHER
                   ADD 1 TO WS-BAD-ACTION-COUNT
                   MOVE "UNKNOWN" TO JE-REASON(WS-JRN-IDX)
           END-EVALUATE.
           IF JE-NEW-STATUS(WS-JRN-IDX) NOT = SPACE
               GO TO 1130-EXIT
           END-IF.
           EVALUATE JE-ACTION(WS-JRN-IDX)
               WHEN 'A'
               WHEN 'R'
                   MOVE 'A' TO JE-NEW-STATUS(WS-JRN-IDX)
               WHEN 'S'
                   MOVE 'S' TO JE-NEW-STATUS(WS-JRN-IDX)
               WHEN 'X'
               WHEN 'M'
                   MOVE 'C' TO JE-NEW-STATUS(WS-JRN-IDX)
               WHEN 'D'
                   MOVE 'D' TO JE-NEW-STATUS(WS-JRN-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1130-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1200-READ-REGION-LIST - THE REGIONS TO TELL, FROM THE
      *  SAME LIST THE AUDIT READS THEIR NAMES FROM. NO LIST MEANS
      *  NO REGIONS - THE REGISTER THEN SHOWS EVERY CHANGE AS HELD
      *  BY NONE.
      *----------------------------------------------------------*
       1200-READ-REGION-LIST.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT REGION-LIST.
           IF WS-REGLIST-FILE-STATUS = "35"
               DISPLAY "NO REGION-LIST - NO REGIONS TO TELL"
               GO TO 1200-EXIT
           END-IF.
           IF WS-REGLIST-FILE-STATUS NOT = "00"
               DISPLAY "REGION-LIST OPEN FAILED, FILE STATUS="
                   WS-REGLIST-FILE-STATUS
               MOVE "1200-READ-REGION-LIST" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1210-LOAD-ONE-REGION
               THRU 1210-EXIT
               UNTIL END-OF-FILE.
           CLOSE REGION-LIST.
       1200-EXIT.
           EXIT.

       1210-LOAD-ONE-REGION.
           READ REGION-LIST
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 1210-EXIT
           END-IF.
           IF REG-FILENAME = SPACES
               GO TO 1210-EXIT
           END-IF.
           IF WS-REGION-COUNT >= MAX-REGION-COUNT
               DISPLAY "REGION-LIST HAS MORE THAN "
                   MAX-REGION-COUNT " ENTRIES - EXTRAS IGNORED"
               GO TO 1210-EXIT
           END-IF.
           ADD 1 TO WS-REGION-COUNT.
           MOVE REG-CODE TO RG-CODE(WS-REGION-COUNT).
           MOVE REG-FILENAME TO RG-FILENAME(WS-REGION-COUNT).
           MOVE 'N' TO RG-FILE-FOUND(WS-REGION-COUNT).
           MOVE 0 TO RG-KEYS-READ(WS-REGION-COUNT).
           MOVE 0 TO RG-SENT-COUNT(WS-REGION-COUNT).
       1210-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1300-MARK-REGION-KEYS - READ ONE REGION'S OWN CUSTOMER
      *  FILE AND FLAG EVERY UNSENT CHANGE TO A KEY ON IT. A
      *  REGION WHOSE FILE IS MISSING CANNOT BE MATCHED AND IS
      *  SENT AN EMPTY FILE.
      *----------------------------------------------------------*
       1300-MARK-REGION-KEYS.
           MOVE RG-FILENAME(WS-REGION-IDX)
               TO WS-REGION-INPUT-FILENAME.
           MOVE 'N' TO WS-REGION-EOF-SWITCH.
           OPEN INPUT REGION-INPUT.
           IF WS-REGION-FILE-STATUS = "35"
               ADD 1 TO WS-MISSING-REGION-COUNT
               GO TO 1300-EXIT
           END-IF.
           IF WS-REGION-FILE-STATUS NOT = "00"
               DISPLAY "REGION-INPUT OPEN FAILED FOR REGION "
                   RG-CODE(WS-REGION-IDX) ", FILE STATUS="
                   WS-REGION-FILE-STATUS
               MOVE "1300-MARK-REGION-KEYS" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 1300-EXIT
           END-IF.
           MOVE 'Y' TO RG-FILE-FOUND(WS-REGION-IDX).
           PERFORM 1310-MARK-ONE-REGION-KEY
               THRU 1310-EXIT
               UNTIL END-OF-REGION.
           CLOSE REGION-INPUT.
       1300-EXIT.
           EXIT.

       1310-MARK-ONE-REGION-KEY.
           READ REGION-INPUT
               AT END
                   MOVE 'Y' TO WS-REGION-EOF-SWITCH
           END-READ.
           IF END-OF-REGION
               GO TO 1310-EXIT
           END-IF.
      *> THE REGION'S TRAILER CARRIES COUNTS, NOT A CUSTOMER.
           IF STR-IS-TRAILER
               GO TO 1310-EXIT
           END-IF.
           ADD 1 TO RG-KEYS-READ(WS-REGION-IDX).
           PERFORM 1320-MATCH-ONE-ENTRY
               THRU 1320-EXIT
               VARYING WS-JRN-IDX FROM 1 BY 1
               UNTIL WS-JRN-IDX > WS-JRN-TABLE-SIZE.
       1310-EXIT.
           EXIT.

       1320-MATCH-ONE-ENTRY.
           IF JE-KEY(WS-JRN-IDX) = STR-KEY
               MOVE 'Y' TO JE-REGION-FLAG(WS-JRN-IDX, WS-REGION-IDX)
               MOVE 'Y' TO JE-ROUTED(WS-JRN-IDX)
           END-IF.
       1320-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2000-OPEN-REGISTER - THE REGISTER IS THE PROOF OF WHAT
      *  WAS SENT, SO NO REGION FILE IS WRITTEN WITHOUT IT.
      *----------------------------------------------------------*
       2000-OPEN-REGISTER.
           OPEN OUTPUT CUST-FEED-RPT.
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "CUST-FEED-RPT OPEN FAILED, FILE STATUS="
                   WS-RPT-FILE-STATUS
               MOVE "2000-OPEN-REGISTER" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 2000-EXIT
           END-IF.
           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           MOVE WS-RUN-NUMBER TO RH-RUN-NUMBER.
           WRITE FEED-RPT-LINE FROM RPT-HEADING-1.
           WRITE FEED-RPT-LINE FROM RPT-BLANK.
           WRITE FEED-RPT-LINE FROM RPT-HEADING-2.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3000-WRITE-REGION-FEED - ONE REGION'S FILE: HEADER, EVERY
      *  FLAGGED CHANGE IN JOURNAL ORDER, TRAILER - AND THE SAME
      *  LINES ON THE REGISTER.
      *----------------------------------------------------------*
       3000-WRITE-REGION-FEED.
           MOVE SPACES TO WS-FEED-FILENAME.
           STRING "CUST-CHANGES." DELIMITED BY SIZE
                  RG-CODE(WS-REGION-IDX) DELIMITED BY SPACE
               INTO WS-FEED-FILENAME
           END-STRING.
           MOVE SPACES TO RR-NOTE.
           MOVE RG-CODE(WS-REGION-IDX) TO RR-CODE.
           MOVE WS-FEED-FILENAME TO RR-FILENAME.
           IF RG-FILE-FOUND(WS-REGION-IDX) NOT = 'Y'
               MOVE "REGION-INPUT MISSING - NOTHING MATCHED"
                   TO RR-NOTE
           END-IF.
           WRITE FEED-RPT-LINE FROM RPT-BLANK.
           WRITE FEED-RPT-LINE FROM RPT-REGION-LINE.
           OPEN OUTPUT CUST-CHANGES.
           IF WS-FEED-FILE-STATUS NOT = "00"
               DISPLAY "CUST-CHANGES OPEN FAILED FOR REGION "
                   RG-CODE(WS-REGION-IDX) ", FILE STATUS="
                   WS-FEED-FILE-STATUS
               MOVE "3000-WRITE-REGION-FEED" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACES TO CUST-CHANGE-REC.
           MOVE 'H' TO CHG-REC-TYPE.
           MOVE RG-CODE(WS-REGION-IDX) TO CHG-HDR-REGION.
           MOVE WS-RUN-DATE TO CHG-HDR-RUN-DATE.
           MOVE WS-RUN-NUMBER TO CHG-HDR-RUN-NUMBER.
           WRITE CUST-CHANGE-REC.
           PERFORM 3100-WRITE-ONE-CHANGE
               THRU 3100-EXIT
               VARYING WS-JRN-IDX FROM 1 BY 1
               UNTIL WS-JRN-IDX > WS-JRN-TABLE-SIZE.
           MOVE SPACES TO CUST-CHANGE-REC.
           MOVE 'T' TO CHG-REC-TYPE.
           MOVE RG-CODE(WS-REGION-IDX) TO CHG-TRL-REGION.
           MOVE RG-SENT-COUNT(WS-REGION-IDX) TO CHG-TRL-REC-COUNT.
           WRITE CUST-CHANGE-REC.
           CLOSE CUST-CHANGES.
           MOVE SPACES TO RPT-COUNT-LINE.
           MOVE "CHANGES SENT TO THE REGION.............:"
               TO RCL-LABEL.
           MOVE RG-SENT-COUNT(WS-REGION-IDX) TO RCL-COUNT.
           WRITE FEED-RPT-LINE FROM RPT-COUNT-LINE.
       3000-EXIT.
           EXIT.

       3100-WRITE-ONE-CHANGE.
           IF JE-REGION-FLAG(WS-JRN-IDX, WS-REGION-IDX) NOT = 'Y'
               GO TO 3100-EXIT
           END-IF.
           MOVE SPACES TO CUST-CHANGE-REC.
           MOVE 'D' TO CHG-REC-TYPE.
           MOVE JE-KEY(WS-JRN-IDX) TO CHG-CUST-KEY.
           MOVE JE-NEW-VALUE(WS-JRN-IDX) TO CHG-NEW-VALUE.
           MOVE JE-NEW-STATUS(WS-JRN-IDX) TO CHG-NEW-STATUS.
           MOVE JE-REASON(WS-JRN-IDX) TO CHG-REASON.
           MOVE JE-ACTION(WS-JRN-IDX) TO CHG-ACTION.
           MOVE JE-MERGE-INTO(WS-JRN-IDX) TO CHG-MERGED-INTO.
           MOVE JE-DATE(WS-JRN-IDX) TO CHG-DATE.
           MOVE JE-TIME(WS-JRN-IDX) TO CHG-TIME.
           WRITE CUST-CHANGE-REC.
           ADD 1 TO RG-SENT-COUNT(WS-REGION-IDX).
           ADD 1 TO WS-SENT-COUNT.
           PERFORM 3900-WRITE-REGISTER-DETAIL
               THRU 3900-EXIT.
       3100-EXIT.
           EXIT.

       3900-WRITE-REGISTER-DETAIL.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE JE-KEY(WS-JRN-IDX) TO RD-KEY.
           MOVE JE-ACTION(WS-JRN-IDX) TO RD-ACTION.
           MOVE JE-REASON(WS-JRN-IDX) TO RD-REASON.
           MOVE JE-NEW-VALUE(WS-JRN-IDX) TO RD-NEW-VALUE.
           MOVE JE-NEW-STATUS(WS-JRN-IDX) TO RD-STATUS.
           MOVE JE-MERGE-INTO(WS-JRN-IDX) TO RD-MERGE-INTO.
           MOVE JE-DATE(WS-JRN-IDX) TO RD-DATE.
           MOVE JE-TIME(WS-JRN-IDX) TO RD-TIME.
           WRITE FEED-RPT-LINE FROM RPT-DETAIL-LINE.
       3900-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4000-LIST-UNROUTED - CHANGES TO CUSTOMERS NO REGION'S
      *  FILE HOLDS. NOBODY WAS TOLD; THE REGISTER SAYS SO.
      *----------------------------------------------------------*
       4000-LIST-UNROUTED.
           WRITE FEED-RPT-LINE FROM RPT-BLANK.
           MOVE SPACES TO RPT-TEXT-LINE.
           MOVE "CHANGES HELD BY NO REGION - NOT SENT" TO RT-TEXT.
           WRITE FEED-RPT-LINE FROM RPT-TEXT-LINE.
           PERFORM 4100-LIST-ONE-UNROUTED
               THRU 4100-EXIT
               VARYING WS-JRN-IDX FROM 1 BY 1
               UNTIL WS-JRN-IDX > WS-JRN-TABLE-SIZE.
       4000-EXIT.
           EXIT.

       4100-LIST-ONE-UNROUTED.
           IF JE-ROUTED(WS-JRN-IDX) = 'Y'
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WS-UNROUTED-COUNT.
           PERFORM 3900-WRITE-REGISTER-DETAIL
               THRU 3900-EXIT.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  5000-WRITE-TOTALS - CLOSE OUT THE REGISTER.
      *----------------------------------------------------------*
       5000-WRITE-TOTALS.
           WRITE FEED-RPT-LINE FROM RPT-BLANK.
           MOVE SPACES TO RPT-COUNT-LINE.
           MOVE "JOURNAL ENTRIES ALREADY SENT...........:"
               TO RCL-LABEL.
           MOVE WS-JRN-SKIP-COUNT TO RCL-COUNT.
           WRITE FEED-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE SPACES TO RPT-COUNT-LINE.
           MOVE "JOURNAL ENTRIES NEW TONIGHT............:"
               TO RCL-LABEL.
           MOVE WS-JRN-TABLE-SIZE TO RCL-COUNT.
           WRITE FEED-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE SPACES TO RPT-COUNT-LINE.
           MOVE "REGIONS WRITTEN........................:"
               TO RCL-LABEL.
           MOVE WS-REGION-COUNT TO RCL-COUNT.
           WRITE FEED-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE SPACES TO RPT-COUNT-LINE.
           MOVE "REGIONS WITH NO REGION-INPUT FILE......:"
               TO RCL-LABEL.
           MOVE WS-MISSING-REGION-COUNT TO RCL-COUNT.
           WRITE FEED-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE SPACES TO RPT-COUNT-LINE.
           MOVE "CHANGE RECORDS SENT (ALL REGIONS)......:"
               TO RCL-LABEL.
           MOVE WS-SENT-COUNT TO RCL-COUNT.
           WRITE FEED-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE SPACES TO RPT-COUNT-LINE.
           MOVE "CHANGES HELD BY NO REGION..............:"
               TO RCL-LABEL.
           MOVE WS-UNROUTED-COUNT TO RCL-COUNT.
           WRITE FEED-RPT-LINE FROM RPT-COUNT-LINE.
           IF JOURNAL-WAS-TRUNCATED
               MOVE SPACES TO RPT-TEXT-LINE
               MOVE "JOURNAL SHORTER THAN CHECKPOINT - ALL RESENT"
                   TO RT-TEXT
               WRITE FEED-RPT-LINE FROM RPT-TEXT-LINE
           END-IF.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  6000-WRITE-CHECKPOINT - EVERY JOURNAL RECORD READ HAS NOW
      *  BEEN SENT (OR SHOWN AS HELD BY NO REGION).
      *----------------------------------------------------------*
       6000-WRITE-CHECKPOINT.
           OPEN OUTPUT CUSTFEED-CKPT.
           IF WS-CKPT-FILE-STATUS NOT = "00"
               DISPLAY "CUSTFEED-CKPT OPEN FAILED, FILE STATUS="
                   WS-CKPT-FILE-STATUS
               DISPLAY "TONIGHT'S CHANGES WILL BE SENT AGAIN ON THE "
                   "NEXT RUN"
               MOVE "6000-WRITE-CHECKPOINT" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 6000-EXIT
           END-IF.
           MOVE SPACES TO CUSTFEED-CKPT-REC.
           MOVE WS-JRN-READ-COUNT TO CFC-SENT-COUNT.
           MOVE WS-RUN-DATE TO CFC-RUN-DATE.
           MOVE WS-RUN-NUMBER TO CFC-RUN-NUMBER.
           WRITE CUSTFEED-CKPT-REC.
           CLOSE CUSTFEED-CKPT.
       6000-EXIT.
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
           MOVE "CUST-FEED"          TO AUD-PROGRAM-NAME.
           MOVE WS-AUDIT-START-TIME  TO AUD-START-TIME.
           MOVE WS-AUDIT-END-TIME    TO AUD-END-TIME.
           MOVE WS-JRN-TABLE-SIZE    TO AUD-RECORD-COUNT.
           MOVE RETURN-CODE          TO AUD-RETURN-CODE.
           MOVE WS-SENT-COUNT        TO AUD-OUTPUT-COUNT.
           MOVE WS-UNROUTED-COUNT    TO AUD-OUTPUT-COUNT-2.
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
           IF WS-AUDIT-OPERATOR-ID = LOW-VALUES
               MOVE SPACES TO AUD-OPERATOR-ID
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
           MOVE WS-JRN-FILE-STATUS
               TO WS-PS-JRN.
           MOVE WS-CKPT-FILE-STATUS
               TO WS-PS-CKP.
           MOVE WS-FEED-FILE-STATUS
               TO WS-PS-CHG.
           MOVE WS-JRN-READ-COUNT TO WS-PC-JOURNAL.
           MOVE WS-SENT-COUNT TO WS-PC-SENT.
           MOVE SPACES TO PROBLEM-LOG-REC.
           ACCEPT PROB-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT PROB-LOG-TIME FROM TIME.
           MOVE "CUST-FEED"
               TO PROB-PROGRAM-NAME.
           MOVE WS-FAIL-PARAGRAPH TO PROB-PARAGRAPH.
           MOVE PGM-RETURN-CODE TO PROB-RETURN-CODE.
           MOVE WS-PROB-STATUSES TO PROB-FILE-STATUSES.
           MOVE "CUST-JOURNAL"
               TO PROB-INPUT-FILE.
           MOVE WS-PROB-COUNTERS TO PROB-KEY-COUNTERS.
           WRITE PROBLEM-LOG-REC.
           CLOSE PROBLEM-LOG.
       9200-EXIT.
           EXIT.
       END PROGRAM CUST-FEED.
