      *> only - the regional flat files carry no last-changed
      *> date and are small enough to rerun whole.
      *>
      *> Each regional file now ends with a trailer record (see
      *> STRWORK) that the audit skips. FEED-RECEIPT checks the
      *> feeds against the EXPECTED-FEEDS schedule before this
      *> step and stops the chain when a must-have feed is
      *> missing; a regional file that still has not arrived is
      *> left out here with a warning and shown as NOT RECEIVED
      *> on the per-region summary instead of simply dropping
      *> out of the subtotals.
      *>
      *> Records CUST-MAINT has closed (CUST-STATUS 'C') are
      *> skipped by the master audit - nobody will ever correct a
      *> closed account's name - and the run summary shows the
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
      *> Set by OPER-MENU before the CALL to point this module at an
      *> operator-chosen file instead of CUSTOMER-MASTER. IS EXTERNAL
      *> so
                   10  RG-FILENAME     PIC X(60).
                   10  RG-READ-COUNT   PIC 9(09).
                   10  RG-EXC-COUNT    PIC 9(09).
                   10  RG-RECEIVED     PIC X(01).
           01  WS-REGION-IDX           PIC 9(02) VALUE 0.
           01  WS-CURRENT-REGION       PIC X(03) VALUE SPACES.
           01  WS-REGION-START-READ    PIC 9(09) VALUE 0.
           MOVE REG-FILENAME TO RG-FILENAME(WS-REGION-COUNT).
           MOVE 0 TO RG-READ-COUNT(WS-REGION-COUNT).
           MOVE 0 TO RG-EXC-COUNT(WS-REGION-COUNT).
           MOVE 'Y' TO RG-RECEIVED(WS-REGION-COUNT).
       2042-EXIT.
           EXIT.

           MOVE WS-EXC-COUNT TO WS-REGION-START-EXC.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT REGION-INPUT.
      *> WHETHER A MISSING FEED MAY BE AUDITED WITHOUT IS
      *> FEED-RECEIPT'S CALL, MADE BEFORE THIS STEP RUNS - HERE IT
      *> IS LEFT OUT, BUT NAMED ON THE SUMMARY, NOT DROPPED.
           IF WS-REGION-FILE-STATUS = "35"
               DISPLAY "REGION " WS-CURRENT-REGION
                   " FEED NOT RECEIVED - LEFT OUT OF THIS AUDIT"
               MOVE 'N' TO RG-RECEIVED(WS-REGION-IDX)
               IF RC-NORMAL
                   SET RC-WARNING TO TRUE
               END-IF
               GO TO 2046-EXIT
           END-IF.
           IF WS-REGION-FILE-STATUS NOT = "00"
               DISPLAY "REGION " WS-CURRENT-REGION
                   " FILE OPEN FAILED, FILE STATUS="
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
      *> THE REGION'S TRAILER IS A CONTROL RECORD, NOT A NAME.
           IF NOT END-OF-INPUT
               AND NOT STR-IS-TRAILER
               ADD 1 TO WS-REC-COUNT
               ADD 1 TO WS-EXAMINED-COUNT
               MOVE STR-KEY TO WS-CUR-KEY
           EXIT.

       2048-SHOW-ONE-REGION.
           IF RG-RECEIVED(WS-REGION-IDX) = 'N'
               DISPLAY "REGION " RG-CODE(WS-REGION-IDX)
                   " FEED NOT RECEIVED - NOT AUDITED"
               GO TO 2048-EXIT
           END-IF.
           IF RG-READ-COUNT(WS-REGION-IDX) > 0
               COMPUTE WS-REGION-RATE ROUNDED =
                   (RG-EXC-COUNT(WS-REGION-IDX) * 100)
           IF SHADOW-MODE
               MOVE 'Y' TO AUD-SHADOW-FLAG
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
       2200-EXIT.
