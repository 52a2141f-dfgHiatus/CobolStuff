      *> bad input. A missing FIZZBUZZ-CTL is not an error - HELLO
      *> has its own defaults for that case.
      *>
      *> TWOSUM-INPUT may carry one H..D..T section per legal
      *> entity, each 'H' naming its entity (blank for our own
      *> book). Every section is edited on its own - its detail
      *> count against its own header, at least one target of its
      *> own - and a second section for an entity already seen is
      *> rejected, since the match run would refuse it.
      *>
      *> Ends with GOBACK rather than STOP RUN so this module can
      *> run as a standalone job step or be CALLed as a step from
      *> BATCH-DRIVER without ending the whole run early.
      *> LEADING SEPARATE).
           05  TS-HEADER-DATA.
               10  TS-ITEM-COUNT       PIC 9(04).
               10  FILLER              PIC X(07).
               10  TS-ENTITY           PIC X(03).
               10  FILLER              PIC X(08).
           05  TS-DETAIL-DATA REDEFINES TS-HEADER-DATA.
               10  TS-VALUE            PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
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
           01  WS-TWOSUM-FILE-STATUS   PIC X(02) VALUE SPACES.
           01  WS-CTL-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-AUDIT-FILE-STATUS     PIC X(02) VALUE SPACES.
               88  HEADER-SEEN                    VALUE 'Y'.
           01  WS-HEADER-COUNT-OK      PIC X(01) VALUE 'N'.
               88  HEADER-COUNT-NUMERIC           VALUE 'Y'.
      *> THE HEADER OF THE SECTION IN HAND, SHOWN ON ANY REJECT
      *> RAISED WHEN THE SECTION IS CLOSED, AND THE ENTITIES WHOSE
      *> SECTIONS HAVE ALREADY BEEN SEEN.
           01  WS-SECT-HEADER-IMAGE    PIC X(80) VALUE SPACES.
           01  WS-SECT-ENT-SIZE        PIC 9(02) VALUE 0.
           01  MAX-SECT-ENT-SIZE       PIC 9(02) VALUE 10.
           01  WS-SECT-ENT-TABLE.
               05  WS-SECT-ENT-CODE OCCURS 10 TIMES
                                       PIC X(03).
           01  WS-SECT-ENT-IDX         PIC 9(02) VALUE 0.
           01  WS-SECT-ENT-FOUND       PIC X(01) VALUE 'N'.
               88  SECTION-ENTITY-SEEN            VALUE 'Y'.

           01  RPT-HEADING-1.
               05  FILLER              PIC X(10) VALUE "RUN DATE: ".
           MOVE 0 TO WS-EXPECTED-DETAILS.
           MOVE 0 TO WS-DETAIL-COUNT.
           MOVE 0 TO WS-TS-TARGET-COUNT.
           MOVE SPACES TO WS-SECT-HEADER-IMAGE.
           MOVE 0 TO WS-SECT-ENT-SIZE.
           MOVE SPACES TO WS-FAIL-PARAGRAPH.
           SET RC-NORMAL TO TRUE.
           ACCEPT WS-AUDIT-START-TIME FROM TIME.

      *----------------------------------------------------------*
      *  1000-EDIT-TWOSUM-INPUT - STRUCTURAL PASS OVER THE WHOLE
      *  FILE: AN 'H' HEADER FIRST, THEN EXACTLY TS-ITEM-COUNT
      *  'D' DETAILS, THEN ONE OR MORE 'T' TARGETS, EVERY NUMERIC
      *  FIELD ACTUALLY NUMERIC - AND THE SAME AGAIN FOR EACH
      *  FURTHER ENTITY SECTION.
      *----------------------------------------------------------*
       1000-EDIT-TWOSUM-INPUT.
           MOVE 'N' TO WS-EOF-SWITCH.
               WRITE EDIT-REJECT-REC
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1050-CLOSE-SECTION
               THRU 1050-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1050-CLOSE-SECTION - THE SECTION IN HAND IS COMPLETE: ITS
      *  DETAILS MUST NUMBER WHAT ITS HEADER PROMISED AND IT MUST
      *  HAVE AT LEAST ONE TARGET. THE REJECT SHOWS THE SECTION'S
      *  HEADER.
      *----------------------------------------------------------*
       1050-CLOSE-SECTION.
           IF HEADER-COUNT-NUMERIC
               AND WS-DETAIL-COUNT NOT = WS-EXPECTED-DETAILS
               PERFORM 1300-REJECT-TWOSUM-REC
                   THRU 1300-EXIT
               MOVE WS-SECT-HEADER-IMAGE TO EDR-RECORD-IMAGE
               MOVE "ITEM COUNT <> DETAIL RECORDS" TO EDR-REASON
               WRITE EDIT-REJECT-REC
           END-IF.
           IF WS-TS-TARGET-COUNT = 0
               PERFORM 1300-REJECT-TWOSUM-REC
                   THRU 1300-EXIT
               MOVE WS-SECT-HEADER-IMAGE TO EDR-RECORD-IMAGE
               MOVE "NO TARGET RECORDS" TO EDR-REASON
               WRITE EDIT-REJECT-REC
           END-IF.
       1050-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1060-OPEN-SECTION - A NEW 'H': CLOSE THE SECTION BEFORE
      *  IT, IF ANY, START THE COUNTS AFRESH, AND REFUSE AN ENTITY
      *  THAT ALREADY HAD A SECTION.
      *----------------------------------------------------------*
       1060-OPEN-SECTION.
           IF HEADER-SEEN
               PERFORM 1050-CLOSE-SECTION
                   THRU 1050-EXIT
           ELSE
               IF WS-REC-COUNT NOT = 1
                   PERFORM 1300-REJECT-TWOSUM-REC
                       THRU 1300-EXIT
                   MOVE "HEADER NOT FIRST RECORD" TO EDR-REASON
                   WRITE EDIT-REJECT-REC
               END-IF
           END-IF.
           MOVE 'Y' TO WS-HEADER-SWITCH.
           MOVE 'N' TO WS-HEADER-COUNT-OK.
           MOVE 0 TO WS-EXPECTED-DETAILS.
           MOVE 0 TO WS-DETAIL-COUNT.
           MOVE 0 TO WS-TS-TARGET-COUNT.
           MOVE TWOSUM-REC TO WS-SECT-HEADER-IMAGE.
           MOVE 'N' TO WS-SECT-ENT-FOUND.
           PERFORM 1070-MATCH-ONE-ENTITY
               THRU 1070-EXIT
               VARYING WS-SECT-ENT-IDX FROM 1 BY 1
               UNTIL WS-SECT-ENT-IDX > WS-SECT-ENT-SIZE
               OR SECTION-ENTITY-SEEN.
           IF SECTION-ENTITY-SEEN
               PERFORM 1300-REJECT-TWOSUM-REC
                   THRU 1300-EXIT
               MOVE "DUPLICATE ENTITY SECTION" TO EDR-REASON
               WRITE EDIT-REJECT-REC
           ELSE
               IF WS-SECT-ENT-SIZE >= MAX-SECT-ENT-SIZE
                   PERFORM 1300-REJECT-TWOSUM-REC
                       THRU 1300-EXIT
                   MOVE "TOO MANY ENTITY SECTIONS" TO EDR-REASON
                   WRITE EDIT-REJECT-REC
               ELSE
                   ADD 1 TO WS-SECT-ENT-SIZE
                   MOVE TS-ENTITY
                       TO WS-SECT-ENT-CODE(WS-SECT-ENT-SIZE)
               END-IF
           END-IF.
           IF TS-ITEM-COUNT IS NUMERIC
               MOVE 'Y' TO WS-HEADER-COUNT-OK
               MOVE TS-ITEM-COUNT TO WS-EXPECTED-DETAILS
           ELSE
               PERFORM 1300-REJECT-TWOSUM-REC
                   THRU 1300-EXIT
               MOVE "ITEM COUNT NOT NUMERIC" TO EDR-REASON
               WRITE EDIT-REJECT-REC
           END-IF.
       1060-EXIT.
           EXIT.

       1070-MATCH-ONE-ENTITY.
           IF WS-SECT-ENT-CODE(WS-SECT-ENT-IDX) = TS-ENTITY
               MOVE 'Y' TO WS-SECT-ENT-FOUND
           END-IF.
       1070-EXIT.
           EXIT.

       1100-EDIT-ONE-TWOSUM-REC.
       1200-CLASSIFY-TWOSUM-REC.
           EVALUATE TRUE
               WHEN TS-REC-TYPE = 'H'
                   PERFORM 1060-OPEN-SECTION
                       THRU 1060-EXIT
               WHEN TS-REC-TYPE = 'D'
                   IF NOT HEADER-SEEN
                       PERFORM 1300-REJECT-TWOSUM-REC
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
