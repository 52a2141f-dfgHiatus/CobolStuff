           05  SEC-CHOICE              PIC X(01).
           05  FILLER                  PIC X(02).
           05  SEC-ACTION              PIC X(20).
           05  FILLER                  PIC X(02).
      *> THE LOG-CHAIN SEQUENCE NUMBER AND HASHES - BLANK ON
      *> EVERY EVENT LOGGED BEFORE THE LOG WAS CHAINED.
           05  SEC-CHAIN.
               10  SEC-CHAIN-SEQ       PIC 9(09).
               10  FILLER              PIC X(02).
               10  SEC-CHAIN-PREV-HASH PIC X(18).
               10  FILLER              PIC X(02).
               10  SEC-CHAIN-HASH      PIC X(18).

       FD  SECURITY-RPT
           LABEL RECORDS ARE OMITTED.
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

           01  WS-SECLOG-FILE-STATUS   PIC X(02) VALUE SPACES.
           01  WS-AUDIT-FILE-STATUS     PIC X(02) VALUE SPACES.
               GO TO 1100-EXIT
           END-IF.
           EVALUATE SEC-ACTION
      *> A PROFILE REFUSED FOR HAVING NO PASSCODE IS A FAILED
      *> SIGN-ON LIKE ANY OTHER.
               WHEN "SIGN-ON REJECTED"
               WHEN "NO PASSCODE ISSUED"
                   IF WS-EVENT-PERIOD = WS-CUR-PERIOD
                       ADD 1 TO WS-CUR-SIGNON-FAILS
                       PERFORM 1200-TALLY-SIGNON-CELL
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
