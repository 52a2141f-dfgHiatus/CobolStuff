           05  PD-REASON-3             PIC X(03).
           05  FILLER                  PIC X(01).
           05  PD-REASON-4             PIC X(03).
           05  FILLER                  PIC X(01).
           05  PD-REASON-5             PIC X(03).

       FD  EDIT-REJECTS
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

           01  WS-AUDIT-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-EXC-FILE-STATUS      PIC X(02) VALUE SPACES.

      *----------------------------------------------------------*
      *  3000-COUNT-DISPOSITIONS - TONIGHT'S REFERENCE-CODE
      *  FAILURES AND THEIR PAL/LEN/CHR/CKD/RET/REV REASON CODES.
      *----------------------------------------------------------*
       3000-COUNT-DISPOSITIONS.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE PD-REASON-4 TO WS-TALLY-REASON.
           PERFORM 2500-TALLY-REASON
               THRU 2500-EXIT.
           MOVE SPACES TO WS-TALLY-REASON.
           MOVE PD-REASON-5 TO WS-TALLY-REASON.
           PERFORM 2500-TALLY-REASON
               THRU 2500-EXIT.
       3100-EXIT.
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
