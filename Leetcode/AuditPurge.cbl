      *> and re-counting both files on disk. Any imbalance leaves
      *> AUDIT-LOG untouched and ends RC-ERROR.
      *>
      *> Archived and retained records are copied byte for byte,
      *> chain fields and all, so the LOG-CHAIN sequence and hash
      *> chain runs on unbroken across the archive generations and
      *> the trimmed live trail, and LOG-VERIFY can still walk it
      *> end to end. Only this run's own trail record is chained
      *> anew.
      *>
      *> Ends with GOBACK rather than STOP RUN so this module can
      *> run as a standalone job step or be CALLed on demand.


       FD  AUDIT-ARCHIVE
           LABEL RECORDS ARE OMITTED.
       01  AUDIT-ARCH-REC              PIC X(161).

       FD  AUDIT-RETAINED
           LABEL RECORDS ARE OMITTED.
       01  AUDIT-RETAINED-REC          PIC X(161).

       FD  AUDIT-PURGE-RPT
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

           01  WS-CTL-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-AUDIT-FILE-STATUS    PIC X(02) VALUE SPACES.
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
