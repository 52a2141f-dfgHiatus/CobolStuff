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
           01  WS-REPORT-FILE-STATUS   PIC X(02) VALUE SPACES.
           01  WS-COPY-LINE-COUNT      PIC 9(09) VALUE 0.

      *> THE REPORTS THE CHAIN CAN PRODUCE, IN PRINT ORDER.
           01  WS-RPT-COUNT            PIC 9(02) VALUE 26.
           01  WS-RPT-NAME-TABLE.
               05  FILLER              PIC X(20)
                   VALUE "STATEMENT-CTL-RPT".
               05  FILLER              PIC X(20)
                   VALUE "UNAPPLIED-CASH-RPT".
               05  FILLER              PIC X(20)
                   VALUE "FIZZBUZZ-RPT".
               05  FILLER              PIC X(20)
                   VALUE "SETTLE-RELEASE-RPT".
               05  FILLER              PIC X(20)
                   VALUE "CODE-ISSUE-RPT".
               05  FILLER              PIC X(20)
                   VALUE "FEED-RECEIPT-RPT".
               05  FILLER              PIC X(20)
                   VALUE "QUALITY-SCORECARD".
               05  FILLER              PIC X(20)
                   VALUE "SECURITY-RPT".
               05  FILLER              PIC X(20)
                   VALUE "PROFILE-MAINT-RPT".
               05  FILLER              PIC X(20)
                   VALUE "CTL-CHANGE-RPT".
               05  FILLER              PIC X(20)
                   VALUE "DISPUTE-MAINT-RPT".
               05  FILLER              PIC X(20)
                   VALUE "AUDIT-PURGE-RPT".
               05  FILLER              PIC X(20)
                   VALUE "LOG-VERIFY-RPT".
           01  WS-RPT-NAMES REDEFINES WS-RPT-NAME-TABLE.
               05  WS-RPT-NAME OCCURS 26 TIMES
                                       PIC X(20).
           01  WS-RPT-IDX              PIC 9(02) VALUE 0.
           01  WS-CUR-REPORT           PIC X(20) VALUE SPACES.
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
