       IDENTIFICATION DIVISION.
       PROGRAM-ID. SETTLE-PROOF.
       AUTHOR. DATA-PROCESSING.
      *> End-to-end settlement proof. Every hop already checks
      *> itself - SETTLEMENT-POST validates the extract trailer,
      *> GL-EXTRACT balances its batch, BALANCE-CHECK counts
      *> records against AUDIT-LOG - but nothing proved that the
      *> money that came in on TWOSUM-INPUT is the money that went
      *> out to the ledger. The auditors' quarterly request was
      *> being answered from a hand-built spreadsheet.
      *>
      *> This step takes the night's run ID (the match run number
      *> stamped on the SETTLEMENT-EXTRACT header, or the one named
      *> on the optional PROOF-CTL card) and walks the chain hop
      *> by hop, all amounts in base currency:
      *>   HOP 1 TWOSUM-INPUT  - THE 'D' CANDIDATE AND 'T' TARGET
      *>                         TOTALS, CONVERTED THROUGH THE RUN
      *>                         DATE'S CURRENCY-RATES; THE HEADER
      *>                         COUNT MUST AGREE WITH THE DETAILS.
      *>   HOP 2 MATCH         - EVERY ACCEPTED CANDIDATE MUST BE
      *>                         ACCOUNTED FOR EXACTLY ONCE ON THE
      *>                         EXTRACT, HELD-SETTLEMENTS,
      *>                         NEAR-MISS-REVIEW, OPEN-ITEMS, OR
      *>                         AS PREVIOUSLY SETTLED OR WRITTEN
      *>                         OFF ON SETTLED-PAIRS, OR AS A
      *>                         DUPLICATE OR AN UNKNOWN CUSTOMER'S
      *>                         ITEM ON CANDIDATE-ANOMALIES;
      *>                         EVERY MATCHED
      *>                         AMOUNT MUST EQUAL ITS ITEMS'
      *>                         AMOUNTS; THE EXTRACT TRAILER MUST
      *>                         AGREE.
      *>   HOP 3 POSTING       - POSTING-SUMMARY MUST EQUAL THE
      *>                         EXTRACT DETAILS PLUS
      *>                         POSTED-ADJUSTMENTS.
      *>   HOP 4 GL-JOURNAL    - THE TRAILER'S DEBITS AND CREDITS
      *>                         MUST EACH EQUAL WHAT POSTED.
      *>   HOP 5 ACKNOWLEDGMENT- EVERY POSTING-SUMMARY ROW MUST BE
      *>                         EITHER ACKNOWLEDGED ON POSTING-ACKS
      *>                         OR STILL OUTSTANDING, AT ITS POSTED
      *>                         AMOUNT, ON POSTING-OUTSTANDING.
      *> SETTLE-PROOF-RPT shows the figures behind each hop and
      *> either IN BALANCE or the break and its difference. Any
      *> break names the hop where the money went missing and ends
      *> the step RC-ERROR.
      *>
      *> Now that TWOSUM-INPUT and the extract carry one section per
      *> legal entity, hop 1 holds each section's header count to
      *> that section's own details, and hop 2 holds each extract
      *> trailer to its own section. The proof itself still runs on
      *> the whole night across every entity: the entity subtotal
      *> rows on POSTING-SUMMARY are passed over in hop 3, hop 4
      *> adds up the trailers of every entity's GL-JOURNAL batch,
      *> and in hop 5 a posting is only acknowledged or outstanding
      *> under its own entity.
      *>
      *> With more than one matching cycle a day, the cycle being
      *> proved comes off the extract header. In hop 2 the pairs an
      *> earlier cycle settled under the same date account for any
      *> item this cycle found already settled, and in hop 5 a
      *> posting is only acknowledged or outstanding under its own
      *> date, entity and cycle.
      *>
      *> Ends with GOBACK rather than STOP RUN so this module can
      *> run as a standalone job step or be CALLed on demand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROOF-CTL
               ASSIGN TO "PROOF-CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.
           SELECT TWOSUM-INPUT
               ASSIGN TO "TWOSUM-INPUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.
           SELECT CURRENCY-RATES
               ASSIGN TO "CURRENCY-RATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT SETTLEMENT-EXTRACT
               ASSIGN TO "SETTLEMENT-EXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.
           SELECT HELD-SETTLEMENTS
               ASSIGN TO "HELD-SETTLEMENTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-FILE-STATUS.
           SELECT NEAR-MISS-REVIEW
               ASSIGN TO "NEAR-MISS-REVIEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NM-FILE-STATUS.
           SELECT OPEN-ITEMS
               ASSIGN TO "OPEN-ITEMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OI-FILE-STATUS.
           SELECT SETTLED-PAIRS
               ASSIGN TO "SETTLED-PAIRS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPH-FILE-STATUS.
           SELECT CANDIDATE-ANOMALIES
               ASSIGN TO "CANDIDATE-ANOMALIES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANOM-FILE-STATUS.
           SELECT POSTING-SUMMARY
               ASSIGN TO "POSTING-SUMMARY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-FILE-STATUS.
           SELECT POSTED-ADJUSTMENTS
               ASSIGN TO "POSTED-ADJUSTMENTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-FILE-STATUS.
           SELECT GL-JOURNAL
               ASSIGN TO "GL-JOURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLJ-FILE-STATUS.
           SELECT POSTING-ACKS
               ASSIGN TO "POSTING-ACKS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.
           SELECT POSTING-OUTSTANDING
               ASSIGN TO "POSTING-OUTSTANDING"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.
           SELECT SETTLE-PROOF-RPT
               ASSIGN TO "SETTLE-PROOF-RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
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
       FD  PROOF-CTL
           LABEL RECORDS ARE STANDARD.
       01  PROOF-CTL-REC.
           05  PFC-RUN-NUMBER          PIC 9(06).
      *> THE RUN ID TO PROVE. ZERO, NON-NUMERIC, OR NO CARD AT ALL
      *> MEANS THE RUN THE EXTRACT ON DISK CAME FROM. A RUN ID THAT
      *> IS NOT THE ONE ON DISK IS A BREAK - THE FILES PROVED MUST
      *> ALL BE ONE NIGHT'S.
           05  FILLER                  PIC X(74).

       FD  TWOSUM-INPUT
           LABEL RECORDS ARE STANDARD.
      *> THE SAME LAYOUT ONE-DIMENSIONAL READS.
       01  TWOSUM-REC.
           05  TS-REC-TYPE             PIC X(01).
           05  TS-HEADER-DATA.
               10  TS-ITEM-COUNT       PIC 9(04).
               10  FILLER              PIC X(02).
               10  TS-BATCH-CURRENCY   PIC X(03).
               10  FILLER              PIC X(02).
               10  TS-ENTITY           PIC X(03).
               10  FILLER              PIC X(41).
           05  TS-DETAIL-DATA REDEFINES TS-HEADER-DATA.
               10  TS-VALUE            PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
               10  FILLER              PIC X(02).
               10  TS-ITEM-REF         PIC X(12).
               10  FILLER              PIC X(02).
               10  TS-CURRENCY         PIC X(03).
           05  TS-TARGET-DATA REDEFINES TS-HEADER-DATA.
               10  TS-TARGET           PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
               10  FILLER              PIC X(02).
               10  TS-TARGET-CURRENCY  PIC X(03).
               10  FILLER              PIC X(42).
           05  FILLER                  PIC X(24).

       FD  CURRENCY-RATES
           LABEL RECORDS ARE STANDARD.
       01  CURRENCY-RATE-REC.
           05  CR-RATE-DATE            PIC X(08).
           05  FILLER                  PIC X(02).
           05  CR-CURRENCY             PIC X(03).
           05  FILLER                  PIC X(02).
           05  CR-RATE                 PIC 9(03)V9(06).
           05  FILLER                  PIC X(56).

       FD  SETTLEMENT-EXTRACT
           LABEL RECORDS ARE OMITTED.
           COPY SETTREC.

       FD  HELD-SETTLEMENTS
           LABEL RECORDS ARE OMITTED.
      *> THE SETTREC DETAIL LAYOUT UNDER LOCAL NAMES - COPYING
      *> SETTREC A SECOND TIME WOULD DUPLICATE EVERY FIELD NAME IN
      *> THIS PROGRAM. KEEP IN STEP WITH SETTREC.CPY.
       01  HELD-SETTLEMENT-REC.
           05  HLD-REC-TYPE            PIC X(01).
           05  HLD-RUN-DATE            PIC X(08).
           05  FILLER                  PIC X(02).
           05  HLD-TARGET-VALUE        PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02).
           05  HLD-REF-1               PIC X(12).
           05  FILLER                  PIC X(02).
           05  HLD-REF-2               PIC X(12).
           05  FILLER                  PIC X(02).
           05  HLD-REF-3               PIC X(12).
           05  FILLER                  PIC X(02).
           05  HLD-MATCH-TYPE          PIC X(01).
           05  FILLER                  PIC X(02).
           05  HLD-MATCHED-AMOUNT      PIC S9(07)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02).
           05  HLD-ORIG-CURRENCY       PIC X(03).
           05  FILLER                  PIC X(02).
           05  HLD-ORIG-AMOUNT         PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02).
           05  HLD-CUST-KEY            PIC X(10).
           05  FILLER                  PIC X(02).
           05  HLD-ENTITY              PIC X(03).

       FD  NEAR-MISS-REVIEW
           LABEL RECORDS ARE OMITTED.
       01  NEAR-MISS-REC.
           05  NM-RUN-DATE             PIC X(08).
           05  FILLER                  PIC X(02).
           05  NM-TARGET               PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02).
           05  NM-REF-1                PIC X(12).
           05  FILLER                  PIC X(02).
           05  NM-REF-2                PIC X(12).
           05  FILLER                  PIC X(02).
           05  NM-PAIR-SUM             PIC S9(07)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02).
           05  NM-DIFFERENCE           PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(45).
      *> A REFERENCED SHORT OR OVER PAYMENT MAY CARRY A THIRD ITEM.
           05  NM-REF-3                PIC X(12).
           05  FILLER                  PIC X(37).

       FD  CANDIDATE-ANOMALIES
           LABEL RECORDS ARE OMITTED.
      *> THE LEADING FIELDS OF THE LAYOUT ONE-DIMENSIONAL WRITES.
       01  CANDIDATE-ANOMALY-REC.
           05  CA-RUN-DATE             PIC X(08).
           05  FILLER                  PIC X(02).
           05  CA-ANOMALY-TYPE         PIC X(01).
           05  FILLER                  PIC X(02).
           05  CA-ITEM-REF             PIC X(12).
           05  FILLER                  PIC X(55).

       FD  OPEN-ITEMS
           LABEL RECORDS ARE OMITTED.
       01  OPEN-ITEM-REC.
           05  OI-ITEM-REF             PIC X(12).
           05  FILLER                  PIC X(02).
           05  OI-FIRST-SEEN           PIC X(08).
           05  FILLER                  PIC X(02).
           05  OI-AMOUNT               PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02).
           05  OI-CURRENCY             PIC X(03).
           05  FILLER                  PIC X(02).
           05  OI-ORIG-AMOUNT          PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02).
           05  OI-FIRST-RATE           PIC 9(03)V9(06).
           05  FILLER                  PIC X(02).
           05  OI-CUST-KEY             PIC X(10).
           05  FILLER                  PIC X(02).
           05  OI-ENTITY               PIC X(03).

       FD  SETTLED-PAIRS
           LABEL RECORDS ARE OMITTED.
       01  SETTLED-PAIR-REC.
           05  SPH-SETTLED-DATE        PIC X(08).
           05  FILLER                  PIC X(02).
           05  SPH-TARGET              PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02).
           05  SPH-REF-1               PIC X(12).
           05  FILLER                  PIC X(02).
           05  SPH-REF-2               PIC X(12).
           05  FILLER                  PIC X(02).
           05  SPH-REF-3               PIC X(12).
           05  FILLER                  PIC X(02).
           05  SPH-MATCH-TYPE          PIC X(01).
           05  FILLER                  PIC X(89).

       FD  POSTING-SUMMARY
           LABEL RECORDS ARE OMITTED.
       01  POSTING-SUMMARY-REC.
           05  POST-RUN-DATE           PIC X(08).
           05  FILLER                  PIC X(02).
           05  POST-TARGET-VALUE       PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02).
           05  POST-PAIR-COUNT         PIC 9(05).
           05  FILLER                  PIC X(02).
           05  POST-TOTAL-AMOUNT       PIC S9(09)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02).
           05  POST-ENTITY             PIC X(03).
           05  FILLER                  PIC X(02).
           05  POST-ROW-TYPE           PIC X(01).
               88  POST-ENTITY-TOTAL              VALUE 'E'.
           05  FILLER                  PIC X(02).
           05  POST-CYCLE              PIC 9(02).

       FD  POSTED-ADJUSTMENTS
           LABEL RECORDS ARE OMITTED.
       01  POSTED-ADJ-REC.
           05  ADJ-REC-TYPE            PIC X(01).
           05  ADJ-RUN-DATE            PIC X(08).
           05  FILLER                  PIC X(02).
           05  ADJ-TARGET-VALUE        PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02).
           05  ADJ-REF-1               PIC X(12).
           05  FILLER                  PIC X(02).
           05  ADJ-REF-2               PIC X(12).
           05  FILLER                  PIC X(02).
           05  ADJ-REF-3               PIC X(12).
           05  FILLER                  PIC X(02).
           05  ADJ-MATCH-TYPE          PIC X(01).
           05  FILLER                  PIC X(02).
           05  ADJ-MATCHED-AMOUNT      PIC S9(07)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02).
           05  ADJ-ORIG-CURRENCY       PIC X(03).
           05  FILLER                  PIC X(02).
           05  ADJ-ORIG-AMOUNT         PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02).
           05  ADJ-CUST-KEY            PIC X(10).
           05  FILLER                  PIC X(02).
           05  ADJ-ENTITY              PIC X(03).

       FD  GL-JOURNAL
           LABEL RECORDS ARE OMITTED.
      *> THE SAME LAYOUT GL-EXTRACT WRITES.
       01  GL-JOURNAL-REC.
           05  GLJ-REC-TYPE            PIC X(01).
           05  GLJ-DETAIL-DATA.
               10  GLJ-ACCOUNT         PIC X(08).
               10  FILLER              PIC X(02).
               10  GLJ-DC-FLAG         PIC X(01).
               10  FILLER              PIC X(02).
               10  GLJ-AMOUNT          PIC S9(09)V99
                                       SIGN IS LEADING SEPARATE.
               10  FILLER              PIC X(02).
               10  GLJ-MATCH-TYPE      PIC X(01).
               10  FILLER              PIC X(02).
               10  GLJ-TARGET          PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
               10  FILLER              PIC X(02).
               10  GLJ-SETT-DATE       PIC X(08).
               10  FILLER              PIC X(04).
           05  GLJ-HEADER-DATA REDEFINES GLJ-DETAIL-DATA.
               10  GLJ-BATCH-DATE      PIC X(08).
               10  FILLER              PIC X(02).
               10  GLJ-BATCH-NUMBER    PIC 9(06).
               10  FILLER              PIC X(36).
           05  GLJ-TRAILER-DATA REDEFINES GLJ-DETAIL-DATA.
               10  GLJ-DEBIT-COUNT     PIC 9(09).
               10  FILLER              PIC X(02).
               10  GLJ-DEBIT-AMOUNT    PIC S9(11)V99
                                       SIGN IS LEADING SEPARATE.
               10  FILLER              PIC X(02).
               10  GLJ-CREDIT-COUNT    PIC 9(09).
               10  FILLER              PIC X(02).
               10  GLJ-CREDIT-AMOUNT   PIC S9(11)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02).
           05  GLJ-ENTITY              PIC X(03).

       FD  POSTING-ACKS
           LABEL RECORDS ARE STANDARD.
      *> THE SAME LAYOUT POSTING-ACK READS.
       01  POSTING-ACK-REC.
           05  ACK-RUN-DATE            PIC X(08).
           05  FILLER                  PIC X(02).
           05  ACK-TARGET-VALUE        PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02).
           05  ACK-POSTING-REF         PIC X(12).
           05  FILLER                  PIC X(02).
           05  ACK-ENTITY              PIC X(03).
           05  FILLER                  PIC X(02).
           05  ACK-CYCLE               PIC 9(02).
           05  FILLER                  PIC X(39).

       FD  POSTING-OUTSTANDING
           LABEL RECORDS ARE STANDARD.
       01  POSTING-OUT-REC.
           05  OUT-SENT-DATE           PIC X(08).
           05  FILLER                  PIC X(02).
           05  OUT-TARGET-VALUE        PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02).
           05  OUT-TOTAL-AMOUNT        PIC S9(09)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02).
           05  OUT-ENTITY              PIC X(03).
           05  FILLER                  PIC X(02).
           05  OUT-CYCLE               PIC 9(02).

       FD  SETTLE-PROOF-RPT
           LABEL RECORDS ARE OMITTED.
       01  PROOF-LINE                  PIC X(80).

       FD  AUDIT-LOG
           LABEL RECORDS ARE OMITTED.
           COPY AUDITREC.

       FD  PROBLEM-LOG
           LABEL RECORDS ARE OMITTED.
           COPY PROBREC.

       WORKING-STORAGE SECTION.
      *> RUN CORRELATION STAMP: SET BY THE DRIVER FROM THE
      *> RUN-CONTROL FILE BEFORE THE CALL. ZERO MEANS A
      *> STANDALONE RUN.
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
           01  WS-INPUT-FILE-STATUS    PIC X(02) VALUE SPACES.
           01  WS-RATE-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-EXTRACT-FILE-STATUS  PIC X(02) VALUE SPACES.
           01  WS-HELD-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-NM-FILE-STATUS       PIC X(02) VALUE SPACES.
           01  WS-OI-FILE-STATUS       PIC X(02) VALUE SPACES.
           01  WS-SPH-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-ANOM-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-SUMMARY-FILE-STATUS  PIC X(02) VALUE SPACES.
           01  WS-ADJ-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-GLJ-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-ACK-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-OUT-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-AUDIT-FILE-STATUS    PIC X(02) VALUE SPACES.
           01  WS-AUDIT-START-TIME     PIC X(08) VALUE SPACES.
           01  WS-AUDIT-END-TIME       PIC X(08) VALUE SPACES.
           01  WS-TODAY-DATE           PIC X(08) VALUE SPACES.

           01  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
               88  END-OF-FILE                    VALUE 'Y'.

      *> THE RUN BEING PROVED: ITS ID AND THE MATCH RUN'S DATE AND
      *> CYCLE, AS CARRIED ON THE EXTRACT HEADER.
           01  WS-PROOF-RUN-NUMBER     PIC 9(06) VALUE 0.
           01  WS-CTL-RUN-NUMBER       PIC 9(06) VALUE 0.
           01  WS-PROOF-RUN-DATE       PIC X(08) VALUE SPACES.
           01  WS-PROOF-CYCLE          PIC 9(02) VALUE 1.

      *> ONE SWITCH PER HOP - 'Y' ONCE ANY CHECK IN THAT HOP HAS
      *> BROKEN.
           01  WS-HOP-1-BREAK          PIC X(01) VALUE 'N'.
               88  HOP-1-BROKEN                   VALUE 'Y'.
           01  WS-HOP-2-BREAK          PIC X(01) VALUE 'N'.
               88  HOP-2-BROKEN                   VALUE 'Y'.
           01  WS-HOP-3-BREAK          PIC X(01) VALUE 'N'.
               88  HOP-3-BROKEN                   VALUE 'Y'.
           01  WS-HOP-4-BREAK          PIC X(01) VALUE 'N'.
               88  HOP-4-BROKEN                   VALUE 'Y'.
           01  WS-HOP-5-BREAK          PIC X(01) VALUE 'N'.
               88  HOP-5-BROKEN                   VALUE 'Y'.
           01  WS-BREAK-COUNT          PIC 9(09) VALUE 0.

      *> CURRENCY CONVERSION, AS ONE-DIMENSIONAL DOES IT: THE RUN
      *> DATE'S RATES, BLANK = BATCH DEFAULT, BLANK DEFAULT = BASE.
           01  WS-BASE-CURRENCY        PIC X(03) VALUE "USD".
           01  WS-RATE-COUNT           PIC 9(02) VALUE 0.
           01  MAX-RATE-COUNT          PIC 9(02) VALUE 20.
           01  WS-RATE-TABLE.
               05  WS-RATE-ENTRY OCCURS 20 TIMES.
                   10  RT-CURRENCY     PIC X(03).
                   10  RT-RATE         PIC 9(03)V9(06).
           01  WS-RATE-IDX             PIC 9(02) VALUE 0.
           01  WS-RATE-FOUND           PIC X(01) VALUE 'N'.
               88  RATE-FOUND                     VALUE 'Y'.
           01  WS-BATCH-CURRENCY       PIC X(03) VALUE SPACES.
           01  WS-CUR-CCY              PIC X(03) VALUE SPACES.
           01  WS-CUR-RATE             PIC 9(03)V9(06) VALUE 0.
           01  WS-CUR-BASE-AMOUNT      PIC S9(05)V99 VALUE 0.
           01  WS-CONVERT-SWITCH       PIC X(01) VALUE 'Y'.
               88  AMOUNT-CONVERTED               VALUE 'Y'.

      *> HOP 1 FIGURES.
           01  WS-HEADER-COUNT         PIC 9(04) VALUE 0.
           01  WS-INPUT-HEADER-SWITCH  PIC X(01) VALUE 'N'.
               88  INPUT-HEADER-SEEN              VALUE 'Y'.
      *> THE ENTITY WHOSE SECTION IS IN HAND ON TWOSUM-INPUT OR THE
      *> EXTRACT, AS A BREAK LINE NAMES IT, AND THE SECTION'S OWN
      *> DETAIL COUNT.
           01  WS-CUR-ENTITY           PIC X(03) VALUE SPACES.
           01  WS-ENTITY-LABEL         PIC X(04) VALUE SPACES.
           01  WS-SECT-D-COUNT         PIC 9(09) VALUE 0.
           01  WS-D-READ-COUNT         PIC 9(09) VALUE 0.
           01  WS-D-ACCEPT-COUNT       PIC 9(09) VALUE 0.
           01  WS-D-ACCEPT-TOTAL       PIC S9(11)V99 VALUE 0.
           01  WS-D-REJECT-COUNT       PIC 9(09) VALUE 0.
           01  WS-D-REJECT-TOTAL       PIC S9(11)V99 VALUE 0.
           01  WS-T-COUNT              PIC 9(09) VALUE 0.
           01  WS-T-TOTAL              PIC S9(11)V99 VALUE 0.
           01  WS-T-REJECT-COUNT       PIC 9(09) VALUE 0.

      *> TONIGHT'S ACCEPTED CANDIDATES, EACH WITH THE PLACE THE
      *> MATCH RUN SENT IT: 'E' EXTRACT, 'H' HELD, 'N' NEAR-MISS,
      *> 'O' OPEN ITEM, 'S' PREVIOUSLY SETTLED, 'W' WRITTEN OFF,
      *> 'D' EXCLUDED AS A DUPLICATE, 'K' REJECTED FOR AN UNKNOWN
      *> CUSTOMER, SPACE = NOWHERE.
           01  WS-CAND-SIZE            PIC 9(04) VALUE 0.
           01  MAX-CAND-SIZE           PIC 9(04) VALUE 9999.
           01  WS-CAND-OVERFLOW        PIC 9(09) VALUE 0.
           01  WS-CAND-TABLE.
               05  WS-CAND-ENTRY OCCURS 1 TO 9999 TIMES
                                   DEPENDING ON WS-CAND-SIZE.
                   10  CT-REF          PIC X(12).
                   10  CT-AMOUNT       PIC S9(05)V99.
                   10  CT-DISPOSITION  PIC X(01).
           01  WS-CAND-IDX             PIC 9(04) VALUE 0.
           01  WS-CAND-FOUND           PIC X(01) VALUE 'N'.
               88  CANDIDATE-FOUND                VALUE 'Y'.
           01  WS-REF-FALLBACK.
               05  FILLER              PIC X(04) VALUE "POS-".
               05  WS-REF-FALLBACK-NO  PIC 9(04).
               05  FILLER              PIC X(04) VALUE SPACES.

      *> THE REFERENCE BEING DISPOSED AND THE MATCHED-AMOUNT CHECK
      *> FOR THE COMBINATION IT BELONGS TO.
           01  WS-MARK-REF             PIC X(12) VALUE SPACES.
           01  WS-MARK-DISPOSITION     PIC X(01) VALUE SPACE.
           01  WS-COMBO-SUM            PIC S9(07)V99 VALUE 0.
           01  WS-COMBO-KNOWN          PIC X(01) VALUE 'Y'.
               88  COMBO-ALL-KNOWN                VALUE 'Y'.

      *> HOP 2 FIGURES.
           01  WS-EXTRACT-HEADER-SWITCH PIC X(01) VALUE 'N'.
               88  EXTRACT-HEADER-SEEN            VALUE 'Y'.
           01  WS-EXTRACT-TRAILER-SWITCH PIC X(01) VALUE 'N'.
               88  EXTRACT-TRAILER-SEEN           VALUE 'Y'.
           01  WS-EXTRACT-COUNT        PIC 9(09) VALUE 0.
           01  WS-EXTRACT-TOTAL        PIC S9(11)V99 VALUE 0.
      *> THE EXTRACT SECTION IN HAND - WHAT ITS TRAILER MUST AGREE
      *> WITH.
           01  WS-SECT-EXTRACT-COUNT   PIC 9(09) VALUE 0.
           01  WS-EXTRACT-HASH         PIC S9(13)V99 VALUE 0.
           01  WS-HELD-COUNT           PIC 9(09) VALUE 0.
           01  WS-HELD-TOTAL           PIC S9(11)V99 VALUE 0.
           01  WS-NM-COUNT             PIC 9(09) VALUE 0.
           01  WS-OI-COUNT             PIC 9(09) VALUE 0.
           01  WS-OI-FOREIGN-COUNT     PIC 9(09) VALUE 0.
           01  WS-AMOUNT-BREAK-COUNT   PIC 9(09) VALUE 0.
           01  WS-DISP-E-COUNT         PIC 9(09) VALUE 0.
           01  WS-DISP-E-TOTAL         PIC S9(11)V99 VALUE 0.
           01  WS-DISP-H-COUNT         PIC 9(09) VALUE 0.
           01  WS-DISP-H-TOTAL         PIC S9(11)V99 VALUE 0.
           01  WS-DISP-N-COUNT         PIC 9(09) VALUE 0.
           01  WS-DISP-N-TOTAL         PIC S9(11)V99 VALUE 0.
           01  WS-DISP-O-COUNT         PIC 9(09) VALUE 0.
           01  WS-DISP-O-TOTAL         PIC S9(11)V99 VALUE 0.
           01  WS-DISP-S-COUNT         PIC 9(09) VALUE 0.
           01  WS-DISP-S-TOTAL         PIC S9(11)V99 VALUE 0.
           01  WS-DISP-W-COUNT         PIC 9(09) VALUE 0.
           01  WS-DISP-W-TOTAL         PIC S9(11)V99 VALUE 0.
           01  WS-DISP-D-COUNT         PIC 9(09) VALUE 0.
           01  WS-DISP-D-TOTAL         PIC S9(11)V99 VALUE 0.
           01  WS-DISP-K-COUNT         PIC 9(09) VALUE 0.
           01  WS-DISP-K-TOTAL         PIC S9(11)V99 VALUE 0.
           01  WS-DISP-X-COUNT         PIC 9(09) VALUE 0.
           01  WS-DISP-X-TOTAL         PIC S9(11)V99 VALUE 0.

      *> HOP 3 FIGURES. THE SUMMARY ROWS ARE KEPT FOR HOP 5.
           01  WS-ADJ-COUNT            PIC 9(09) VALUE 0.
           01  WS-ADJ-TOTAL            PIC S9(11)V99 VALUE 0.
           01  WS-POSTED-COUNT         PIC 9(09) VALUE 0.
           01  WS-POSTED-TOTAL         PIC S9(11)V99 VALUE 0.
           01  WS-EXPECT-COUNT         PIC 9(09) VALUE 0.
           01  WS-EXPECT-TOTAL         PIC S9(11)V99 VALUE 0.
           01  WS-SUM-SIZE             PIC 9(04) VALUE 0.
           01  MAX-SUM-SIZE            PIC 9(04) VALUE 5000.
           01  WS-SUM-OVERFLOW         PIC 9(09) VALUE 0.
           01  WS-SUM-TABLE.
               05  WS-SUM-ENTRY OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON WS-SUM-SIZE.
                   10  SM-DATE         PIC X(08).
                   10  SM-TARGET       PIC S9(05)V99.
                   10  SM-AMOUNT       PIC S9(09)V99.
                   10  SM-ENTITY       PIC X(03).
                   10  SM-CYCLE        PIC 9(02).
           01  WS-SUM-IDX              PIC 9(04) VALUE 0.

      *> HOP 4 FIGURES.
           01  WS-GLJ-TRAILER-SWITCH   PIC X(01) VALUE 'N'.
               88  GLJ-TRAILER-SEEN               VALUE 'Y'.
           01  WS-GLJ-BATCH-NUMBER     PIC 9(06) VALUE 0.
      *> ONE BATCH PER ENTITY - EVERY HEADER NEEDS ITS TRAILER.
           01  WS-GLJ-HEADER-COUNT     PIC 9(04) VALUE 0.
           01  WS-GLJ-TRAILER-COUNT    PIC 9(04) VALUE 0.
           01  WS-GLJ-DEBIT-COUNT      PIC 9(09) VALUE 0.
           01  WS-GLJ-DEBIT-TOTAL      PIC S9(11)V99 VALUE 0.
           01  WS-GLJ-CREDIT-COUNT     PIC 9(09) VALUE 0.
           01  WS-GLJ-CREDIT-TOTAL     PIC S9(11)V99 VALUE 0.

      *> HOP 5: THE ACKNOWLEDGMENTS AND THE STILL-OUTSTANDING
      *> POSTINGS, LOADED WHOLE.
           01  WS-ACK-SIZE             PIC 9(04) VALUE 0.
           01  MAX-ACK-SIZE            PIC 9(04) VALUE 5000.
           01  WS-ACK-TABLE.
               05  WS-ACK-ENTRY OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON WS-ACK-SIZE.
                   10  AK-DATE         PIC X(08).
                   10  AK-TARGET       PIC S9(05)V99.
                   10  AK-ENTITY       PIC X(03).
                   10  AK-CYCLE        PIC 9(02).
           01  WS-ACK-IDX              PIC 9(04) VALUE 0.
           01  WS-ACK-FOUND            PIC X(01) VALUE 'N'.
               88  ACK-FOUND                      VALUE 'Y'.
           01  WS-OUT-SIZE             PIC 9(04) VALUE 0.
           01  MAX-OUT-SIZE            PIC 9(04) VALUE 5000.
           01  WS-OUT-TABLE.
               05  WS-OUT-ENTRY OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON WS-OUT-SIZE.
                   10  OT-DATE         PIC X(08).
                   10  OT-TARGET       PIC S9(05)V99.
                   10  OT-AMOUNT       PIC S9(09)V99.
                   10  OT-ENTITY       PIC X(03).
                   10  OT-CYCLE        PIC 9(02).
           01  WS-OUT-IDX              PIC 9(04) VALUE 0.
           01  WS-OUT-FOUND            PIC X(01) VALUE 'N'.
               88  OUTSTANDING-FOUND              VALUE 'Y'.
           01  WS-ACKED-COUNT          PIC 9(09) VALUE 0.
           01  WS-ACKED-TOTAL          PIC S9(11)V99 VALUE 0.
           01  WS-OPEN-POST-COUNT      PIC 9(09) VALUE 0.
           01  WS-OPEN-POST-TOTAL      PIC S9(11)V99 VALUE 0.
           01  WS-LOST-POST-COUNT      PIC 9(09) VALUE 0.
           01  WS-LOST-POST-TOTAL      PIC S9(11)V99 VALUE 0.

      *> THE DIFFERENCE SHOWN ON A HOP'S RESULT LINE.
           01  WS-HOP-DIFFERENCE       PIC S9(11)V99 VALUE 0.

           01  RPT-HEADING-1.
               05  FILLER              PIC X(26)
                   VALUE "SETTLEMENT PROOF  RUN ID ".
               05  RH-RUN-NUMBER       PIC 9(06).
               05  FILLER              PIC X(12)
                   VALUE "  RUN DATE ".
               05  RH-RUN-DATE         PIC X(08).
               05  FILLER              PIC X(12)
                   VALUE "  PROVED ON ".
               05  RH-TODAY            PIC X(08).
               05  FILLER              PIC X(08) VALUE SPACES.
           01  RPT-HEADING-2.
               05  FILLER              PIC X(36) VALUE SPACES.
               05  FILLER              PIC X(11) VALUE "      COUNT".
               05  FILLER              PIC X(02) VALUE SPACES.
               05  FILLER              PIC X(19)
                   VALUE "  AMOUNT (BASE CCY)".
               05  FILLER              PIC X(12) VALUE SPACES.
           01  RPT-HOP-TITLE           PIC X(80) VALUE SPACES.
           01  RPT-PROOF-LINE.
               05  PL-LABEL            PIC X(36).
               05  PL-COUNT            PIC ZZZ,ZZZ,ZZ9.
               05  FILLER              PIC X(02) VALUE SPACES.
               05  PL-AMOUNT           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
               05  FILLER              PIC X(12) VALUE SPACES.
           01  RPT-RESULT-LINE.
               05  RR-TEXT             PIC X(47).
               05  RR-DIFFERENCE       PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
               05  FILLER              PIC X(14) VALUE SPACES.
           01  RPT-BREAK-DETAIL        PIC X(80) VALUE SPACES.
           01  RPT-BLANK               PIC X(80) VALUE SPACES.

           01  WS-PROB-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-FAIL-PARAGRAPH       PIC X(30) VALUE SPACES.
           01  WS-PROB-STATUSES.
               05  FILLER          PIC X(04)
                                   VALUE "INP=".
               05  WS-PS-INP       PIC X(02).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(04)
                                   VALUE "EXT=".
               05  WS-PS-EXT       PIC X(02).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(04)
                                   VALUE "SUM=".
               05  WS-PS-SUM       PIC X(02).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(04)
                                   VALUE "GLJ=".
               05  WS-PS-GLJ       PIC X(02).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
           01  WS-PROB-COUNTERS.
               05  FILLER          PIC X(05)
                                   VALUE "CAND=".
               05  WS-PC-CAND
                                   PIC 9(09).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(07)
                                   VALUE "BREAKS=".
               05  WS-PC-BREAKS
                                   PIC 9(09).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.

           COPY RETCODES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      *> RESET EVERY SWITCH, COUNT, AND THE RETURN CODE EXPLICITLY -
      *> UNDER STATIC CALL, WORKING-STORAGE VALUE CLAUSES ONLY APPLY
      *> ON THE FIRST LOAD OF THE RUN UNIT, NOT ON EVERY CALL.
           MOVE 'N' TO WS-HOP-1-BREAK.
           MOVE 'N' TO WS-HOP-2-BREAK.
           MOVE 'N' TO WS-HOP-3-BREAK.
           MOVE 'N' TO WS-HOP-4-BREAK.
           MOVE 'N' TO WS-HOP-5-BREAK.
           MOVE 0 TO WS-BREAK-COUNT.
           MOVE 0 TO WS-PROOF-RUN-NUMBER.
           MOVE 0 TO WS-CTL-RUN-NUMBER.
           MOVE SPACES TO WS-PROOF-RUN-DATE.
           MOVE 1 TO WS-PROOF-CYCLE.
           MOVE 0 TO WS-RATE-COUNT.
           MOVE SPACES TO WS-BATCH-CURRENCY.
           MOVE 0 TO WS-HEADER-COUNT.
           MOVE 'N' TO WS-INPUT-HEADER-SWITCH.
           MOVE SPACES TO WS-CUR-ENTITY.
           MOVE 0 TO WS-SECT-D-COUNT.
           MOVE 0 TO WS-D-READ-COUNT.
           MOVE 0 TO WS-D-ACCEPT-COUNT.
           MOVE 0 TO WS-D-ACCEPT-TOTAL.
           MOVE 0 TO WS-D-REJECT-COUNT.
           MOVE 0 TO WS-D-REJECT-TOTAL.
           MOVE 0 TO WS-T-COUNT.
           MOVE 0 TO WS-T-TOTAL.
           MOVE 0 TO WS-T-REJECT-COUNT.
           MOVE 0 TO WS-CAND-SIZE.
           MOVE 0 TO WS-CAND-OVERFLOW.
           MOVE 'N' TO WS-EXTRACT-HEADER-SWITCH.
           MOVE 'N' TO WS-EXTRACT-TRAILER-SWITCH.
           MOVE 0 TO WS-EXTRACT-COUNT.
           MOVE 0 TO WS-EXTRACT-TOTAL.
           MOVE 0 TO WS-SECT-EXTRACT-COUNT.
           MOVE 0 TO WS-EXTRACT-HASH.
           MOVE 0 TO WS-HELD-COUNT.
           MOVE 0 TO WS-HELD-TOTAL.
           MOVE 0 TO WS-NM-COUNT.
           MOVE 0 TO WS-OI-COUNT.
           MOVE 0 TO WS-OI-FOREIGN-COUNT.
           MOVE 0 TO WS-AMOUNT-BREAK-COUNT.
           MOVE 0 TO WS-DISP-E-COUNT.
           MOVE 0 TO WS-DISP-E-TOTAL.
           MOVE 0 TO WS-DISP-H-COUNT.
           MOVE 0 TO WS-DISP-H-TOTAL.
           MOVE 0 TO WS-DISP-N-COUNT.
           MOVE 0 TO WS-DISP-N-TOTAL.
           MOVE 0 TO WS-DISP-O-COUNT.
           MOVE 0 TO WS-DISP-O-TOTAL.
           MOVE 0 TO WS-DISP-S-COUNT.
           MOVE 0 TO WS-DISP-S-TOTAL.
           MOVE 0 TO WS-DISP-W-COUNT.
           MOVE 0 TO WS-DISP-W-TOTAL.
           MOVE 0 TO WS-DISP-D-COUNT.
           MOVE 0 TO WS-DISP-D-TOTAL.
           MOVE 0 TO WS-DISP-K-COUNT.
           MOVE 0 TO WS-DISP-K-TOTAL.
           MOVE 0 TO WS-DISP-X-COUNT.
           MOVE 0 TO WS-DISP-X-TOTAL.
           MOVE 0 TO WS-ADJ-COUNT.
           MOVE 0 TO WS-ADJ-TOTAL.
           MOVE 0 TO WS-POSTED-COUNT.
           MOVE 0 TO WS-POSTED-TOTAL.
           MOVE 0 TO WS-SUM-SIZE.
           MOVE 0 TO WS-SUM-OVERFLOW.
           MOVE 'N' TO WS-GLJ-TRAILER-SWITCH.
           MOVE 0 TO WS-GLJ-BATCH-NUMBER.
           MOVE 0 TO WS-GLJ-HEADER-COUNT.
           MOVE 0 TO WS-GLJ-TRAILER-COUNT.
           MOVE 0 TO WS-GLJ-DEBIT-COUNT.
           MOVE 0 TO WS-GLJ-DEBIT-TOTAL.
           MOVE 0 TO WS-GLJ-CREDIT-COUNT.
           MOVE 0 TO WS-GLJ-CREDIT-TOTAL.
           MOVE 0 TO WS-ACK-SIZE.
           MOVE 0 TO WS-OUT-SIZE.
           MOVE 0 TO WS-ACKED-COUNT.
           MOVE 0 TO WS-ACKED-TOTAL.
           MOVE 0 TO WS-OPEN-POST-COUNT.
           MOVE 0 TO WS-OPEN-POST-TOTAL.
           MOVE 0 TO WS-LOST-POST-COUNT.
           MOVE 0 TO WS-LOST-POST-TOTAL.
           MOVE SPACES TO WS-FAIL-PARAGRAPH.
           SET RC-NORMAL TO TRUE.
           ACCEPT WS-AUDIT-START-TIME FROM TIME.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT SETTLE-PROOF-RPT.
           PERFORM 1000-IDENTIFY-RUN
               THRU 1000-EXIT.
           MOVE WS-PROOF-RUN-NUMBER TO RH-RUN-NUMBER.
           MOVE WS-PROOF-RUN-DATE TO RH-RUN-DATE.
           MOVE WS-TODAY-DATE TO RH-TODAY.
           WRITE PROOF-LINE FROM RPT-HEADING-1.
           WRITE PROOF-LINE FROM RPT-HEADING-2.
           WRITE PROOF-LINE FROM RPT-BLANK.
           PERFORM 1100-LOAD-CURRENCY-RATES
               THRU 1100-EXIT.
           PERFORM 2000-PROVE-INPUT
               THRU 2000-EXIT.
           PERFORM 3000-PROVE-MATCH
               THRU 3000-EXIT.
           PERFORM 4000-PROVE-POSTING
               THRU 4000-EXIT.
           PERFORM 5000-PROVE-GL-JOURNAL
               THRU 5000-EXIT.
           PERFORM 6000-PROVE-ACKNOWLEDGMENT
               THRU 6000-EXIT.
           PERFORM 8000-WRITE-TOTALS
               THRU 8000-EXIT.
           CLOSE SETTLE-PROOF-RPT.
           IF WS-BREAK-COUNT > 0
               DISPLAY "SETTLEMENT PROOF FAILED - " WS-BREAK-COUNT
                   " HOP(S) OUT OF BALANCE"
               IF WS-FAIL-PARAGRAPH = SPACES
                   MOVE "8000-WRITE-TOTALS" TO WS-FAIL-PARAGRAPH
               END-IF
               SET RC-ERROR TO TRUE
           END-IF.
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
      *  1000-IDENTIFY-RUN - THE RUN ID AND RUN DATE COME FROM THE
      *  EXTRACT HEADER ON DISK. A PROOF-CTL CARD NAMING A
      *  DIFFERENT RUN MEANS THE FILES ON DISK ARE NOT THAT RUN'S
      *  AND CANNOT PROVE IT.
      *----------------------------------------------------------*
       1000-IDENTIFY-RUN.
           OPEN INPUT PROOF-CTL.
           IF WS-CTL-FILE-STATUS = "00"
               READ PROOF-CTL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PFC-RUN-NUMBER IS NUMERIC
                           MOVE PFC-RUN-NUMBER TO WS-CTL-RUN-NUMBER
                       END-IF
               END-READ
               CLOSE PROOF-CTL
           END-IF.
           OPEN INPUT SETTLEMENT-EXTRACT.
           IF WS-EXTRACT-FILE-STATUS NOT = "00"
               MOVE WS-CTL-RUN-NUMBER TO WS-PROOF-RUN-NUMBER
               GO TO 1000-EXIT
           END-IF.
           READ SETTLEMENT-EXTRACT
               AT END
                   MOVE SPACES TO SETTLEMENT-REC
           END-READ.
           IF SETT-REC-TYPE = 'H'
               MOVE SETT-HDR-RUN-DATE TO WS-PROOF-RUN-DATE
               IF SETT-HDR-RUN-NUMBER IS NUMERIC
                   MOVE SETT-HDR-RUN-NUMBER TO WS-PROOF-RUN-NUMBER
               END-IF
               IF SETT-HDR-CYCLE IS NUMERIC
                   AND SETT-HDR-CYCLE > 0
                   MOVE SETT-HDR-CYCLE TO WS-PROOF-CYCLE
               END-IF
           END-IF.
           CLOSE SETTLEMENT-EXTRACT.
           IF WS-CTL-RUN-NUMBER > 0
               AND WS-CTL-RUN-NUMBER NOT = WS-PROOF-RUN-NUMBER
               DISPLAY "PROOF-CTL ASKS FOR RUN " WS-CTL-RUN-NUMBER
                   " BUT THE EXTRACT ON DISK IS RUN "
                   WS-PROOF-RUN-NUMBER
               MOVE SPACES TO RPT-BREAK-DETAIL
               STRING "*** RUN ID REQUESTED " DELIMITED BY SIZE
                      WS-CTL-RUN-NUMBER DELIMITED BY SIZE
                      " IS NOT THE RUN ON DISK - PROVING "
                          DELIMITED BY SIZE
                      WS-PROOF-RUN-NUMBER DELIMITED BY SIZE
                   INTO RPT-BREAK-DETAIL
               END-STRING
               WRITE PROOF-LINE FROM RPT-BREAK-DETAIL
               WRITE PROOF-LINE FROM RPT-BLANK
               MOVE 'Y' TO WS-HOP-2-BREAK
               MOVE "1000-IDENTIFY-RUN" TO WS-FAIL-PARAGRAPH
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1100-LOAD-CURRENCY-RATES - THE MATCH RUN DATE'S RATES, SO
      *  EVERY AMOUNT CONVERTS EXACTLY AS THE MATCH RUN CONVERTED
      *  IT. NO FILE MEANS BASE CURRENCY ONLY.
      *----------------------------------------------------------*
       1100-LOAD-CURRENCY-RATES.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT CURRENCY-RATES.
           IF WS-RATE-FILE-STATUS = "35"
               GO TO 1100-EXIT
           END-IF.
           IF WS-RATE-FILE-STATUS NOT = "00"
               DISPLAY "CURRENCY-RATES OPEN FAILED, FILE STATUS="
                   WS-RATE-FILE-STATUS
               MOVE "1100-LOAD-CURRENCY-RATES"
                   TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1110-LOAD-ONE-RATE
               THRU 1110-EXIT
               UNTIL END-OF-FILE.
           CLOSE CURRENCY-RATES.
       1100-EXIT.
           EXIT.

       1110-LOAD-ONE-RATE.
           READ CURRENCY-RATES
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 1110-EXIT
           END-IF.
           IF CR-RATE-DATE NOT = WS-PROOF-RUN-DATE
               OR CR-RATE IS NOT NUMERIC
               OR CR-RATE = 0
               OR WS-RATE-COUNT >= MAX-RATE-COUNT
               GO TO 1110-EXIT
           END-IF.
           ADD 1 TO WS-RATE-COUNT.
           MOVE CR-CURRENCY TO RT-CURRENCY(WS-RATE-COUNT).
           MOVE CR-RATE TO RT-RATE(WS-RATE-COUNT).
       1110-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1150-CONVERT-AMOUNT - CONVERT WS-CUR-BASE-AMOUNT (HOLDING
      *  THE FACE AMOUNT) FROM WS-CUR-CCY TO BASE. A CURRENCY WITH
      *  NO RATE, OR A RESULT TOO LARGE TO HOLD, LEAVES
      *  AMOUNT-CONVERTED OFF - THE MATCH RUN REJECTED IT TOO.
      *----------------------------------------------------------*
       1150-CONVERT-AMOUNT.
           MOVE 'Y' TO WS-CONVERT-SWITCH.
           MOVE 'N' TO WS-RATE-FOUND.
           IF WS-CUR-CCY = SPACES
               MOVE WS-BATCH-CURRENCY TO WS-CUR-CCY
           END-IF.
           IF WS-CUR-CCY = SPACES
               OR WS-CUR-CCY = WS-BASE-CURRENCY
               GO TO 1150-EXIT
           END-IF.
           PERFORM 1160-MATCH-ONE-RATE
               THRU 1160-EXIT
               VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-COUNT
               OR RATE-FOUND.
           IF NOT RATE-FOUND
               MOVE 'N' TO WS-CONVERT-SWITCH
               GO TO 1150-EXIT
           END-IF.
           COMPUTE WS-CUR-BASE-AMOUNT ROUNDED =
               WS-CUR-BASE-AMOUNT * WS-CUR-RATE
               ON SIZE ERROR
                   MOVE 'N' TO WS-CONVERT-SWITCH
           END-COMPUTE.
       1150-EXIT.
           EXIT.

       1160-MATCH-ONE-RATE.
           IF RT-CURRENCY(WS-RATE-IDX) = WS-CUR-CCY
               MOVE RT-RATE(WS-RATE-IDX) TO WS-CUR-RATE
               MOVE 'Y' TO WS-RATE-FOUND
           END-IF.
       1160-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2000-PROVE-INPUT - HOP 1: TOTAL TONIGHT'S CANDIDATES AND
      *  TARGETS IN BASE CURRENCY AND KEEP EVERY ACCEPTED
      *  CANDIDATE FOR HOP 2. THE HEADER'S ITEM COUNT MUST AGREE
      *  WITH THE 'D' RECORDS ACTUALLY PRESENT - THE MATCH RUN
      *  TRUSTS IT, AND A WRONG COUNT MISREADS CANDIDATES AS
      *  TARGETS OR THE REVERSE.
      *----------------------------------------------------------*
       2000-PROVE-INPUT.
           MOVE "HOP 1  TWOSUM-INPUT" TO RPT-HOP-TITLE.
           WRITE PROOF-LINE FROM RPT-HOP-TITLE.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT TWOSUM-INPUT.
           IF WS-INPUT-FILE-STATUS NOT = "00"
               DISPLAY "TWOSUM-INPUT OPEN FAILED, FILE STATUS="
                   WS-INPUT-FILE-STATUS
               MOVE "TWOSUM-INPUT NOT AVAILABLE" TO RPT-BREAK-DETAIL
               WRITE PROOF-LINE FROM RPT-BREAK-DETAIL
               MOVE 'Y' TO WS-HOP-1-BREAK
               MOVE "2000-PROVE-INPUT" TO WS-FAIL-PARAGRAPH
               GO TO 2900-HOP-1-RESULT
           END-IF.
           PERFORM 2100-READ-ONE-INPUT
               THRU 2100-EXIT
               UNTIL END-OF-FILE.
           CLOSE TWOSUM-INPUT.
           PERFORM 2150-CHECK-SECTION-COUNT
               THRU 2150-EXIT.
           IF WS-CAND-OVERFLOW > 0
               MOVE "CANDIDATES BEYOND TABLE CAPACITY - NOT PROVED"
                   TO RPT-BREAK-DETAIL
               WRITE PROOF-LINE FROM RPT-BREAK-DETAIL
               MOVE 'Y' TO WS-HOP-1-BREAK
               MOVE "2000-PROVE-INPUT" TO WS-FAIL-PARAGRAPH
           END-IF.
           MOVE "  CANDIDATES ('D') ON FILE" TO PL-LABEL.
           MOVE WS-D-READ-COUNT TO PL-COUNT.
           COMPUTE WS-HOP-DIFFERENCE =
               WS-D-ACCEPT-TOTAL + WS-D-REJECT-TOTAL.
           MOVE WS-HOP-DIFFERENCE TO PL-AMOUNT.
           WRITE PROOF-LINE FROM RPT-PROOF-LINE.
           MOVE "  REJECTED - NO RATE (FACE AMT)" TO PL-LABEL.
           MOVE WS-D-REJECT-COUNT TO PL-COUNT.
           MOVE WS-D-REJECT-TOTAL TO PL-AMOUNT.
           WRITE PROOF-LINE FROM RPT-PROOF-LINE.
           MOVE "  CANDIDATES CARRIED INTO MATCH" TO PL-LABEL.
           MOVE WS-D-ACCEPT-COUNT TO PL-COUNT.
           MOVE WS-D-ACCEPT-TOTAL TO PL-AMOUNT.
           WRITE PROOF-LINE FROM RPT-PROOF-LINE.
           MOVE "  TARGETS ('T') CARRIED INTO MATCH" TO PL-LABEL.
           MOVE WS-T-COUNT TO PL-COUNT.
           MOVE WS-T-TOTAL TO PL-AMOUNT.
           WRITE PROOF-LINE FROM RPT-PROOF-LINE.
           MOVE "  TARGETS REJECTED - NO RATE" TO PL-LABEL.
           MOVE WS-T-REJECT-COUNT TO PL-COUNT.
           MOVE 0 TO PL-AMOUNT.
           WRITE PROOF-LINE FROM RPT-PROOF-LINE.
       2900-HOP-1-RESULT.
           MOVE 0 TO WS-HOP-DIFFERENCE.
           IF HOP-1-BROKEN
               MOVE "*** BREAK AT HOP 1 TWOSUM-INPUT" TO RR-TEXT
           ELSE
               MOVE "    HOP 1 TWOSUM-INPUT IN BALANCE" TO RR-TEXT
           END-IF.
           PERFORM 7000-WRITE-HOP-RESULT
               THRU 7000-EXIT.
           IF HOP-1-BROKEN
               ADD 1 TO WS-BREAK-COUNT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-READ-ONE-INPUT.
           READ TWOSUM-INPUT
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 2100-EXIT
           END-IF.
           EVALUATE TS-REC-TYPE
               WHEN 'H'
                   IF INPUT-HEADER-SEEN
                       PERFORM 2150-CHECK-SECTION-COUNT
                           THRU 2150-EXIT
                   END-IF
                   MOVE 'Y' TO WS-INPUT-HEADER-SWITCH
                   MOVE TS-ENTITY TO WS-CUR-ENTITY
                   MOVE 0 TO WS-SECT-D-COUNT
                   MOVE 0 TO WS-HEADER-COUNT
                   IF TS-ITEM-COUNT IS NUMERIC
                       MOVE TS-ITEM-COUNT TO WS-HEADER-COUNT
                   END-IF
                   MOVE TS-BATCH-CURRENCY TO WS-BATCH-CURRENCY
               WHEN 'D'
                   PERFORM 2200-TAKE-CANDIDATE
                       THRU 2200-EXIT
               WHEN 'T'
                   PERFORM 2300-TAKE-TARGET
                       THRU 2300-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2100-EXIT.
           EXIT.

      *> A SECTION'S HEADER COUNT AGAINST ITS OWN 'D' RECORDS - RUN
      *> AS EACH NEXT HEADER ARRIVES AND ONCE MORE AT END OF FILE.
       2150-CHECK-SECTION-COUNT.
           IF INPUT-HEADER-SEEN
               AND WS-HEADER-COUNT = WS-SECT-D-COUNT
               GO TO 2150-EXIT
           END-IF.
           PERFORM 2160-SET-ENTITY-LABEL
               THRU 2160-EXIT.
           MOVE SPACES TO RPT-BREAK-DETAIL.
           STRING "HEADER ITEM COUNT " DELIMITED BY SIZE
                  WS-HEADER-COUNT DELIMITED BY SIZE
                  " DISAGREES WITH CANDIDATES PRESENT"
                      DELIMITED BY SIZE
                  " - ENTITY " DELIMITED BY SIZE
                  WS-ENTITY-LABEL DELIMITED BY SIZE
               INTO RPT-BREAK-DETAIL
           END-STRING.
           WRITE PROOF-LINE FROM RPT-BREAK-DETAIL.
           MOVE 'Y' TO WS-HOP-1-BREAK.
           MOVE "2000-PROVE-INPUT" TO WS-FAIL-PARAGRAPH.
       2150-EXIT.
           EXIT.

       2160-SET-ENTITY-LABEL.
           IF WS-CUR-ENTITY = SPACES
               MOVE "HOME" TO WS-ENTITY-LABEL
           ELSE
               MOVE WS-CUR-ENTITY TO WS-ENTITY-LABEL
           END-IF.
       2160-EXIT.
           EXIT.

       2200-TAKE-CANDIDATE.
           ADD 1 TO WS-D-READ-COUNT.
           ADD 1 TO WS-SECT-D-COUNT.
           IF TS-VALUE IS NOT NUMERIC
               ADD 1 TO WS-D-REJECT-COUNT
               GO TO 2200-EXIT
           END-IF.
           MOVE TS-CURRENCY TO WS-CUR-CCY.
           MOVE TS-VALUE TO WS-CUR-BASE-AMOUNT.
           PERFORM 1150-CONVERT-AMOUNT
               THRU 1150-EXIT.
           IF NOT AMOUNT-CONVERTED
               ADD 1 TO WS-D-REJECT-COUNT
               ADD TS-VALUE TO WS-D-REJECT-TOTAL
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-D-ACCEPT-COUNT.
           ADD WS-CUR-BASE-AMOUNT TO WS-D-ACCEPT-TOTAL.
           IF WS-CAND-SIZE >= MAX-CAND-SIZE
               ADD 1 TO WS-CAND-OVERFLOW
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-CAND-SIZE.
      *> THE SAME POSITION-DERIVED FALLBACK THE MATCH RUN GIVES A
      *> DETAIL ARRIVING WITHOUT A REFERENCE.
           IF TS-ITEM-REF = SPACES
               MOVE WS-D-READ-COUNT TO WS-REF-FALLBACK-NO
               MOVE WS-REF-FALLBACK TO CT-REF(WS-CAND-SIZE)
           ELSE
               MOVE TS-ITEM-REF TO CT-REF(WS-CAND-SIZE)
           END-IF.
           MOVE WS-CUR-BASE-AMOUNT TO CT-AMOUNT(WS-CAND-SIZE).
           MOVE SPACE TO CT-DISPOSITION(WS-CAND-SIZE).
       2200-EXIT.
           EXIT.

       2300-TAKE-TARGET.
           IF TS-TARGET IS NOT NUMERIC
               ADD 1 TO WS-T-REJECT-COUNT
               GO TO 2300-EXIT
           END-IF.
           MOVE TS-TARGET-CURRENCY TO WS-CUR-CCY.
           MOVE TS-TARGET TO WS-CUR-BASE-AMOUNT.
           PERFORM 1150-CONVERT-AMOUNT
               THRU 1150-EXIT.
           IF NOT AMOUNT-CONVERTED
               ADD 1 TO WS-T-REJECT-COUNT
               GO TO 2300-EXIT
           END-IF.
           ADD 1 TO WS-T-COUNT.
           ADD WS-CUR-BASE-AMOUNT TO WS-T-TOTAL.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3000-PROVE-MATCH - HOP 2: EVERY CANDIDATE CARRIED INTO
      *  THE MATCH MUST COME OUT SOMEWHERE. THE PLACES ARE TRIED
      *  IN ORDER - EXTRACT, HELD, NEAR-MISS, OPEN ITEMS, THEN THE
      *  SETTLED-PAIRS HISTORY FOR A COMBINATION SUPPRESSED AS
      *  ALREADY SETTLED - AND EACH CANDIDATE COUNTS ONCE, IN THE
      *  FIRST PLACE IT TURNS UP, SO AN ITEM IN SEVERAL
      *  COMBINATIONS IS NEVER COUNTED TWICE.
      *----------------------------------------------------------*
       3000-PROVE-MATCH.
           WRITE PROOF-LINE FROM RPT-BLANK.
           MOVE "HOP 2  MATCH - EXTRACT / HELD / NEAR-MISS / OPEN"
               TO RPT-HOP-TITLE.
           WRITE PROOF-LINE FROM RPT-HOP-TITLE.
           PERFORM 3100-READ-EXTRACT
               THRU 3100-EXIT.
           PERFORM 3200-READ-HELD
               THRU 3200-EXIT.
           PERFORM 3300-READ-NEAR-MISS
               THRU 3300-EXIT.
           PERFORM 3400-READ-OPEN-ITEMS
               THRU 3400-EXIT.
           PERFORM 3500-READ-SETTLED-PAIRS
               THRU 3500-EXIT.
           PERFORM 3550-READ-ANOMALIES
               THRU 3550-EXIT.
           PERFORM 3600-TALLY-ONE-CANDIDATE
               THRU 3600-EXIT
               VARYING WS-CAND-IDX FROM 1 BY 1
               UNTIL WS-CAND-IDX > WS-CAND-SIZE.
           MOVE "  TO SETTLEMENT-EXTRACT" TO PL-LABEL.
           MOVE WS-DISP-E-COUNT TO PL-COUNT.
           MOVE WS-DISP-E-TOTAL TO PL-AMOUNT.
           WRITE PROOF-LINE FROM RPT-PROOF-LINE.
           MOVE "  TO HELD-SETTLEMENTS" TO PL-LABEL.
           MOVE WS-DISP-H-COUNT TO PL-COUNT.
           MOVE WS-DISP-H-TOTAL TO PL-AMOUNT.
           WRITE PROOF-LINE FROM RPT-PROOF-LINE.
           MOVE "  TO NEAR-MISS-REVIEW" TO PL-LABEL.
           MOVE WS-DISP-N-COUNT TO PL-COUNT.
           MOVE WS-DISP-N-TOTAL TO PL-AMOUNT.
           WRITE PROOF-LINE FROM RPT-PROOF-LINE.
           MOVE "  TO OPEN-ITEMS" TO PL-LABEL.
           MOVE WS-DISP-O-COUNT TO PL-COUNT.
           MOVE WS-DISP-O-TOTAL TO PL-AMOUNT.
           WRITE PROOF-LINE FROM RPT-PROOF-LINE.
           MOVE "  PREVIOUSLY SETTLED (SUPPRESSED)" TO PL-LABEL.
           MOVE WS-DISP-S-COUNT TO PL-COUNT.
           MOVE WS-DISP-S-TOTAL TO PL-AMOUNT.
           WRITE PROOF-LINE FROM RPT-PROOF-LINE.
           MOVE "  WRITTEN OFF (EXCLUDED)" TO PL-LABEL.
           MOVE WS-DISP-W-COUNT TO PL-COUNT.
           MOVE WS-DISP-W-TOTAL TO PL-AMOUNT.
           WRITE PROOF-LINE FROM RPT-PROOF-LINE.
           MOVE "  DUPLICATES (EXCLUDED)" TO PL-LABEL.
           MOVE WS-DISP-D-COUNT TO PL-COUNT.
           MOVE WS-DISP-D-TOTAL TO PL-AMOUNT.
           WRITE PROOF-LINE FROM RPT-PROOF-LINE.
           MOVE "  UNKNOWN CUSTOMER (REJECTED)" TO PL-LABEL.
           MOVE WS-DISP-K-COUNT TO PL-COUNT.
           MOVE WS-DISP-K-TOTAL TO PL-AMOUNT.
           WRITE PROOF-LINE FROM RPT-PROOF-LINE.
           MOVE "  ACCOUNTED FOR NOWHERE" TO PL-LABEL.
           MOVE WS-DISP-X-COUNT TO PL-COUNT.
           MOVE WS-DISP-X-TOTAL TO PL-AMOUNT.
           WRITE PROOF-LINE FROM RPT-PROOF-LINE.
           MOVE "  EXTRACT DETAILS / MATCHED AMOUNT" TO PL-LABEL.
           MOVE WS-EXTRACT-COUNT TO PL-COUNT.
           MOVE WS-EXTRACT-TOTAL TO PL-AMOUNT.
           WRITE PROOF-LINE FROM RPT-PROOF-LINE.
           MOVE "  HELD TONIGHT / MATCHED AMOUNT" TO PL-LABEL.
           MOVE WS-HELD-COUNT TO PL-COUNT.
           MOVE WS-HELD-TOTAL TO PL-AMOUNT.
           WRITE PROOF-LINE FROM RPT-PROOF-LINE.
           IF WS-DISP-X-COUNT > 0
               MOVE "CANDIDATES MISSING FROM EVERY MATCH OUTPUT"
                   TO RPT-BREAK-DETAIL
               WRITE PROOF-LINE FROM RPT-BREAK-DETAIL
               MOVE 'Y' TO WS-HOP-2-BREAK
               MOVE "3000-PROVE-MATCH" TO WS-FAIL-PARAGRAPH
           END-IF.
           IF WS-AMOUNT-BREAK-COUNT > 0
               MOVE SPACES TO RPT-BREAK-DETAIL
               STRING "MATCHED OR OPEN AMOUNTS DISAGREEING WITH "
                          DELIMITED BY SIZE
                      "THE INPUT: " DELIMITED BY SIZE
                      WS-AMOUNT-BREAK-COUNT DELIMITED BY SIZE
                   INTO RPT-BREAK-DETAIL
               END-STRING
               WRITE PROOF-LINE FROM RPT-BREAK-DETAIL
               MOVE 'Y' TO WS-HOP-2-BREAK
               MOVE "3000-PROVE-MATCH" TO WS-FAIL-PARAGRAPH
           END-IF.
           IF WS-OI-FOREIGN-COUNT > 0
               MOVE "  OPEN ITEMS NOT ON TONIGHT'S INPUT" TO PL-LABEL
               MOVE WS-OI-FOREIGN-COUNT TO PL-COUNT
               MOVE 0 TO PL-AMOUNT
               WRITE PROOF-LINE FROM RPT-PROOF-LINE
           END-IF.
           MOVE WS-DISP-X-TOTAL TO WS-HOP-DIFFERENCE.
           IF HOP-2-BROKEN
               MOVE "*** BREAK AT HOP 2 MATCH" TO RR-TEXT
           ELSE
               MOVE "    HOP 2 MATCH IN BALANCE" TO RR-TEXT
           END-IF.
           PERFORM 7000-WRITE-HOP-RESULT
               THRU 7000-EXIT.
           IF HOP-2-BROKEN
               ADD 1 TO WS-BREAK-COUNT
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3100-READ-EXTRACT - THE EXTRACT'S DETAILS DISPOSE THEIR
      *  ITEMS; ITS TRAILER MUST AGREE WITH THEM.
      *----------------------------------------------------------*
       3100-READ-EXTRACT.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT SETTLEMENT-EXTRACT.
           IF WS-EXTRACT-FILE-STATUS NOT = "00"
               DISPLAY "SETTLEMENT-EXTRACT OPEN FAILED, FILE STATUS="
                   WS-EXTRACT-FILE-STATUS
               MOVE "SETTLEMENT-EXTRACT NOT AVAILABLE"
                   TO RPT-BREAK-DETAIL
               WRITE PROOF-LINE FROM RPT-BREAK-DETAIL
               MOVE 'Y' TO WS-HOP-2-BREAK
               MOVE "3100-READ-EXTRACT" TO WS-FAIL-PARAGRAPH
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3110-READ-ONE-EXTRACT
               THRU 3110-EXIT
               UNTIL END-OF-FILE.
           CLOSE SETTLEMENT-EXTRACT.
           IF NOT EXTRACT-HEADER-SEEN OR NOT EXTRACT-TRAILER-SEEN
               MOVE "SETTLEMENT-EXTRACT HEADER OR TRAILER MISSING"
                   TO RPT-BREAK-DETAIL
               WRITE PROOF-LINE FROM RPT-BREAK-DETAIL
               MOVE 'Y' TO WS-HOP-2-BREAK
               MOVE "3100-READ-EXTRACT" TO WS-FAIL-PARAGRAPH
           END-IF.
       3100-EXIT.
           EXIT.

       3110-READ-ONE-EXTRACT.
           READ SETTLEMENT-EXTRACT
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 3110-EXIT
           END-IF.
           EVALUATE SETT-REC-TYPE
               WHEN 'H'
                   MOVE 'Y' TO WS-EXTRACT-HEADER-SWITCH
                   MOVE SETT-ENTITY TO WS-CUR-ENTITY
                   MOVE 0 TO WS-SECT-EXTRACT-COUNT
                   MOVE 0 TO WS-EXTRACT-HASH
               WHEN 'D'
                   ADD 1 TO WS-EXTRACT-COUNT
                   ADD 1 TO WS-SECT-EXTRACT-COUNT
                   ADD SETT-MATCHED-AMOUNT TO WS-EXTRACT-TOTAL
                   ADD SETT-MATCHED-AMOUNT TO WS-EXTRACT-HASH
                   MOVE 'E' TO WS-MARK-DISPOSITION
                   MOVE 0 TO WS-COMBO-SUM
                   MOVE 'Y' TO WS-COMBO-KNOWN
                   MOVE SETT-REF-1 TO WS-MARK-REF
                   PERFORM 3900-MARK-CANDIDATE
                       THRU 3900-EXIT
                   MOVE SETT-REF-2 TO WS-MARK-REF
                   PERFORM 3900-MARK-CANDIDATE
                       THRU 3900-EXIT
                   MOVE SETT-REF-3 TO WS-MARK-REF
                   PERFORM 3900-MARK-CANDIDATE
                       THRU 3900-EXIT
                   IF COMBO-ALL-KNOWN
                       AND WS-COMBO-SUM NOT = SETT-MATCHED-AMOUNT
                       ADD 1 TO WS-AMOUNT-BREAK-COUNT
                       DISPLAY "EXTRACT MATCH " SETT-REF-1 " "
                           SETT-REF-2 " AMOUNT DISAGREES WITH "
                           "ITS ITEMS"
                   END-IF
               WHEN 'T'
                   MOVE 'Y' TO WS-EXTRACT-TRAILER-SWITCH
                   IF SETT-TRL-REC-COUNT IS NOT NUMERIC
                       OR SETT-TRL-REC-COUNT
                           NOT = WS-SECT-EXTRACT-COUNT
                       OR SETT-TRL-HASH-TOTAL IS NOT NUMERIC
                       OR SETT-TRL-HASH-TOTAL NOT = WS-EXTRACT-HASH
                       PERFORM 2160-SET-ENTITY-LABEL
                           THRU 2160-EXIT
                       MOVE SPACES TO RPT-BREAK-DETAIL
                       STRING "EXTRACT TRAILER DISAGREES WITH DETAILS"
                                  DELIMITED BY SIZE
                              " - ENTITY " DELIMITED BY SIZE
                              WS-ENTITY-LABEL DELIMITED BY SIZE
                           INTO RPT-BREAK-DETAIL
                       END-STRING
                       WRITE PROOF-LINE FROM RPT-BREAK-DETAIL
                       MOVE 'Y' TO WS-HOP-2-BREAK
                       MOVE "3110-READ-ONE-EXTRACT"
                           TO WS-FAIL-PARAGRAPH
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3110-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3200-READ-HELD - HELD-SETTLEMENTS CARRIES FORWARD ACROSS
      *  RUNS; ONLY THE MATCH RUN'S OWN HOLDS BELONG TO THIS
      *  PROOF.
      *----------------------------------------------------------*
       3200-READ-HELD.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT HELD-SETTLEMENTS.
           IF WS-HELD-FILE-STATUS = "35"
               GO TO 3200-EXIT
           END-IF.
           IF WS-HELD-FILE-STATUS NOT = "00"
               DISPLAY "HELD-SETTLEMENTS OPEN FAILED, FILE STATUS="
                   WS-HELD-FILE-STATUS
               MOVE "3200-READ-HELD" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 3200-EXIT
           END-IF.
           PERFORM 3210-READ-ONE-HELD
               THRU 3210-EXIT
               UNTIL END-OF-FILE.
           CLOSE HELD-SETTLEMENTS.
       3200-EXIT.
           EXIT.

       3210-READ-ONE-HELD.
           READ HELD-SETTLEMENTS
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 3210-EXIT
           END-IF.
           IF HLD-REC-TYPE NOT = 'D'
               OR HLD-RUN-DATE NOT = WS-PROOF-RUN-DATE
               GO TO 3210-EXIT
           END-IF.
           ADD 1 TO WS-HELD-COUNT.
           ADD HLD-MATCHED-AMOUNT TO WS-HELD-TOTAL.
           MOVE 'H' TO WS-MARK-DISPOSITION.
           MOVE 0 TO WS-COMBO-SUM.
           MOVE 'Y' TO WS-COMBO-KNOWN.
           MOVE HLD-REF-1 TO WS-MARK-REF.
           PERFORM 3900-MARK-CANDIDATE
               THRU 3900-EXIT.
           MOVE HLD-REF-2 TO WS-MARK-REF.
           PERFORM 3900-MARK-CANDIDATE
               THRU 3900-EXIT.
           MOVE HLD-REF-3 TO WS-MARK-REF.
           PERFORM 3900-MARK-CANDIDATE
               THRU 3900-EXIT.
           IF COMBO-ALL-KNOWN
               AND WS-COMBO-SUM NOT = HLD-MATCHED-AMOUNT
               ADD 1 TO WS-AMOUNT-BREAK-COUNT
               DISPLAY "HELD MATCH " HLD-REF-1 " " HLD-REF-2
                   " AMOUNT DISAGREES WITH ITS ITEMS"
           END-IF.
       3210-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3300-READ-NEAR-MISS - THE MATCH RUN'S NEAR-MISS PAIRS.
      *----------------------------------------------------------*
       3300-READ-NEAR-MISS.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT NEAR-MISS-REVIEW.
           IF WS-NM-FILE-STATUS = "35"
               GO TO 3300-EXIT
           END-IF.
           IF WS-NM-FILE-STATUS NOT = "00"
               DISPLAY "NEAR-MISS-REVIEW OPEN FAILED, FILE STATUS="
                   WS-NM-FILE-STATUS
               MOVE "3300-READ-NEAR-MISS" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 3300-EXIT
           END-IF.
           PERFORM 3310-READ-ONE-NEAR-MISS
               THRU 3310-EXIT
               UNTIL END-OF-FILE.
           CLOSE NEAR-MISS-REVIEW.
       3300-EXIT.
           EXIT.

       3310-READ-ONE-NEAR-MISS.
           READ NEAR-MISS-REVIEW
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 3310-EXIT
           END-IF.
           IF NM-RUN-DATE NOT = WS-PROOF-RUN-DATE
               GO TO 3310-EXIT
           END-IF.
           ADD 1 TO WS-NM-COUNT.
           MOVE 'N' TO WS-MARK-DISPOSITION.
           MOVE 0 TO WS-COMBO-SUM.
           MOVE 'Y' TO WS-COMBO-KNOWN.
           MOVE NM-REF-1 TO WS-MARK-REF.
           PERFORM 3900-MARK-CANDIDATE
               THRU 3900-EXIT.
           MOVE NM-REF-2 TO WS-MARK-REF.
           PERFORM 3900-MARK-CANDIDATE
               THRU 3900-EXIT.
           MOVE NM-REF-3 TO WS-MARK-REF.
           PERFORM 3900-MARK-CANDIDATE
               THRU 3900-EXIT.
           IF COMBO-ALL-KNOWN
               AND WS-COMBO-SUM NOT = NM-PAIR-SUM
               ADD 1 TO WS-AMOUNT-BREAK-COUNT
               DISPLAY "NEAR-MISS PAIR " NM-REF-1 " " NM-REF-2
                   " SUM DISAGREES WITH ITS ITEMS"
           END-IF.
       3310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3400-READ-OPEN-ITEMS - EACH OPEN ITEM MUST CARRY THE
      *  AMOUNT IT CAME IN WITH.
      *----------------------------------------------------------*
       3400-READ-OPEN-ITEMS.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT OPEN-ITEMS.
           IF WS-OI-FILE-STATUS = "35"
               GO TO 3400-EXIT
           END-IF.
           IF WS-OI-FILE-STATUS NOT = "00"
               DISPLAY "OPEN-ITEMS OPEN FAILED, FILE STATUS="
                   WS-OI-FILE-STATUS
               MOVE "3400-READ-OPEN-ITEMS" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 3400-EXIT
           END-IF.
           PERFORM 3410-READ-ONE-OPEN-ITEM
               THRU 3410-EXIT
               UNTIL END-OF-FILE.
           CLOSE OPEN-ITEMS.
       3400-EXIT.
           EXIT.

       3410-READ-ONE-OPEN-ITEM.
           READ OPEN-ITEMS
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 3410-EXIT
           END-IF.
           ADD 1 TO WS-OI-COUNT.
           MOVE 'O' TO WS-MARK-DISPOSITION.
           MOVE 0 TO WS-COMBO-SUM.
           MOVE 'Y' TO WS-COMBO-KNOWN.
           MOVE OI-ITEM-REF TO WS-MARK-REF.
           PERFORM 3900-MARK-CANDIDATE
               THRU 3900-EXIT.
           IF NOT COMBO-ALL-KNOWN
               ADD 1 TO WS-OI-FOREIGN-COUNT
               GO TO 3410-EXIT
           END-IF.
           IF WS-COMBO-SUM NOT = OI-AMOUNT
               ADD 1 TO WS-AMOUNT-BREAK-COUNT
               DISPLAY "OPEN ITEM " OI-ITEM-REF
                   " AMOUNT DISAGREES WITH THE INPUT"
           END-IF.
       3410-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3500-READ-SETTLED-PAIRS - A COMBINATION SETTLED ON AN
      *  EARLIER RUN IS SUPPRESSED FROM TONIGHT'S EXTRACT; ITS
      *  ITEMS ARE ACCOUNTED FOR BY THE EARLIER SETTLEMENT. A
      *  WRITE-OFF ('W') KEEPS ITS ITEM OUT OF THE MATCH FROM THE
      *  DAY IT IS APPROVED, SO IT COUNTS WHATEVER ITS DATE.
      *----------------------------------------------------------*
       3500-READ-SETTLED-PAIRS.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT SETTLED-PAIRS.
           IF WS-SPH-FILE-STATUS = "35"
               GO TO 3500-EXIT
           END-IF.
           IF WS-SPH-FILE-STATUS NOT = "00"
               DISPLAY "SETTLED-PAIRS OPEN FAILED, FILE STATUS="
                   WS-SPH-FILE-STATUS
               MOVE "3500-READ-SETTLED-PAIRS" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 3500-EXIT
           END-IF.
           PERFORM 3510-READ-ONE-SETTLED-PAIR
               THRU 3510-EXIT
               UNTIL END-OF-FILE.
           CLOSE SETTLED-PAIRS.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3550-READ-ANOMALIES - A REPEATED REFERENCE IS KEPT OUT OF
      *  THE MATCH AND REPORTED ON CANDIDATE-ANOMALIES. EVERY
      *  OTHER OUTPUT HAS CLAIMED ITS FIRST COPY BY NOW, SO EACH
      *  DUPLICATE RECORD ACCOUNTS FOR THE NEXT COPY OF THE
      *  REFERENCE STILL UNCLAIMED. AN ITEM WHOSE CUSTOMER IS NOT
      *  ON CUSTOMER-MASTER IS REJECTED THE SAME WAY; A SUSPENDED
      *  OR CLOSED CUSTOMER'S ITEM IS HELD OUT TO OPEN-ITEMS AND
      *  IS ACCOUNTED FOR THERE.
      *----------------------------------------------------------*
       3550-READ-ANOMALIES.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT CANDIDATE-ANOMALIES.
           IF WS-ANOM-FILE-STATUS = "35"
               GO TO 3550-EXIT
           END-IF.
           IF WS-ANOM-FILE-STATUS NOT = "00"
               DISPLAY "CANDIDATE-ANOMALIES OPEN FAILED, FILE STATUS="
                   WS-ANOM-FILE-STATUS
               MOVE "3550-READ-ANOMALIES" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 3550-EXIT
           END-IF.
           PERFORM 3560-READ-ONE-ANOMALY
               THRU 3560-EXIT
               UNTIL END-OF-FILE.
           CLOSE CANDIDATE-ANOMALIES.
       3550-EXIT.
           EXIT.

       3560-READ-ONE-ANOMALY.
           READ CANDIDATE-ANOMALIES
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 3560-EXIT
           END-IF.
           IF CA-RUN-DATE NOT = WS-PROOF-RUN-DATE
               GO TO 3560-EXIT
           END-IF.
           EVALUATE CA-ANOMALY-TYPE
               WHEN 'D'
                   MOVE 'D' TO WS-MARK-DISPOSITION
               WHEN 'U'
                   MOVE 'K' TO WS-MARK-DISPOSITION
               WHEN OTHER
                   GO TO 3560-EXIT
           END-EVALUATE.
           MOVE 'N' TO WS-CAND-FOUND.
           PERFORM 3570-MATCH-ONE-EXCLUSION
               THRU 3570-EXIT
               VARYING WS-CAND-IDX FROM 1 BY 1
               UNTIL WS-CAND-IDX > WS-CAND-SIZE
               OR CANDIDATE-FOUND.
       3560-EXIT.
           EXIT.

       3570-MATCH-ONE-EXCLUSION.
           IF CT-REF(WS-CAND-IDX) = CA-ITEM-REF
               AND CT-DISPOSITION(WS-CAND-IDX) = SPACE
               MOVE 'Y' TO WS-CAND-FOUND
               MOVE WS-MARK-DISPOSITION
                   TO CT-DISPOSITION(WS-CAND-IDX)
           END-IF.
       3570-EXIT.
           EXIT.

       3510-READ-ONE-SETTLED-PAIR.
           READ SETTLED-PAIRS
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 3510-EXIT
           END-IF.
      *> A LATER CYCLE OF THE DAY SEES THE EARLIER CYCLES' PAIRS
      *> UNDER TONIGHT'S OWN DATE. THE EXTRACT HAS CLAIMED THIS
      *> CYCLE'S ITEMS BY NOW, SO ONLY THE EARLIER CYCLES' ARE LEFT
      *> FOR THEM TO MARK.
           IF SPH-MATCH-TYPE = 'W'
               MOVE 'W' TO WS-MARK-DISPOSITION
           ELSE
               IF SPH-SETTLED-DATE > WS-PROOF-RUN-DATE
                   GO TO 3510-EXIT
               END-IF
               IF SPH-SETTLED-DATE = WS-PROOF-RUN-DATE
                   AND WS-PROOF-CYCLE = 1
                   GO TO 3510-EXIT
               END-IF
               MOVE 'S' TO WS-MARK-DISPOSITION
           END-IF.
           MOVE SPH-REF-1 TO WS-MARK-REF.
           PERFORM 3900-MARK-CANDIDATE
               THRU 3900-EXIT.
           MOVE SPH-REF-2 TO WS-MARK-REF.
           PERFORM 3900-MARK-CANDIDATE
               THRU 3900-EXIT.
           MOVE SPH-REF-3 TO WS-MARK-REF.
           PERFORM 3900-MARK-CANDIDATE
               THRU 3900-EXIT.
       3510-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3600-TALLY-ONE-CANDIDATE - ADD THE CANDIDATE TO THE
      *  TOTAL FOR THE PLACE IT WENT.
      *----------------------------------------------------------*
       3600-TALLY-ONE-CANDIDATE.
           EVALUATE CT-DISPOSITION(WS-CAND-IDX)
               WHEN 'E'
                   ADD 1 TO WS-DISP-E-COUNT
                   ADD CT-AMOUNT(WS-CAND-IDX) TO WS-DISP-E-TOTAL
               WHEN 'H'
                   ADD 1 TO WS-DISP-H-COUNT
                   ADD CT-AMOUNT(WS-CAND-IDX) TO WS-DISP-H-TOTAL
               WHEN 'N'
                   ADD 1 TO WS-DISP-N-COUNT
                   ADD CT-AMOUNT(WS-CAND-IDX) TO WS-DISP-N-TOTAL
               WHEN 'O'
                   ADD 1 TO WS-DISP-O-COUNT
                   ADD CT-AMOUNT(WS-CAND-IDX) TO WS-DISP-O-TOTAL
               WHEN 'S'
                   ADD 1 TO WS-DISP-S-COUNT
                   ADD CT-AMOUNT(WS-CAND-IDX) TO WS-DISP-S-TOTAL
               WHEN 'W'
                   ADD 1 TO WS-DISP-W-COUNT
                   ADD CT-AMOUNT(WS-CAND-IDX) TO WS-DISP-W-TOTAL
               WHEN 'D'
                   ADD 1 TO WS-DISP-D-COUNT
                   ADD CT-AMOUNT(WS-CAND-IDX) TO WS-DISP-D-TOTAL
               WHEN 'K'
                   ADD 1 TO WS-DISP-K-COUNT
                   ADD CT-AMOUNT(WS-CAND-IDX) TO WS-DISP-K-TOTAL
               WHEN OTHER
                   ADD 1 TO WS-DISP-X-COUNT
                   ADD CT-AMOUNT(WS-CAND-IDX) TO WS-DISP-X-TOTAL
                   DISPLAY "CANDIDATE " CT-REF(WS-CAND-IDX)
                       " NOT ACCOUNTED FOR BY THE MATCH RUN"
           END-EVALUATE.
       3600-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3900-MARK-CANDIDATE - FIND WS-MARK-REF AMONG TONIGHT'S
      *  CANDIDATES, ADD ITS AMOUNT TO THE COMBINATION SUM, AND
      *  GIVE IT WS-MARK-DISPOSITION UNLESS AN EARLIER PLACE
      *  ALREADY CLAIMED IT. A BLANK REFERENCE (THE THIRD SLOT OF
      *  A PAIR) IS SKIPPED; ONE NOT ON THE INPUT LEAVES THE
      *  COMBINATION UNCHECKABLE.
      *----------------------------------------------------------*
       3900-MARK-CANDIDATE.
           IF WS-MARK-REF = SPACES
               GO TO 3900-EXIT
           END-IF.
           MOVE 'N' TO WS-CAND-FOUND.
           PERFORM 3910-MATCH-ONE-CANDIDATE
               THRU 3910-EXIT
               VARYING WS-CAND-IDX FROM 1 BY 1
               UNTIL WS-CAND-IDX > WS-CAND-SIZE
               OR CANDIDATE-FOUND.
           IF NOT CANDIDATE-FOUND
               MOVE 'N' TO WS-COMBO-KNOWN
               GO TO 3900-EXIT
           END-IF.
           SUBTRACT 1 FROM WS-CAND-IDX.
           ADD CT-AMOUNT(WS-CAND-IDX) TO WS-COMBO-SUM.
           IF CT-DISPOSITION(WS-CAND-IDX) = SPACE
               MOVE WS-MARK-DISPOSITION
                   TO CT-DISPOSITION(WS-CAND-IDX)
           END-IF.
       3900-EXIT.
           EXIT.

       3910-MATCH-ONE-CANDIDATE.
           IF CT-REF(WS-CAND-IDX) = WS-MARK-REF
               MOVE 'Y' TO WS-CAND-FOUND
           END-IF.
       3910-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4000-PROVE-POSTING - HOP 3: POSTING-SUMMARY MUST CARRY
      *  EXACTLY THE EXTRACT DETAILS PLUS THE ADJUSTMENTS POSTED
      *  TONIGHT - SAME COUNT, SAME AMOUNT.
      *----------------------------------------------------------*
       4000-PROVE-POSTING.
           WRITE PROOF-LINE FROM RPT-BLANK.
           MOVE "HOP 3  POSTING - POSTING-SUMMARY" TO RPT-HOP-TITLE.
           WRITE PROOF-LINE FROM RPT-HOP-TITLE.
           PERFORM 4200-READ-POSTED-ADJUSTMENTS
               THRU 4200-EXIT.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT POSTING-SUMMARY.
           IF WS-SUMMARY-FILE-STATUS NOT = "00"
               DISPLAY "POSTING-SUMMARY OPEN FAILED, FILE STATUS="
                   WS-SUMMARY-FILE-STATUS
               MOVE "POSTING-SUMMARY NOT AVAILABLE"
                   TO RPT-BREAK-DETAIL
               WRITE PROOF-LINE FROM RPT-BREAK-DETAIL
               MOVE 'Y' TO WS-HOP-3-BREAK
               MOVE "4000-PROVE-POSTING" TO WS-FAIL-PARAGRAPH
           ELSE
               PERFORM 4100-READ-ONE-SUMMARY
                   THRU 4100-EXIT
                   UNTIL END-OF-FILE
               CLOSE POSTING-SUMMARY
           END-IF.
           COMPUTE WS-EXPECT-COUNT = WS-EXTRACT-COUNT + WS-ADJ-COUNT.
           COMPUTE WS-EXPECT-TOTAL = WS-EXTRACT-TOTAL + WS-ADJ-TOTAL.
           MOVE "  EXTRACT DETAILS" TO PL-LABEL.
           MOVE WS-EXTRACT-COUNT TO PL-COUNT.
           MOVE WS-EXTRACT-TOTAL TO PL-AMOUNT.
           WRITE PROOF-LINE FROM RPT-PROOF-LINE.
           MOVE "  PLUS POSTED-ADJUSTMENTS" TO PL-LABEL.
           MOVE WS-ADJ-COUNT TO PL-COUNT.
           MOVE WS-ADJ-TOTAL TO PL-AMOUNT.
           WRITE PROOF-LINE FROM RPT-PROOF-LINE.
           MOVE "  POSTING-SUMMARY" TO PL-LABEL.
           MOVE WS-POSTED-COUNT TO PL-COUNT.
           MOVE WS-POSTED-TOTAL TO PL-AMOUNT.
           WRITE PROOF-LINE FROM RPT-PROOF-LINE.
           IF WS-SUM-OVERFLOW > 0
               MOVE "POSTING-SUMMARY BEYOND TABLE CAPACITY"
                   TO RPT-BREAK-DETAIL
               WRITE PROOF-LINE FROM RPT-BREAK-DETAIL
               MOVE 'Y' TO WS-HOP-3-BREAK
               MOVE "4000-PROVE-POSTING" TO WS-FAIL-PARAGRAPH
           END-IF.
           IF WS-POSTED-COUNT NOT = WS-EXPECT-COUNT
               OR WS-POSTED-TOTAL NOT = WS-EXPECT-TOTAL
               MOVE 'Y' TO WS-HOP-3-BREAK
               MOVE "4000-PROVE-POSTING" TO WS-FAIL-PARAGRAPH
           END-IF.
           COMPUTE WS-HOP-DIFFERENCE =
               WS-EXPECT-TOTAL - WS-POSTED-TOTAL.
           IF HOP-3-BROKEN
               MOVE "*** BREAK AT HOP 3 POSTING" TO RR-TEXT
           ELSE
               MOVE "    HOP 3 POSTING IN BALANCE" TO RR-TEXT
           END-IF.
           PERFORM 7000-WRITE-HOP-RESULT
               THRU 7000-EXIT.
           IF HOP-3-BROKEN
               ADD 1 TO WS-BREAK-COUNT
           END-IF.
       4000-EXIT.
           EXIT.

       4100-READ-ONE-SUMMARY.
           READ POSTING-SUMMARY
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 4100-EXIT
           END-IF.
      *> AN ENTITY SUBTOTAL ROW REPEATS ITS ENTITY'S TARGET ROWS.
           IF POST-ENTITY-TOTAL
               GO TO 4100-EXIT
           END-IF.
           ADD POST-PAIR-COUNT TO WS-POSTED-COUNT.
           ADD POST-TOTAL-AMOUNT TO WS-POSTED-TOTAL.
           IF WS-SUM-SIZE >= MAX-SUM-SIZE
               ADD 1 TO WS-SUM-OVERFLOW
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WS-SUM-SIZE.
           MOVE POST-RUN-DATE TO SM-DATE(WS-SUM-SIZE).
           MOVE POST-TARGET-VALUE TO SM-TARGET(WS-SUM-SIZE).
           MOVE POST-TOTAL-AMOUNT TO SM-AMOUNT(WS-SUM-SIZE).
           MOVE POST-ENTITY TO SM-ENTITY(WS-SUM-SIZE).
           IF POST-CYCLE IS NUMERIC AND POST-CYCLE > 0
               MOVE POST-CYCLE TO SM-CYCLE(WS-SUM-SIZE)
           ELSE
               MOVE 1 TO SM-CYCLE(WS-SUM-SIZE)
           END-IF.
       4100-EXIT.
           EXIT.

       4200-READ-POSTED-ADJUSTMENTS.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT POSTED-ADJUSTMENTS.
           IF WS-ADJ-FILE-STATUS = "35"
               GO TO 4200-EXIT
           END-IF.
           IF WS-ADJ-FILE-STATUS NOT = "00"
               DISPLAY "POSTED-ADJUSTMENTS OPEN FAILED, FILE STATUS="
                   WS-ADJ-FILE-STATUS
               MOVE "4200-READ-POSTED-ADJUSTMENTS"
                   TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 4200-EXIT
           END-IF.
           PERFORM 4210-READ-ONE-ADJUSTMENT
               THRU 4210-EXIT
               UNTIL END-OF-FILE.
           CLOSE POSTED-ADJUSTMENTS.
       4200-EXIT.
           EXIT.

       4210-READ-ONE-ADJUSTMENT.
           READ POSTED-ADJUSTMENTS
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 4210-EXIT
           END-IF.
           IF ADJ-REC-TYPE = 'D'
               ADD 1 TO WS-ADJ-COUNT
               ADD ADJ-MATCHED-AMOUNT TO WS-ADJ-TOTAL
           END-IF.
       4210-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  5000-PROVE-GL-JOURNAL - HOP 4: THE BATCH TRAILERS'
      *  DEBITS AND THEIR CREDITS, ADDED UP OVER EVERY ENTITY'S
      *  BATCH, MUST EACH EQUAL WHAT POSTED - ONE DEBIT AND ONE
      *  CREDIT PER POSTED DETAIL. A MISSING TRAILER MEANS THE
      *  LEDGER LOADER NEVER TOOK THAT BATCH.
      *----------------------------------------------------------*
       5000-PROVE-GL-JOURNAL.
           WRITE PROOF-LINE FROM RPT-BLANK.
           MOVE "HOP 4  GL-JOURNAL TRAILER" TO RPT-HOP-TITLE.
           WRITE PROOF-LINE FROM RPT-HOP-TITLE.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT GL-JOURNAL.
           IF WS-GLJ-FILE-STATUS NOT = "00"
               DISPLAY "GL-JOURNAL OPEN FAILED, FILE STATUS="
                   WS-GLJ-FILE-STATUS
               MOVE "GL-JOURNAL NOT AVAILABLE" TO RPT-BREAK-DETAIL
               WRITE PROOF-LINE FROM RPT-BREAK-DETAIL
               MOVE 'Y' TO WS-HOP-4-BREAK
               MOVE "5000-PROVE-GL-JOURNAL" TO WS-FAIL-PARAGRAPH
           ELSE
               PERFORM 5100-READ-ONE-JOURNAL
                   THRU 5100-EXIT
                   UNTIL END-OF-FILE
               CLOSE GL-JOURNAL
               IF NOT GLJ-TRAILER-SEEN
                   OR WS-GLJ-TRAILER-COUNT NOT = WS-GLJ-HEADER-COUNT
                   MOVE "GL-JOURNAL TRAILER MISSING - INCOMPLETE"
                       TO RPT-BREAK-DETAIL
                   WRITE PROOF-LINE FROM RPT-BREAK-DETAIL
                   MOVE 'Y' TO WS-HOP-4-BREAK
                   MOVE "5000-PROVE-GL-JOURNAL" TO WS-FAIL-PARAGRAPH
               END-IF
           END-IF.
           MOVE "  POSTED (HOP 3)" TO PL-LABEL.
           MOVE WS-POSTED-COUNT TO PL-COUNT.
           MOVE WS-POSTED-TOTAL TO PL-AMOUNT.
           WRITE PROOF-LINE FROM RPT-PROOF-LINE.
           MOVE "  GL-JOURNAL TRAILER DEBITS" TO PL-LABEL.
           MOVE WS-GLJ-DEBIT-COUNT TO PL-COUNT.
           MOVE WS-GLJ-DEBIT-TOTAL TO PL-AMOUNT.
           WRITE PROOF-LINE FROM RPT-PROOF-LINE.
           MOVE "  GL-JOURNAL TRAILER CREDITS" TO PL-LABEL.
           MOVE WS-GLJ-CREDIT-COUNT TO PL-COUNT.
           MOVE WS-GLJ-CREDIT-TOTAL TO PL-AMOUNT.
           WRITE PROOF-LINE FROM RPT-PROOF-LINE.
           IF WS-GLJ-DEBIT-COUNT NOT = WS-POSTED-COUNT
               OR WS-GLJ-CREDIT-COUNT NOT = WS-POSTED-COUNT
               OR WS-GLJ-DEBIT-TOTAL NOT = WS-POSTED-TOTAL
               OR WS-GLJ-CREDIT-TOTAL NOT = WS-POSTED-TOTAL
               MOVE 'Y' TO WS-HOP-4-BREAK
               MOVE "5000-PROVE-GL-JOURNAL" TO WS-FAIL-PARAGRAPH
           END-IF.
           COMPUTE WS-HOP-DIFFERENCE =
               WS-POSTED-TOTAL - WS-GLJ-DEBIT-TOTAL.
           IF WS-HOP-DIFFERENCE = 0
               COMPUTE WS-HOP-DIFFERENCE =
                   WS-POSTED-TOTAL - WS-GLJ-CREDIT-TOTAL
           END-IF.
           IF HOP-4-BROKEN
               MOVE "*** BREAK AT HOP 4 GL-JOURNAL" TO RR-TEXT
           ELSE
               MOVE "    HOP 4 GL-JOURNAL IN BALANCE" TO RR-TEXT
           END-IF.
           PERFORM 7000-WRITE-HOP-RESULT
               THRU 7000-EXIT.
           IF HOP-4-BROKEN
               ADD 1 TO WS-BREAK-COUNT
           END-IF.
       5000-EXIT.
           EXIT.

       5100-READ-ONE-JOURNAL.
           READ GL-JOURNAL
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 5100-EXIT
           END-IF.
           EVALUATE GLJ-REC-TYPE
               WHEN 'H'
                   ADD 1 TO WS-GLJ-HEADER-COUNT
                   IF GLJ-BATCH-NUMBER IS NUMERIC
                       MOVE GLJ-BATCH-NUMBER TO WS-GLJ-BATCH-NUMBER
                   END-IF
               WHEN 'T'
                   MOVE 'Y' TO WS-GLJ-TRAILER-SWITCH
                   ADD 1 TO WS-GLJ-TRAILER-COUNT
                   IF GLJ-DEBIT-COUNT IS NUMERIC
                       ADD GLJ-DEBIT-COUNT TO WS-GLJ-DEBIT-COUNT
                   END-IF
                   IF GLJ-DEBIT-AMOUNT IS NUMERIC
                       ADD GLJ-DEBIT-AMOUNT TO WS-GLJ-DEBIT-TOTAL
                   END-IF
                   IF GLJ-CREDIT-COUNT IS NUMERIC
                       ADD GLJ-CREDIT-COUNT TO WS-GLJ-CREDIT-COUNT
                   END-IF
                   IF GLJ-CREDIT-AMOUNT IS NUMERIC
                       ADD GLJ-CREDIT-AMOUNT TO WS-GLJ-CREDIT-TOTAL
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  6000-PROVE-ACKNOWLEDGMENT - HOP 5: EVERY POSTING-SUMMARY
      *  ROW IS EITHER ACKNOWLEDGED BY ACCOUNTING OR STILL
      *  OUTSTANDING AT ITS POSTED AMOUNT. A ROW THAT IS NEITHER
      *  HAS FALLEN OUT OF THE FOLLOW-UP.
      *----------------------------------------------------------*
       6000-PROVE-ACKNOWLEDGMENT.
           WRITE PROOF-LINE FROM RPT-BLANK.
           MOVE "HOP 5  ACKNOWLEDGMENT - POSTING-ACKS / OUTSTANDING"
               TO RPT-HOP-TITLE.
           WRITE PROOF-LINE FROM RPT-HOP-TITLE.
           PERFORM 6100-LOAD-ACKS
               THRU 6100-EXIT.
           PERFORM 6200-LOAD-OUTSTANDING
               THRU 6200-EXIT.
           PERFORM 6300-JUDGE-ONE-POSTING
               THRU 6300-EXIT
               VARYING WS-SUM-IDX FROM 1 BY 1
               UNTIL WS-SUM-IDX > WS-SUM-SIZE.
           MOVE "  POSTED (HOP 3)" TO PL-LABEL.
           MOVE WS-SUM-SIZE TO PL-COUNT.
           MOVE WS-POSTED-TOTAL TO PL-AMOUNT.
           WRITE PROOF-LINE FROM RPT-PROOF-LINE.
           MOVE "  ACKNOWLEDGED" TO PL-LABEL.
           MOVE WS-ACKED-COUNT TO PL-COUNT.
           MOVE WS-ACKED-TOTAL TO PL-AMOUNT.
           WRITE PROOF-LINE FROM RPT-PROOF-LINE.
           MOVE "  STILL OUTSTANDING" TO PL-LABEL.
           MOVE WS-OPEN-POST-COUNT TO PL-COUNT.
           MOVE WS-OPEN-POST-TOTAL TO PL-AMOUNT.
           WRITE PROOF-LINE FROM RPT-PROOF-LINE.
           MOVE "  NEITHER - LOST FROM FOLLOW-UP" TO PL-LABEL.
           MOVE WS-LOST-POST-COUNT TO PL-COUNT.
           MOVE WS-LOST-POST-TOTAL TO PL-AMOUNT.
           WRITE PROOF-LINE FROM RPT-PROOF-LINE.
           IF WS-LOST-POST-COUNT > 0
               MOVE 'Y' TO WS-HOP-5-BREAK
               MOVE "6000-PROVE-ACKNOWLEDGMENT" TO WS-FAIL-PARAGRAPH
           END-IF.
           MOVE WS-LOST-POST-TOTAL TO WS-HOP-DIFFERENCE.
           IF HOP-5-BROKEN
               MOVE "*** BREAK AT HOP 5 ACKNOWLEDGMENT" TO RR-TEXT
           ELSE
               MOVE "    HOP 5 ACKNOWLEDGMENT IN BALANCE" TO RR-TEXT
           END-IF.
           PERFORM 7000-WRITE-HOP-RESULT
               THRU 7000-EXIT.
           IF HOP-5-BROKEN
               ADD 1 TO WS-BREAK-COUNT
           END-IF.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  6100-LOAD-ACKS - NO POSTING-ACKS YET MEANS NOTHING IS
      *  ACKNOWLEDGED, NOT A BREAK.
      *----------------------------------------------------------*
       6100-LOAD-ACKS.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT POSTING-ACKS.
           IF WS-ACK-FILE-STATUS = "35"
               GO TO 6100-EXIT
           END-IF.
           IF WS-ACK-FILE-STATUS NOT = "00"
               DISPLAY "POSTING-ACKS OPEN FAILED, FILE STATUS="
                   WS-ACK-FILE-STATUS
               MOVE "6100-LOAD-ACKS" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 6100-EXIT
           END-IF.
           PERFORM 6110-LOAD-ONE-ACK
               THRU 6110-EXIT
               UNTIL END-OF-FILE.
           CLOSE POSTING-ACKS.
       6100-EXIT.
           EXIT.

       6110-LOAD-ONE-ACK.
           READ POSTING-ACKS
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 6110-EXIT
           END-IF.
           IF ACK-TARGET-VALUE IS NOT NUMERIC
               OR WS-ACK-SIZE >= MAX-ACK-SIZE
               GO TO 6110-EXIT
           END-IF.
           ADD 1 TO WS-ACK-SIZE.
           MOVE ACK-RUN-DATE TO AK-DATE(WS-ACK-SIZE).
           MOVE ACK-TARGET-VALUE TO AK-TARGET(WS-ACK-SIZE).
           MOVE ACK-ENTITY TO AK-ENTITY(WS-ACK-SIZE).
           IF ACK-CYCLE IS NUMERIC AND ACK-CYCLE > 0
               MOVE ACK-CYCLE TO AK-CYCLE(WS-ACK-SIZE)
           ELSE
               MOVE 1 TO AK-CYCLE(WS-ACK-SIZE)
           END-IF.
       6110-EXIT.
           EXIT.

       6200-LOAD-OUTSTANDING.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT POSTING-OUTSTANDING.
           IF WS-OUT-FILE-STATUS = "35"
               GO TO 6200-EXIT
           END-IF.
           IF WS-OUT-FILE-STATUS NOT = "00"
               DISPLAY "POSTING-OUTSTANDING OPEN FAILED, FILE STATUS="
                   WS-OUT-FILE-STATUS
               MOVE "6200-LOAD-OUTSTANDING" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 6200-EXIT
           END-IF.
           PERFORM 6210-LOAD-ONE-OUTSTANDING
               THRU 6210-EXIT
               UNTIL END-OF-FILE.
           CLOSE POSTING-OUTSTANDING.
       6200-EXIT.
           EXIT.

       6210-LOAD-ONE-OUTSTANDING.
           READ POSTING-OUTSTANDING
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 6210-EXIT
           END-IF.
           IF OUT-TARGET-VALUE IS NOT NUMERIC
               OR OUT-TOTAL-AMOUNT IS NOT NUMERIC
               OR WS-OUT-SIZE >= MAX-OUT-SIZE
               GO TO 6210-EXIT
           END-IF.
           ADD 1 TO WS-OUT-SIZE.
           MOVE OUT-SENT-DATE TO OT-DATE(WS-OUT-SIZE).
           MOVE OUT-TARGET-VALUE TO OT-TARGET(WS-OUT-SIZE).
           MOVE OUT-TOTAL-AMOUNT TO OT-AMOUNT(WS-OUT-SIZE).
           MOVE OUT-ENTITY TO OT-ENTITY(WS-OUT-SIZE).
           IF OUT-CYCLE IS NUMERIC AND OUT-CYCLE > 0
               MOVE OUT-CYCLE TO OT-CYCLE(WS-OUT-SIZE)
           ELSE
               MOVE 1 TO OT-CYCLE(WS-OUT-SIZE)
           END-IF.
       6210-EXIT.
           EXIT.

       6300-JUDGE-ONE-POSTING.
           MOVE 'N' TO WS-ACK-FOUND.
           PERFORM 6310-MATCH-ONE-ACK
               THRU 6310-EXIT
               VARYING WS-ACK-IDX FROM 1 BY 1
               UNTIL WS-ACK-IDX > WS-ACK-SIZE
               OR ACK-FOUND.
           IF ACK-FOUND
               ADD 1 TO WS-ACKED-COUNT
               ADD SM-AMOUNT(WS-SUM-IDX) TO WS-ACKED-TOTAL
               GO TO 6300-EXIT
           END-IF.
           MOVE 'N' TO WS-OUT-FOUND.
           PERFORM 6320-MATCH-ONE-OUTSTANDING
               THRU 6320-EXIT
               VARYING WS-OUT-IDX FROM 1 BY 1
               UNTIL WS-OUT-IDX > WS-OUT-SIZE
               OR OUTSTANDING-FOUND.
           IF OUTSTANDING-FOUND
               ADD 1 TO WS-OPEN-POST-COUNT
               ADD SM-AMOUNT(WS-SUM-IDX) TO WS-OPEN-POST-TOTAL
               GO TO 6300-EXIT
           END-IF.
           ADD 1 TO WS-LOST-POST-COUNT.
           ADD SM-AMOUNT(WS-SUM-IDX) TO WS-LOST-POST-TOTAL.
           DISPLAY "POSTING " SM-DATE(WS-SUM-IDX) " TARGET "
               SM-TARGET(WS-SUM-IDX) " ENTITY '"
               SM-ENTITY(WS-SUM-IDX) "' CYCLE " SM-CYCLE(WS-SUM-IDX)
               " NEITHER ACKNOWLEDGED NOR OUTSTANDING".
       6300-EXIT.
           EXIT.

       6310-MATCH-ONE-ACK.
           IF AK-DATE(WS-ACK-IDX) = SM-DATE(WS-SUM-IDX)
               AND AK-TARGET(WS-ACK-IDX) = SM-TARGET(WS-SUM-IDX)
               AND AK-ENTITY(WS-ACK-IDX) = SM-ENTITY(WS-SUM-IDX)
               AND AK-CYCLE(WS-ACK-IDX) = SM-CYCLE(WS-SUM-IDX)
               MOVE 'Y' TO WS-ACK-FOUND
           END-IF.
       6310-EXIT.
           EXIT.

      *> OUTSTANDING AT A DIFFERENT AMOUNT THAN POSTED IS NOT THE
      *> SAME POSTING - IT COUNTS AS LOST.
       6320-MATCH-ONE-OUTSTANDING.
           IF OT-DATE(WS-OUT-IDX) = SM-DATE(WS-SUM-IDX)
               AND OT-TARGET(WS-OUT-IDX) = SM-TARGET(WS-SUM-IDX)
               AND OT-AMOUNT(WS-OUT-IDX) = SM-AMOUNT(WS-SUM-IDX)
               AND OT-ENTITY(WS-OUT-IDX) = SM-ENTITY(WS-SUM-IDX)
               AND OT-CYCLE(WS-OUT-IDX) = SM-CYCLE(WS-SUM-IDX)
               MOVE 'Y' TO WS-OUT-FOUND
           END-IF.
       6320-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  7000-WRITE-HOP-RESULT - THE HOP'S VERDICT LINE, WITH THE
      *  DIFFERENCE WHERE THE HOP BROKE ON MONEY.
      *----------------------------------------------------------*
       7000-WRITE-HOP-RESULT.
           MOVE WS-HOP-DIFFERENCE TO RR-DIFFERENCE.
           WRITE PROOF-LINE FROM RPT-RESULT-LINE.
           IF RR-TEXT(1:3) = "***"
               DISPLAY RR-TEXT " DIFFERENCE " RR-DIFFERENCE
           END-IF.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  8000-WRITE-TOTALS - THE OVERALL VERDICT.
      *----------------------------------------------------------*
       8000-WRITE-TOTALS.
           WRITE PROOF-LINE FROM RPT-BLANK.
           IF WS-BREAK-COUNT = 0
               MOVE "SETTLEMENT PROVED END TO END - NO BREAKS"
                   TO RPT-BREAK-DETAIL
           ELSE
               MOVE SPACES TO RPT-BREAK-DETAIL
               STRING "SETTLEMENT NOT PROVED - HOPS BROKEN: "
                          DELIMITED BY SIZE
                      WS-BREAK-COUNT DELIMITED BY SIZE
                   INTO RPT-BREAK-DETAIL
               END-STRING
           END-IF.
           WRITE PROOF-LINE FROM RPT-BREAK-DETAIL.
           DISPLAY "SETTLE-PROOF RUN ID " WS-PROOF-RUN-NUMBER
               " HOPS BROKEN: " WS-BREAK-COUNT.
       8000-EXIT.
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
           MOVE "SETTLE-PROOF"        TO AUD-PROGRAM-NAME.
           MOVE WS-AUDIT-START-TIME  TO AUD-START-TIME.
           MOVE WS-AUDIT-END-TIME    TO AUD-END-TIME.
           MOVE WS-D-READ-COUNT      TO AUD-RECORD-COUNT.
           MOVE RETURN-CODE          TO AUD-RETURN-CODE.
           MOVE 5                    TO AUD-OUTPUT-COUNT.
           MOVE WS-BREAK-COUNT       TO AUD-OUTPUT-COUNT-2.
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
           MOVE WS-INPUT-FILE-STATUS TO WS-PS-INP.
           MOVE WS-EXTRACT-FILE-STATUS TO WS-PS-EXT.
           MOVE WS-SUMMARY-FILE-STATUS TO WS-PS-SUM.
           MOVE WS-GLJ-FILE-STATUS TO WS-PS-GLJ.
           MOVE WS-D-READ-COUNT TO WS-PC-CAND.
           MOVE WS-BREAK-COUNT TO WS-PC-BREAKS.
           MOVE SPACES TO PROBLEM-LOG-REC.
           ACCEPT PROB-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT PROB-LOG-TIME FROM TIME.
           MOVE "SETTLE-PROOF"
               TO PROB-PROGRAM-NAME.
           MOVE WS-FAIL-PARAGRAPH TO PROB-PARAGRAPH.
           MOVE PGM-RETURN-CODE TO PROB-RETURN-CODE.
           MOVE WS-PROB-STATUSES TO PROB-FILE-STATUSES.
           MOVE "TWOSUM-INPUT"
               TO PROB-INPUT-FILE.
           MOVE WS-PROB-COUNTERS TO PROB-KEY-COUNTERS.
           WRITE PROBLEM-LOG-REC.
           CLOSE PROBLEM-LOG.
       9200-EXIT.
           EXIT.
       END PROGRAM SETTLE-PROOF.
