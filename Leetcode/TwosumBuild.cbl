       IDENTIFICATION DIVISION.
       PROGRAM-ID. TWOSUM-BUILD.
       AUTHOR. DATA-PROCESSING.
      *> Builds TWOSUM-INPUT from the bank's statement file and the
      *> receivables open-item extract, run as the first step of
      *> the chain. TWOSUM-INPUT used to be assembled by hand every
      *> evening - payment amounts copied off the statement as 'T'
      *> targets, the receivables extract pasted in as 'D'
      *> details, the 'H' count fixed up afterwards - and that
      *> hand assembly was where most of INPUT-EDIT's rejections
      *> came from.
      *>
      *> BANK-STATEMENT is the bank's file: for each account an 'H'
      *> header (account, statement date, currency, opening
      *> balance), one 'L' record per statement line (value date,
      *> credit or debit, amount, currency, transaction type and
      *> the remittance text), and a 'T' trailer (closing balance
      *> and the number of lines). RECEIVABLES-EXTRACT is one
      *> record per open receivable (item reference, customer key,
      *> amount, currency, and the legal entity whose ledger it is
      *> open in - blank for our own book).
      *>
      *> Each legal entity banks on its own account, so the file
      *> may carry one statement per account, back to back.
      *> BANK-ACCOUNT-MAP names the entity each account belongs to;
      *> without it every statement is our own book, as before. A
      *> statement for an account not on the map cannot be
      *> credited to anybody and fails the build like one that
      *> does not tie.
      *>
      *> Every receivable becomes a 'D' detail carrying its own
      *> reference, customer key and currency. Every bank credit
      *> becomes one 'T' target; any word of its remittance text
      *> that is the reference of a receivable on tonight's
      *> extract is quoted on the target (up to three), so the
      *> reference-matching pass in ONE-DIMENSIONAL gets to try
      *> it first - only a receivable of the same entity as the
      *> payment is quoted. TWOSUM-INPUT gets one H..D..T section
      *> per entity, the header naming the entity and carrying
      *> its own detail count and its statement currency as the
      *> batch currency. A section must hold at least one target
      *> (INPUT-EDIT refuses one that does not), so an entity with
      *> receivables but no usable credits tonight gets no section;
      *> its receivables are counted on STATEMENT-CTL-RPT and end
      *> the step RC-WARNING.
      *>
      *> A statement line that cannot be a target - a debit, a
      *> zero amount, a bank charge, an amount too large for the
      *> matching fields - is listed on UNAPPLIED-CASH-RPT with
      *> the reason, for the cash team to apply by hand. A
      *> receivable that cannot be a detail (no reference, the
      *> same reference twice, an amount out of range) is listed
      *> on STATEMENT-CTL-RPT.
      *>
      *> STATEMENT-CTL-RPT ties each statement: opening balance
      *> plus credits less debits must equal the closing balance
      *> on its trailer, and the trailer's line count must equal
      *> the statement's lines. A statement that does not tie, is
      *> missing its header or trailer, or carries an amount that
      *> is not numeric cannot be trusted: nothing is built, and
      *> the step ends RC-ERROR so the chain stops here. The same
      *> goes for a missing receivables extract. Any credit left
      *> unapplied, or receivable left out, ends it RC-WARNING.
      *>
      *> No BANK-STATEMENT at all leaves TWOSUM-INPUT exactly as
      *> it is (a file assembled the old way still runs) and ends
      *> the step RC-WARNING.
      *>
      *> Ends with GOBACK rather than STOP RUN so this module can
      *> run as a standalone job step or be CALLed as a step from
      *> BATCH-DRIVER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-STATEMENT
               ASSIGN TO "BANK-STATEMENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-FILE-STATUS.
           SELECT RECEIVABLES-EXTRACT
               ASSIGN TO "RECEIVABLES-EXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARX-FILE-STATUS.
           SELECT BANK-ACCOUNT-MAP
               ASSIGN TO "BANK-ACCOUNT-MAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-FILE-STATUS.
           SELECT TWOSUM-INPUT
               ASSIGN TO "TWOSUM-INPUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TWOSUM-FILE-STATUS.
           SELECT UNAPPLIED-CASH-RPT
               ASSIGN TO "UNAPPLIED-CASH-RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATEMENT-CTL-RPT
               ASSIGN TO "STATEMENT-CTL-RPT"
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
       FD  BANK-STATEMENT
           LABEL RECORDS ARE STANDARD.
       01  BANK-STMT-REC.
           05  BST-REC-TYPE            PIC X(01).
      *> 'H' = HEADER, 'L' = STATEMENT LINE, 'T' = TRAILER.
      *> BALANCES ARE SIGNED WITH TWO ASSUMED DECIMALS (SIGN
      *> LEADING SEPARATE); LINE AMOUNTS ARE UNSIGNED, THE
      *> DIRECTION BEING BSL-DR-CR.
           05  BST-HEADER-DATA.
               10  BSH-ACCOUNT         PIC X(12).
               10  FILLER              PIC X(02).
               10  BSH-STMT-DATE       PIC X(08).
               10  FILLER              PIC X(02).
               10  BSH-CURRENCY        PIC X(03).
               10  FILLER              PIC X(02).
               10  BSH-OPENING         PIC S9(09)V99
                                       SIGN IS LEADING SEPARATE.
               10  FILLER              PIC X(38).
           05  BST-LINE-DATA REDEFINES BST-HEADER-DATA.
               10  BSL-VALUE-DATE      PIC X(08).
               10  FILLER              PIC X(01).
               10  BSL-DR-CR           PIC X(01).
                   88  BSL-CREDIT                 VALUE 'C'.
                   88  BSL-DEBIT                  VALUE 'D'.
               10  FILLER              PIC X(01).
               10  BSL-AMOUNT          PIC 9(09)V99.
               10  FILLER              PIC X(01).
      *> BLANK MEANS THE STATEMENT CURRENCY.
               10  BSL-CURRENCY        PIC X(03).
               10  FILLER              PIC X(01).
      *> THE BANK'S TRANSACTION TYPE. CHARGES AND FEES ARE NEVER
      *> CUSTOMER PAYMENTS, WHICHEVER WAY THEY RUN.
               10  BSL-TRAN-TYPE       PIC X(03).
                   88  BSL-BANK-CHARGE            VALUES "CHG"
                                                         "FEE".
               10  FILLER              PIC X(01).
               10  BSL-REMIT-TEXT      PIC X(40).
               10  FILLER              PIC X(08).
           05  BST-TRAILER-DATA REDEFINES BST-HEADER-DATA.
               10  BST-CLOSING         PIC S9(09)V99
                                       SIGN IS LEADING SEPARATE.
               10  FILLER              PIC X(02).
               10  BST-LINE-COUNT      PIC 9(05).
               10  FILLER              PIC X(60).

       FD  RECEIVABLES-EXTRACT
           LABEL RECORDS ARE STANDARD.
       01  AR-EXTRACT-REC.
           05  ARX-ITEM-REF            PIC X(12).
           05  FILLER                  PIC X(02).
           05  ARX-CUST-KEY            PIC X(10).
           05  FILLER                  PIC X(02).
      *> SIGNED, TWO ASSUMED DECIMALS: A CREDIT MEMO IS NEGATIVE.
           05  ARX-AMOUNT              PIC S9(07)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02).
      *> BLANK MEANS THE STATEMENT CURRENCY.
           05  ARX-CURRENCY            PIC X(03).
           05  FILLER                  PIC X(02).
      *> THE LEGAL ENTITY THE ITEM IS OPEN IN. BLANK MEANS OUR OWN
      *> BOOK.
           05  ARX-ENTITY              PIC X(03).
           05  FILLER                  PIC X(34).

       FD  BANK-ACCOUNT-MAP
           LABEL RECORDS ARE STANDARD.
      *> ONE RECORD PER BANK ACCOUNT: THE ENTITY WHOSE CASH IT
      *> HOLDS. BLANK ENTITY MEANS OUR OWN BOOK.
       01  BANK-ACCOUNT-MAP-REC.
           05  BAM-ACCOUNT             PIC X(12).
           05  FILLER                  PIC X(02).
           05  BAM-ENTITY              PIC X(03).
           05  FILLER                  PIC X(63).

       FD  TWOSUM-INPUT
           LABEL RECORDS ARE STANDARD.
       01  TWOSUM-REC.
           05  TS-REC-TYPE             PIC X(01).
      *> 'H' = HEADER, 'D' = CANDIDATE DETAIL, 'T' = TARGET VALUE -
      *> THE SAME LAYOUT ONE-DIMENSIONAL READS, ONE H..D..T SECTION
      *> PER LEGAL ENTITY.
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
               10  FILLER              PIC X(02).
               10  TS-CUST-KEY         PIC X(10).
           05  TS-TARGET-DATA REDEFINES TS-HEADER-DATA.
               10  TS-TARGET           PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
               10  FILLER              PIC X(02).
               10  TS-TARGET-CURRENCY  PIC X(03).
               10  FILLER              PIC X(02).
               10  TS-TARGET-REF-1     PIC X(12).
               10  FILLER              PIC X(02).
               10  TS-TARGET-REF-2     PIC X(12).
               10  FILLER              PIC X(02).
               10  TS-TARGET-REF-3     PIC X(12).
           05  FILLER                  PIC X(24).

       FD  UNAPPLIED-CASH-RPT
           LABEL RECORDS ARE OMITTED.
       01  UNAPPLIED-RPT-LINE          PIC X(110).

       FD  STATEMENT-CTL-RPT
           LABEL RECORDS ARE OMITTED.
       01  STATEMENT-CTL-LINE          PIC X(110).

       FD  AUDIT-LOG
           LABEL RECORDS ARE OMITTED.
           COPY AUDITREC.

       FD  PROBLEM-LOG
           LABEL RECORDS ARE OMITTED.
           COPY PROBREC.

       WORKING-STORAGE SECTION.
      *> RUN CORRELATION STAMP: SET BY BATCH-DRIVER (OR OPER-MENU
      *> FOR AD-HOC DISPATCHES) FROM THE RUN-CONTROL FILE BEFORE
      *> THE CALL. ZERO MEANS A STANDALONE RUN.
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

           01  WS-STMT-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-ARX-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-TWOSUM-FILE-STATUS   PIC X(02) VALUE SPACES.
           01  WS-MAP-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-AUDIT-FILE-STATUS    PIC X(02) VALUE SPACES.
           01  WS-AUDIT-START-TIME     PIC X(08) VALUE SPACES.
           01  WS-AUDIT-END-TIME       PIC X(08) VALUE SPACES.
           01  WS-RUN-DATE             PIC X(08) VALUE SPACES.

           01  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
               88  END-OF-FILE                    VALUE 'Y'.
           01  WS-HEADER-SWITCH        PIC X(01) VALUE 'N'.
               88  HEADER-SEEN                    VALUE 'Y'.
           01  WS-TRAILER-SWITCH       PIC X(01) VALUE 'N'.
               88  TRAILER-SEEN                   VALUE 'Y'.
      *> ANY REASON THE STATEMENT IN HAND CANNOT BE TRUSTED, AND
      *> WHETHER ANY STATEMENT ON THE FILE COULD NOT BE - NOTHING
      *> IS BUILT FROM THE FILE THEN.
           01  WS-STMT-BAD-SWITCH      PIC X(01) VALUE 'N'.
               88  STATEMENT-BAD                  VALUE 'Y'.
           01  WS-FILE-BAD-SWITCH      PIC X(01) VALUE 'N'.
               88  STATEMENT-FILE-BAD             VALUE 'Y'.
           01  WS-BUILT-SWITCH         PIC X(01) VALUE 'N'.
               88  TWOSUM-INPUT-BUILT             VALUE 'Y'.

           01  WS-STMT-ACCOUNT         PIC X(12) VALUE SPACES.
           01  WS-STMT-DATE            PIC X(08) VALUE SPACES.
           01  WS-STMT-CURRENCY        PIC X(03) VALUE SPACES.
      *> THE ENTITY TABLE SLOT OF THE STATEMENT IN HAND. ZERO WHEN
      *> ITS ENTITY COULD NOT BE SETTLED.
           01  WS-STMT-ENT-IDX         PIC 9(02) VALUE 0.
      *> THE ACCOUNTS WHOSE STATEMENTS HAVE BEEN SEEN - ONE EACH.
           01  WS-SEEN-SIZE            PIC 9(02) VALUE 0.
           01  MAX-SEEN-SIZE           PIC 9(02) VALUE 20.
           01  WS-SEEN-TABLE.
               05  WS-SEEN-ACCOUNT     PIC X(12) OCCURS 20 TIMES.
           01  WS-SEEN-IDX             PIC 9(02) VALUE 0.
           01  WS-SEEN-FOUND           PIC X(01) VALUE 'N'.
               88  ACCOUNT-SEEN                   VALUE 'Y'.
           01  WS-RUN-LINE-COUNT       PIC 9(07) VALUE 0.

      *> BANK-ACCOUNT-MAP: EACH ACCOUNT'S ENTITY. EMPTY (NO FILE)
      *> MEANS EVERY STATEMENT IS OUR OWN BOOK.
           01  WS-MAP-SIZE             PIC 9(02) VALUE 0.
           01  MAX-MAP-SIZE            PIC 9(02) VALUE 20.
           01  WS-MAP-TABLE.
               05  WS-MAP-ENTRY OCCURS 20 TIMES.
                   10  MP-ACCOUNT      PIC X(12).
                   10  MP-ENTITY       PIC X(03).
           01  WS-MAP-IDX              PIC 9(02) VALUE 0.
           01  WS-MAP-FOUND            PIC X(01) VALUE 'N'.
               88  ACCOUNT-MAPPED                 VALUE 'Y'.

      *> ONE ENTRY PER LEGAL ENTITY WITH A STATEMENT OR A
      *> RECEIVABLE TONIGHT, IN THE ORDER FIRST SEEN - ONE
      *> TWOSUM-INPUT SECTION EACH. EN-CURRENCY IS THE CURRENCY OF
      *> ITS FIRST STATEMENT (BLANK WITH NO STATEMENT, WHICH THE
      *> MATCH RUN TAKES AS BASE CURRENCY).
           01  WS-ENT-SIZE             PIC 9(02) VALUE 0.
           01  MAX-ENT-SIZE            PIC 9(02) VALUE 10.
           01  WS-ENT-TABLE.
               05  WS-ENT-ENTRY OCCURS 10 TIMES.
                   10  EN-ENTITY       PIC X(03).
                   10  EN-CURRENCY     PIC X(03).
                   10  EN-DETAIL-COUNT PIC 9(04).
                   10  EN-TARGET-COUNT PIC 9(04).
           01  WS-ENT-IDX              PIC 9(02) VALUE 0.
           01  WS-LOOKUP-ENTITY        PIC X(03) VALUE SPACES.
           01  WS-ENT-FOUND            PIC X(01) VALUE 'N'.
               88  ENTITY-FOUND                   VALUE 'Y'.
           01  WS-SECTIONS-BUILT       PIC 9(02) VALUE 0.
           01  WS-DETAILS-WRITTEN      PIC 9(04) VALUE 0.
      *> RECEIVABLES OF AN ENTITY WITH NO CREDITS TONIGHT.
           01  WS-UNBUILT-DETAILS      PIC 9(07) VALUE 0.

      *> THE STATEMENT TIE, FOR THE STATEMENT IN HAND.
           01  WS-OPENING-BAL          PIC S9(11)V99 VALUE 0.
           01  WS-CLOSING-BAL          PIC S9(11)V99 VALUE 0.
           01  WS-COMPUTED-CLOSING     PIC S9(11)V99 VALUE 0.
           01  WS-CLOSING-DIFF         PIC S9(11)V99 VALUE 0.
           01  WS-CREDIT-TOTAL         PIC S9(11)V99 VALUE 0.
           01  WS-DEBIT-TOTAL          PIC S9(11)V99 VALUE 0.
           01  WS-CREDIT-COUNT         PIC 9(07) VALUE 0.
           01  WS-DEBIT-COUNT          PIC 9(07) VALUE 0.
           01  WS-LINE-COUNT           PIC 9(07) VALUE 0.
           01  WS-STATED-LINES         PIC 9(07) VALUE 0.
           01  WS-STMT-REC-COUNT       PIC 9(09) VALUE 0.

      *> WHAT BECAME OF THE CREDITS.
           01  WS-TARGET-TOTAL         PIC S9(11)V99 VALUE 0.
           01  WS-UNAPPLIED-CR-COUNT   PIC 9(07) VALUE 0.
           01  WS-UNAPPLIED-CR-TOTAL   PIC S9(11)V99 VALUE 0.
           01  WS-UNAPPLIED-DR-COUNT   PIC 9(07) VALUE 0.
           01  WS-UNAPPLIED-DR-TOTAL   PIC S9(11)V99 VALUE 0.
           01  WS-QUOTED-TARGETS       PIC 9(07) VALUE 0.
           01  WS-UNAPPLIED-REASON     PIC X(22) VALUE SPACES.

      *> ONE ENTRY PER RECEIVABLE THAT WILL BE A 'D' DETAIL, THE
      *> SAME CEILING ONE-DIMENSIONAL'S CANDIDATE TABLE HAS.
           01  WS-AR-SIZE              PIC 9(04) VALUE 0.
           01  MAX-AR-SIZE             PIC 9(04) VALUE 9999.
           01  WS-AR-TABLE.
               05  WS-AR-ENTRY OCCURS 9999 TIMES.
                   10  AR-ITEM-REF     PIC X(12).
                   10  AR-CUST-KEY     PIC X(10).
                   10  AR-AMOUNT       PIC S9(05)V99.
                   10  AR-CURRENCY     PIC X(03).
                   10  AR-ENTITY       PIC X(03).
           01  WS-AR-IDX               PIC 9(04) VALUE 0.
           01  WS-AR-READ              PIC 9(07) VALUE 0.
           01  WS-AR-DROPPED           PIC 9(07) VALUE 0.
           01  WS-AR-TOTAL             PIC S9(11)V99 VALUE 0.
           01  WS-AR-DROP-REASON       PIC X(30) VALUE SPACES.
      *> THE RECEIVABLES LEFT OUT, HELD FOR THE CONTROL REPORT.
           01  MAX-DROP-LIST           PIC 9(04) VALUE 200.
           01  WS-DROP-TABLE.
               05  WS-DROP-ENTRY OCCURS 200 TIMES.
                   10  DRP-ITEM-REF    PIC X(12).
                   10  DRP-CUST-KEY    PIC X(10).
                   10  DRP-AMOUNT      PIC S9(07)V99.
                   10  DRP-REASON      PIC X(30).
           01  WS-DROP-IDX             PIC 9(04) VALUE 0.
           01  WS-REF-FOUND            PIC X(01) VALUE 'N'.
               88  REF-ON-EXTRACT                 VALUE 'Y'.

      *> ONE ENTRY PER BANK CREDIT THAT WILL BE A 'T' TARGET.
           01  WS-TGT-SIZE             PIC 9(04) VALUE 0.
           01  MAX-TGT-SIZE            PIC 9(04) VALUE 2000.
           01  WS-TGT-TABLE.
               05  WS-TGT-ENTRY OCCURS 2000 TIMES.
                   10  TG-AMOUNT       PIC S9(05)V99.
                   10  TG-CURRENCY     PIC X(03).
                   10  TG-REF          PIC X(12) OCCURS 3 TIMES.
                   10  TG-ENTITY       PIC X(03).
           01  WS-TGT-IDX              PIC 9(04) VALUE 0.

      *> THE WORDS OF ONE REMITTANCE TEXT, AND THE REFERENCES
      *> FOUND AMONG THEM.
           01  WS-REMIT-WORDS.
               05  WS-REMIT-WORD       PIC X(20) OCCURS 10 TIMES.
           01  WS-WORD-IDX             PIC 9(02) VALUE 0.
           01  WS-QUOTE-COUNT          PIC 9(01) VALUE 0.
           01  WS-QUOTE-IDX            PIC 9(01) VALUE 0.
           01  WS-QUOTE-DUP            PIC X(01) VALUE 'N'.
               88  ALREADY-QUOTED                 VALUE 'Y'.
           01  WS-MATCH-LIMIT          PIC 9(09)V99 VALUE 99999.99.

           01  CTL-HEADING-1.
               05  FILLER              PIC X(43)
                   VALUE "BANK STATEMENT CONTROL - TWOSUM-INPUT BUILD".
               05  FILLER              PIC X(12)
                   VALUE "   RUN DATE ".
               05  CH-RUN-DATE         PIC X(08).
               05  FILLER              PIC X(47) VALUE SPACES.
           01  CTL-HEADING-2.
               05  FILLER              PIC X(09) VALUE "ACCOUNT: ".
               05  CH-ACCOUNT          PIC X(12).
               05  FILLER              PIC X(18)
                   VALUE "  STATEMENT DATE: ".
               05  CH-STMT-DATE        PIC X(08).
               05  FILLER              PIC X(12)
                   VALUE "  CURRENCY: ".
               05  CH-CURRENCY         PIC X(03).
               05  FILLER              PIC X(10)
                   VALUE "  ENTITY: ".
               05  CH-ENTITY           PIC X(03).
               05  FILLER              PIC X(35) VALUE SPACES.
           01  CTL-BLANK               PIC X(110) VALUE SPACES.
           01  CTL-TEXT-LINE           PIC X(110) VALUE SPACES.
           01  CTL-AMOUNT-LINE.
               05  CAL-LABEL           PIC X(32).
               05  CAL-COUNT           PIC ZZ,ZZZ,ZZ9.
               05  CAL-COUNT-X REDEFINES CAL-COUNT
                                       PIC X(10).
               05  FILLER              PIC X(02) VALUE SPACES.
               05  CAL-AMOUNT          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
               05  CAL-AMOUNT-X REDEFINES CAL-AMOUNT
                                       PIC X(19).
               05  FILLER              PIC X(47) VALUE SPACES.
           01  CTL-DROP-LINE.
               05  FILLER              PIC X(04) VALUE SPACES.
               05  CDL-ITEM-REF        PIC X(12).
               05  FILLER              PIC X(02) VALUE SPACES.
               05  CDL-CUST-KEY        PIC X(10).
               05  FILLER              PIC X(02) VALUE SPACES.
               05  CDL-AMOUNT          PIC -Z,ZZZ,ZZ9.99.
               05  FILLER              PIC X(02) VALUE SPACES.
               05  CDL-REASON          PIC X(30).
               05  FILLER              PIC X(35) VALUE SPACES.
           01  CTL-ENTITY-LINE.
               05  FILLER              PIC X(09) VALUE "  ENTITY ".
               05  CEL-ENTITY          PIC X(03).
               05  FILLER              PIC X(02) VALUE SPACES.
               05  CEL-DETAILS         PIC Z,ZZ9.
               05  FILLER              PIC X(10) VALUE " DETAILS  ".
               05  CEL-TARGETS         PIC Z,ZZ9.
               05  FILLER              PIC X(10) VALUE " TARGETS  ".
               05  CEL-OUTCOME         PIC X(40).
               05  FILLER              PIC X(26) VALUE SPACES.

           01  UNA-HEADING-1.
               05  FILLER              PIC X(49) VALUE
                   "UNAPPLIED CASH - STATEMENT LINES NOT BUILT AS TAR".
               05  FILLER              PIC X(19)
                   VALUE "GETS     STATEMENT ".
               05  UH-STMT-DATE        PIC X(08).
               05  FILLER              PIC X(09) VALUE " ACCOUNT ".
               05  UH-ACCOUNT          PIC X(12).
               05  FILLER              PIC X(13) VALUE SPACES.
           01  UNA-HEADING-2.
               05  FILLER              PIC X(10) VALUE "VALUE DATE".
               05  FILLER              PIC X(04) VALUE " D/C".
               05  FILLER              PIC X(16)
                   VALUE "          AMOUNT".
               05  FILLER              PIC X(05) VALUE "  CUR".
               05  FILLER              PIC X(05) VALUE "  TYP".
               05  FILLER              PIC X(24) VALUE "  REASON".
               05  FILLER              PIC X(46) VALUE "REMITTANCE".
           01  UNA-DETAIL-LINE.
               05  UL-VALUE-DATE       PIC X(08).
               05  FILLER              PIC X(03) VALUE SPACES.
               05  UL-DR-CR            PIC X(01).
               05  FILLER              PIC X(02) VALUE SPACES.
               05  UL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
               05  FILLER              PIC X(02) VALUE SPACES.
               05  UL-CURRENCY         PIC X(03).
               05  FILLER              PIC X(02) VALUE SPACES.
               05  UL-TRAN-TYPE        PIC X(03).
               05  FILLER              PIC X(02) VALUE SPACES.
               05  UL-REASON           PIC X(22).
               05  FILLER              PIC X(02) VALUE SPACES.
               05  UL-REMIT-TEXT       PIC X(40).
               05  FILLER              PIC X(06) VALUE SPACES.

           01  WS-PROB-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-FAIL-PARAGRAPH       PIC X(30) VALUE SPACES.
           01  WS-PROB-STATUSES.
               05  FILLER          PIC X(04)
                                   VALUE "STM=".
               05  WS-PS-STM       PIC X(02).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(04)
                                   VALUE "ARX=".
               05  WS-PS-ARX       PIC X(02).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(04)
                                   VALUE "TSI=".
               05  WS-PS-TSI       PIC X(02).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
           01  WS-PROB-COUNTERS.
               05  FILLER          PIC X(06)
                                   VALUE "LINES=".
               05  WS-PC-LINES     PIC 9(07).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(08)
                                   VALUE "TARGETS=".
               05  WS-PC-TARGETS   PIC 9(04).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(08)
                                   VALUE "DETAILS=".
               05  WS-PC-DETAILS   PIC 9(04).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(05)
                                   VALUE "DIFF=".
               05  WS-PC-DIFF      PIC -9(09).99.

           COPY RETCODES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      *> RESET EVERY SWITCH, COUNT, AND THE RETURN CODE EXPLICITLY -
      *> UNDER STATIC CALL, WORKING-STORAGE VALUE CLAUSES ONLY APPLY
      *> ON THE FIRST LOAD OF THE RUN UNIT, NOT ON EVERY CALL.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE 'N' TO WS-HEADER-SWITCH.
           MOVE 'N' TO WS-TRAILER-SWITCH.
           MOVE 'N' TO WS-STMT-BAD-SWITCH.
           MOVE 'N' TO WS-FILE-BAD-SWITCH.
           MOVE 'N' TO WS-BUILT-SWITCH.
           MOVE 0 TO WS-STMT-ENT-IDX.
           MOVE 0 TO WS-SEEN-SIZE.
           MOVE 0 TO WS-RUN-LINE-COUNT.
           MOVE 0 TO WS-MAP-SIZE.
           MOVE 0 TO WS-ENT-SIZE.
           MOVE 0 TO WS-SECTIONS-BUILT.
           MOVE 0 TO WS-DETAILS-WRITTEN.
           MOVE 0 TO WS-UNBUILT-DETAILS.
           MOVE SPACES TO WS-STMT-ACCOUNT.
           MOVE SPACES TO WS-STMT-DATE.
           MOVE SPACES TO WS-STMT-CURRENCY.
           MOVE 0 TO WS-OPENING-BAL.
           MOVE 0 TO WS-CLOSING-BAL.
           MOVE 0 TO WS-COMPUTED-CLOSING.
           MOVE 0 TO WS-CLOSING-DIFF.
           MOVE 0 TO WS-CREDIT-TOTAL.
           MOVE 0 TO WS-DEBIT-TOTAL.
           MOVE 0 TO WS-CREDIT-COUNT.
           MOVE 0 TO WS-DEBIT-COUNT.
           MOVE 0 TO WS-LINE-COUNT.
           MOVE 0 TO WS-STATED-LINES.
           MOVE 0 TO WS-STMT-REC-COUNT.
           MOVE 0 TO WS-TARGET-TOTAL.
           MOVE 0 TO WS-UNAPPLIED-CR-COUNT.
           MOVE 0 TO WS-UNAPPLIED-CR-TOTAL.
           MOVE 0 TO WS-UNAPPLIED-DR-COUNT.
           MOVE 0 TO WS-UNAPPLIED-DR-TOTAL.
           MOVE 0 TO WS-QUOTED-TARGETS.
           MOVE 0 TO WS-AR-SIZE.
           MOVE 0 TO WS-AR-READ.
           MOVE 0 TO WS-AR-DROPPED.
           MOVE 0 TO WS-AR-TOTAL.
           MOVE 0 TO WS-TGT-SIZE.
           MOVE SPACES TO WS-FAIL-PARAGRAPH.
           SET RC-NORMAL TO TRUE.
           ACCEPT WS-AUDIT-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT BANK-STATEMENT.
           IF WS-STMT-FILE-STATUS = "35"
               DISPLAY "NO BANK-STATEMENT - TWOSUM-INPUT LEFT AS IT IS"
               SET RC-WARNING TO TRUE
               GO TO 0000-WRAP-UP
           END-IF.
           IF WS-STMT-FILE-STATUS NOT = "00"
               DISPLAY "BANK-STATEMENT OPEN FAILED, FILE STATUS="
                   WS-STMT-FILE-STATUS
               MOVE "0000-MAINLINE" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 0000-WRAP-UP
           END-IF.
           OPEN OUTPUT STATEMENT-CTL-RPT.
           OPEN OUTPUT UNAPPLIED-CASH-RPT.
           MOVE WS-RUN-DATE TO CH-RUN-DATE.
           WRITE STATEMENT-CTL-LINE FROM CTL-HEADING-1.
           WRITE STATEMENT-CTL-LINE FROM CTL-BLANK.
           PERFORM 1000-LOAD-RECEIVABLES
               THRU 1000-EXIT.
           IF NOT RC-ERROR
               PERFORM 1300-LOAD-ACCOUNT-MAP
                   THRU 1300-EXIT
           END-IF.
           IF NOT RC-ERROR
               PERFORM 2000-READ-STATEMENT
                   THRU 2000-EXIT
           END-IF.
           CLOSE BANK-STATEMENT.
           IF NOT RC-ERROR
               PERFORM 3500-CHECK-STATEMENTS
                   THRU 3500-EXIT
           END-IF.
           IF NOT RC-ERROR
               PERFORM 4000-WRITE-TWOSUM-INPUT
                   THRU 4000-EXIT
           END-IF.
           PERFORM 6000-WRITE-CONTROL-TOTALS
               THRU 6000-EXIT.
           CLOSE STATEMENT-CTL-RPT.
           CLOSE UNAPPLIED-CASH-RPT.
           IF RC-NORMAL
               AND (WS-UNAPPLIED-CR-COUNT > 0 OR WS-AR-DROPPED > 0
                   OR WS-UNBUILT-DETAILS > 0)
               SET RC-WARNING TO TRUE
           END-IF.
           DISPLAY "TWOSUM-BUILD STATEMENT LINES..: "
               WS-RUN-LINE-COUNT.
           DISPLAY "ENTITY SECTIONS BUILT.........: "
               WS-SECTIONS-BUILT.
           DISPLAY "TARGETS BUILT.................: " WS-TGT-SIZE.
           DISPLAY "DETAILS BUILT.................: "
               WS-DETAILS-WRITTEN.
           DISPLAY "CREDITS LEFT UNAPPLIED........: "
               WS-UNAPPLIED-CR-COUNT.
           DISPLAY "RECEIVABLES NOT BUILT.........: " WS-AR-DROPPED.
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
      *  1000-LOAD-RECEIVABLES - EVERY USABLE RECEIVABLE INTO THE
      *  DETAIL TABLE. ONE THAT CANNOT BE A DETAIL IS LISTED ON
      *  THE CONTROL REPORT AND LEFT OUT.
      *----------------------------------------------------------*
       1000-LOAD-RECEIVABLES.
           OPEN INPUT RECEIVABLES-EXTRACT.
           IF WS-ARX-FILE-STATUS NOT = "00"
               DISPLAY "RECEIVABLES-EXTRACT OPEN FAILED, FILE STATUS="
                   WS-ARX-FILE-STATUS " - NOTHING BUILT"
               MOVE "NO RECEIVABLES EXTRACT - TWOSUM-INPUT NOT BUILT"
                   TO CTL-TEXT-LINE
               WRITE STATEMENT-CTL-LINE FROM CTL-TEXT-LINE
               MOVE "1000-LOAD-RECEIVABLES" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 1100-LOAD-ONE-ITEM
               THRU 1100-EXIT
               UNTIL END-OF-FILE.
           CLOSE RECEIVABLES-EXTRACT.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-ITEM.
           READ RECEIVABLES-EXTRACT
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-AR-READ.
           MOVE SPACES TO WS-AR-DROP-REASON.
           EVALUATE TRUE
               WHEN ARX-ITEM-REF = SPACES
                   MOVE "NO ITEM REFERENCE" TO WS-AR-DROP-REASON
               WHEN ARX-AMOUNT IS NOT NUMERIC
                   MOVE "AMOUNT NOT NUMERIC" TO WS-AR-DROP-REASON
               WHEN ARX-AMOUNT > 99999.99
                   OR ARX-AMOUNT < -99999.99
                   MOVE "AMOUNT OVER MATCHING LIMIT"
                       TO WS-AR-DROP-REASON
               WHEN WS-AR-SIZE >= MAX-AR-SIZE
                   MOVE "DETAIL TABLE FULL" TO WS-AR-DROP-REASON
               WHEN OTHER
                   MOVE ARX-ITEM-REF TO WS-REMIT-WORD(1)
                   PERFORM 1150-FIND-AR-REF
                       THRU 1150-EXIT
                   IF REF-ON-EXTRACT
                       MOVE "SAME REFERENCE TWICE"
                           TO WS-AR-DROP-REASON
                   END-IF
           END-EVALUATE.
           IF WS-AR-DROP-REASON NOT = SPACES
               PERFORM 1200-HOLD-DROPPED-ITEM
                   THRU 1200-EXIT
               GO TO 1100-EXIT
           END-IF.
           MOVE ARX-ENTITY TO WS-LOOKUP-ENTITY.
           PERFORM 1400-FIND-ENTITY
               THRU 1400-EXIT.
           IF WS-ENT-IDX = 0
               MOVE "TOO MANY ENTITIES" TO WS-AR-DROP-REASON
               PERFORM 1200-HOLD-DROPPED-ITEM
                   THRU 1200-EXIT
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO EN-DETAIL-COUNT(WS-ENT-IDX).
           ADD 1 TO WS-AR-SIZE.
           MOVE ARX-ITEM-REF TO AR-ITEM-REF(WS-AR-SIZE).
           MOVE ARX-CUST-KEY TO AR-CUST-KEY(WS-AR-SIZE).
           MOVE ARX-AMOUNT TO AR-AMOUNT(WS-AR-SIZE).
           MOVE ARX-CURRENCY TO AR-CURRENCY(WS-AR-SIZE).
           MOVE ARX-ENTITY TO AR-ENTITY(WS-AR-SIZE).
           ADD ARX-AMOUNT TO WS-AR-TOTAL.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1150-FIND-AR-REF - IS WS-REMIT-WORD(1), TAKEN AS AN ITEM
      *  REFERENCE, ALREADY IN THE DETAIL TABLE? LEAVES WS-AR-IDX
      *  ON THE ENTRY WHEN IT IS.
      *----------------------------------------------------------*
       1150-FIND-AR-REF.
           MOVE 'N' TO WS-REF-FOUND.
           PERFORM 1160-MATCH-ONE-REF
               THRU 1160-EXIT
               VARYING WS-AR-IDX FROM 1 BY 1
               UNTIL WS-AR-IDX > WS-AR-SIZE
               OR REF-ON-EXTRACT.
           IF REF-ON-EXTRACT
               SUBTRACT 1 FROM WS-AR-IDX
           END-IF.
       1150-EXIT.
           EXIT.

       1160-MATCH-ONE-REF.
           IF AR-ITEM-REF(WS-AR-IDX) = WS-REMIT-WORD(1)(1:12)
               MOVE 'Y' TO WS-REF-FOUND
           END-IF.
       1160-EXIT.
           EXIT.

       1200-HOLD-DROPPED-ITEM.
           ADD 1 TO WS-AR-DROPPED.
           IF WS-AR-DROPPED > MAX-DROP-LIST
               GO TO 1200-EXIT
           END-IF.
           MOVE ARX-ITEM-REF TO DRP-ITEM-REF(WS-AR-DROPPED).
           MOVE ARX-CUST-KEY TO DRP-CUST-KEY(WS-AR-DROPPED).
           IF ARX-AMOUNT IS NUMERIC
               MOVE ARX-AMOUNT TO DRP-AMOUNT(WS-AR-DROPPED)
           ELSE
               MOVE 0 TO DRP-AMOUNT(WS-AR-DROPPED)
           END-IF.
           MOVE WS-AR-DROP-REASON TO DRP-REASON(WS-AR-DROPPED).
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1300-LOAD-ACCOUNT-MAP - EACH BANK ACCOUNT'S ENTITY. NO
      *  FILE MEANS EVERY STATEMENT IS OUR OWN BOOK. A MAP TOO BIG
      *  FOR THE TABLE CANNOT BE TRUSTED AND NOTHING IS BUILT.
      *----------------------------------------------------------*
       1300-LOAD-ACCOUNT-MAP.
           OPEN INPUT BANK-ACCOUNT-MAP.
           IF WS-MAP-FILE-STATUS = "35"
               GO TO 1300-EXIT
           END-IF.
           IF WS-MAP-FILE-STATUS NOT = "00"
               DISPLAY "BANK-ACCOUNT-MAP OPEN FAILED, FILE STATUS="
                   WS-MAP-FILE-STATUS
               MOVE "1300-LOAD-ACCOUNT-MAP" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 1300-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 1310-LOAD-ONE-ACCOUNT
               THRU 1310-EXIT
               UNTIL END-OF-FILE.
           CLOSE BANK-ACCOUNT-MAP.
       1300-EXIT.
           EXIT.

       1310-LOAD-ONE-ACCOUNT.
           READ BANK-ACCOUNT-MAP
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 1310-EXIT
           END-IF.
           IF BAM-ACCOUNT = SPACES
               GO TO 1310-EXIT
           END-IF.
           IF WS-MAP-SIZE >= MAX-MAP-SIZE
               DISPLAY "BANK-ACCOUNT-MAP HOLDS MORE THAN "
                   MAX-MAP-SIZE " ACCOUNTS - NOTHING BUILT"
               MOVE "1310-LOAD-ONE-ACCOUNT" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1310-EXIT
           END-IF.
           ADD 1 TO WS-MAP-SIZE.
           MOVE BAM-ACCOUNT TO MP-ACCOUNT(WS-MAP-SIZE).
           MOVE BAM-ENTITY TO MP-ENTITY(WS-MAP-SIZE).
       1310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1400-FIND-ENTITY - THE ENTITY TABLE SLOT FOR
      *  WS-LOOKUP-ENTITY INTO WS-ENT-IDX, ADDING THE ENTITY ON
      *  FIRST SIGHT. ZERO WHEN THE TABLE IS FULL.
      *----------------------------------------------------------*
       1400-FIND-ENTITY.
           MOVE 'N' TO WS-ENT-FOUND.
           PERFORM 1410-MATCH-ONE-ENTITY
               THRU 1410-EXIT
               VARYING WS-ENT-IDX FROM 1 BY 1
               UNTIL WS-ENT-IDX > WS-ENT-SIZE
               OR ENTITY-FOUND.
           IF ENTITY-FOUND
               SUBTRACT 1 FROM WS-ENT-IDX
               GO TO 1400-EXIT
           END-IF.
           IF WS-ENT-SIZE >= MAX-ENT-SIZE
               MOVE 0 TO WS-ENT-IDX
               GO TO 1400-EXIT
           END-IF.
           ADD 1 TO WS-ENT-SIZE.
           MOVE WS-ENT-SIZE TO WS-ENT-IDX.
           MOVE WS-LOOKUP-ENTITY TO EN-ENTITY(WS-ENT-IDX).
           MOVE SPACES TO EN-CURRENCY(WS-ENT-IDX).
           MOVE 0 TO EN-DETAIL-COUNT(WS-ENT-IDX).
           MOVE 0 TO EN-TARGET-COUNT(WS-ENT-IDX).
       1400-EXIT.
           EXIT.

       1410-MATCH-ONE-ENTITY.
           IF EN-ENTITY(WS-ENT-IDX) = WS-LOOKUP-ENTITY
               MOVE 'Y' TO WS-ENT-FOUND
           END-IF.
       1410-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1450-FIND-ACCOUNT - THE ENTITY BANK-ACCOUNT-MAP GIVES
      *  WS-STMT-ACCOUNT, INTO WS-LOOKUP-ENTITY.
      *----------------------------------------------------------*
       1450-FIND-ACCOUNT.
           MOVE 'N' TO WS-MAP-FOUND.
           MOVE SPACES TO WS-LOOKUP-ENTITY.
           PERFORM 1460-MATCH-ONE-ACCOUNT
               THRU 1460-EXIT
               VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-MAP-SIZE
               OR ACCOUNT-MAPPED.
       1450-EXIT.
           EXIT.

       1460-MATCH-ONE-ACCOUNT.
           IF MP-ACCOUNT(WS-MAP-IDX) = WS-STMT-ACCOUNT
               MOVE 'Y' TO WS-MAP-FOUND
               MOVE MP-ENTITY(WS-MAP-IDX) TO WS-LOOKUP-ENTITY
           END-IF.
       1460-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2000-READ-STATEMENT - ONE PASS OVER THE BANK STATEMENT
      *  FILE: FOR EACH ACCOUNT THE HEADER, EVERY LINE INTO THE
      *  TIE AND EITHER THE TARGET TABLE OR UNAPPLIED-CASH-RPT,
      *  AND THE TRAILER, WHICH TIES THAT STATEMENT.
      *----------------------------------------------------------*
       2000-READ-STATEMENT.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 2100-READ-ONE-STMT-REC
               THRU 2100-EXIT
               UNTIL END-OF-FILE.
           IF NOT HEADER-SEEN
               MOVE "STATEMENT HAS NO HEADER RECORD" TO CTL-TEXT-LINE
               WRITE STATEMENT-CTL-LINE FROM CTL-TEXT-LINE
               MOVE 'Y' TO WS-STMT-BAD-SWITCH
           END-IF.
           IF HEADER-SEEN AND NOT TRAILER-SEEN
               MOVE "STATEMENT HAS NO TRAILER - CLOSING BALANCE UNKNOWN"
                   TO CTL-TEXT-LINE
               WRITE STATEMENT-CTL-LINE FROM CTL-TEXT-LINE
               MOVE 'Y' TO WS-STMT-BAD-SWITCH
               PERFORM 3000-TIE-STATEMENT
                   THRU 3000-EXIT
           END-IF.
           IF STATEMENT-BAD
               MOVE 'Y' TO WS-FILE-BAD-SWITCH
           END-IF.
       2000-EXIT.
           EXIT.

       2100-READ-ONE-STMT-REC.
           READ BANK-STATEMENT
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-STMT-REC-COUNT.
           EVALUATE TRUE
               WHEN BST-REC-TYPE = 'H'
                   PERFORM 2200-TAKE-HEADER
                       THRU 2200-EXIT
               WHEN BST-REC-TYPE = 'L'
                   PERFORM 2300-TAKE-LINE
                       THRU 2300-EXIT
               WHEN BST-REC-TYPE = 'T'
                   PERFORM 2400-TAKE-TRAILER
                       THRU 2400-EXIT
               WHEN OTHER
                   MOVE SPACES TO CTL-TEXT-LINE
                   STRING "UNKNOWN STATEMENT RECORD: "
                          BANK-STMT-REC
                       DELIMITED BY SIZE INTO CTL-TEXT-LINE
                   WRITE STATEMENT-CTL-LINE FROM CTL-TEXT-LINE
                   MOVE 'Y' TO WS-STMT-BAD-SWITCH
           END-EVALUATE.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2200-TAKE-HEADER - A NEW ACCOUNT'S STATEMENT. THE ONE
      *  BEFORE IT, IF NEVER CLOSED BY A TRAILER, IS TIED AS IT
      *  STANDS AND FAILS. EACH ACCOUNT MAY HAVE ONE STATEMENT,
      *  AND ITS ENTITY COMES FROM BANK-ACCOUNT-MAP.
      *----------------------------------------------------------*
       2200-TAKE-HEADER.
           IF HEADER-SEEN AND NOT TRAILER-SEEN
               MOVE "STATEMENT HAS NO TRAILER - CLOSING BALANCE UNKNOWN"
                   TO CTL-TEXT-LINE
               WRITE STATEMENT-CTL-LINE FROM CTL-TEXT-LINE
               MOVE 'Y' TO WS-STMT-BAD-SWITCH
               PERFORM 3000-TIE-STATEMENT
                   THRU 3000-EXIT
           END-IF.
           IF STATEMENT-BAD
               MOVE 'Y' TO WS-FILE-BAD-SWITCH
           END-IF.
           PERFORM 2210-START-STATEMENT
               THRU 2210-EXIT.
           MOVE 'Y' TO WS-HEADER-SWITCH.
           MOVE BSH-ACCOUNT TO WS-STMT-ACCOUNT.
           MOVE BSH-STMT-DATE TO WS-STMT-DATE.
           MOVE BSH-CURRENCY TO WS-STMT-CURRENCY.
           IF BSH-OPENING IS NUMERIC
               MOVE BSH-OPENING TO WS-OPENING-BAL
           ELSE
               MOVE "OPENING BALANCE NOT NUMERIC" TO CTL-TEXT-LINE
               WRITE STATEMENT-CTL-LINE FROM CTL-TEXT-LINE
               MOVE 'Y' TO WS-STMT-BAD-SWITCH
           END-IF.
           MOVE 'N' TO WS-SEEN-FOUND.
           PERFORM 2220-MATCH-SEEN-ACCOUNT
               THRU 2220-EXIT
               VARYING WS-SEEN-IDX FROM 1 BY 1
               UNTIL WS-SEEN-IDX > WS-SEEN-SIZE
               OR ACCOUNT-SEEN.
           EVALUATE TRUE
               WHEN ACCOUNT-SEEN
                   MOVE "SECOND STATEMENT FOR THE SAME ACCOUNT"
                       TO CTL-TEXT-LINE
                   WRITE STATEMENT-CTL-LINE FROM CTL-TEXT-LINE
                   MOVE 'Y' TO WS-STMT-BAD-SWITCH
               WHEN WS-SEEN-SIZE >= MAX-SEEN-SIZE
                   MOVE "TOO MANY STATEMENTS ON THE FILE"
                       TO CTL-TEXT-LINE
                   WRITE STATEMENT-CTL-LINE FROM CTL-TEXT-LINE
                   MOVE 'Y' TO WS-STMT-BAD-SWITCH
               WHEN OTHER
                   ADD 1 TO WS-SEEN-SIZE
                   MOVE WS-STMT-ACCOUNT
                       TO WS-SEEN-ACCOUNT(WS-SEEN-SIZE)
           END-EVALUATE.
      *> NO MAP AT ALL: EVERY STATEMENT IS OUR OWN BOOK.
           MOVE SPACES TO WS-LOOKUP-ENTITY.
           IF WS-MAP-SIZE > 0
               PERFORM 1450-FIND-ACCOUNT
                   THRU 1450-EXIT
               IF NOT ACCOUNT-MAPPED
                   MOVE "ACCOUNT NOT ON BANK-ACCOUNT-MAP - NO ENTITY"
                       TO CTL-TEXT-LINE
                   WRITE STATEMENT-CTL-LINE FROM CTL-TEXT-LINE
                   MOVE 'Y' TO WS-STMT-BAD-SWITCH
               END-IF
           END-IF.
           MOVE WS-LOOKUP-ENTITY TO CH-ENTITY.
           PERFORM 1400-FIND-ENTITY
               THRU 1400-EXIT.
           MOVE WS-ENT-IDX TO WS-STMT-ENT-IDX.
           IF WS-STMT-ENT-IDX = 0
               MOVE "TOO MANY ENTITIES - STATEMENT NOT USED"
                   TO CTL-TEXT-LINE
               WRITE STATEMENT-CTL-LINE FROM CTL-TEXT-LINE
               MOVE 'Y' TO WS-STMT-BAD-SWITCH
           ELSE
               IF EN-CURRENCY(WS-STMT-ENT-IDX) = SPACES
                   MOVE WS-STMT-CURRENCY
                       TO EN-CURRENCY(WS-STMT-ENT-IDX)
               END-IF
           END-IF.
           MOVE WS-STMT-ACCOUNT TO CH-ACCOUNT.
           MOVE WS-STMT-DATE TO CH-STMT-DATE.
           MOVE WS-STMT-CURRENCY TO CH-CURRENCY.
           WRITE STATEMENT-CTL-LINE FROM CTL-HEADING-2.
           WRITE STATEMENT-CTL-LINE FROM CTL-BLANK.
           MOVE WS-STMT-DATE TO UH-STMT-DATE.
           MOVE WS-STMT-ACCOUNT TO UH-ACCOUNT.
           WRITE UNAPPLIED-RPT-LINE FROM UNA-HEADING-1.
           WRITE UNAPPLIED-RPT-LINE FROM CTL-BLANK.
           WRITE UNAPPLIED-RPT-LINE FROM UNA-HEADING-2.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2210-START-STATEMENT - THE TIE STARTS AFRESH FOR EACH
      *  ACCOUNT'S STATEMENT.
      *----------------------------------------------------------*
       2210-START-STATEMENT.
           MOVE 'N' TO WS-STMT-BAD-SWITCH.
           MOVE 'N' TO WS-TRAILER-SWITCH.
           MOVE 0 TO WS-STMT-ENT-IDX.
           MOVE 0 TO WS-OPENING-BAL.
           MOVE 0 TO WS-CLOSING-BAL.
           MOVE 0 TO WS-COMPUTED-CLOSING.
           MOVE 0 TO WS-CLOSING-DIFF.
           MOVE 0 TO WS-CREDIT-TOTAL.
           MOVE 0 TO WS-DEBIT-TOTAL.
           MOVE 0 TO WS-CREDIT-COUNT.
           MOVE 0 TO WS-DEBIT-COUNT.
           MOVE 0 TO WS-LINE-COUNT.
           MOVE 0 TO WS-STATED-LINES.
       2210-EXIT.
           EXIT.

       2220-MATCH-SEEN-ACCOUNT.
           IF WS-SEEN-ACCOUNT(WS-SEEN-IDX) = BSH-ACCOUNT
               MOVE 'Y' TO WS-SEEN-FOUND
           END-IF.
       2220-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2300-TAKE-LINE - ONE STATEMENT LINE: INTO THE TIE, THEN
      *  EITHER A TARGET OR AN UNAPPLIED-CASH LINE.
      *----------------------------------------------------------*
       2300-TAKE-LINE.
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-RUN-LINE-COUNT.
           IF NOT HEADER-SEEN OR TRAILER-SEEN
               MOVE "STATEMENT LINE OUTSIDE A STATEMENT"
                   TO CTL-TEXT-LINE
               WRITE STATEMENT-CTL-LINE FROM CTL-TEXT-LINE
               MOVE 'Y' TO WS-STMT-BAD-SWITCH
           END-IF.
           IF BSL-AMOUNT IS NOT NUMERIC
               MOVE 'Y' TO WS-STMT-BAD-SWITCH
               MOVE "AMOUNT NOT NUMERIC" TO WS-UNAPPLIED-REASON
               PERFORM 2500-LIST-UNAPPLIED
                   THRU 2500-EXIT
               GO TO 2300-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN BSL-CREDIT
                   ADD 1 TO WS-CREDIT-COUNT
                   ADD BSL-AMOUNT TO WS-CREDIT-TOTAL
               WHEN BSL-DEBIT
                   ADD 1 TO WS-DEBIT-COUNT
                   ADD BSL-AMOUNT TO WS-DEBIT-TOTAL
               WHEN OTHER
                   MOVE 'Y' TO WS-STMT-BAD-SWITCH
                   MOVE "NOT CREDIT OR DEBIT" TO WS-UNAPPLIED-REASON
                   PERFORM 2500-LIST-UNAPPLIED
                       THRU 2500-EXIT
                   GO TO 2300-EXIT
           END-EVALUATE.
           MOVE SPACES TO WS-UNAPPLIED-REASON.
           EVALUATE TRUE
               WHEN BSL-BANK-CHARGE
                   MOVE "BANK CHARGE" TO WS-UNAPPLIED-REASON
               WHEN BSL-DEBIT
                   MOVE "DEBIT" TO WS-UNAPPLIED-REASON
               WHEN BSL-AMOUNT = 0
                   MOVE "ZERO AMOUNT" TO WS-UNAPPLIED-REASON
               WHEN BSL-AMOUNT > WS-MATCH-LIMIT
                   MOVE "OVER MATCHING LIMIT" TO WS-UNAPPLIED-REASON
               WHEN WS-TGT-SIZE >= MAX-TGT-SIZE
                   MOVE "TARGET TABLE FULL" TO WS-UNAPPLIED-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-UNAPPLIED-REASON NOT = SPACES
               PERFORM 2500-LIST-UNAPPLIED
                   THRU 2500-EXIT
               GO TO 2300-EXIT
           END-IF.
           PERFORM 2600-ADD-TARGET
               THRU 2600-EXIT.
       2300-EXIT.
           EXIT.

       2400-TAKE-TRAILER.
           IF NOT HEADER-SEEN OR TRAILER-SEEN
               MOVE "STATEMENT TRAILER OUTSIDE A STATEMENT"
                   TO CTL-TEXT-LINE
               WRITE STATEMENT-CTL-LINE FROM CTL-TEXT-LINE
               MOVE 'Y' TO WS-STMT-BAD-SWITCH
               GO TO 2400-EXIT
           END-IF.
           MOVE 'Y' TO WS-TRAILER-SWITCH.
           IF BST-CLOSING IS NUMERIC AND BST-LINE-COUNT IS NUMERIC
               MOVE BST-CLOSING TO WS-CLOSING-BAL
               MOVE BST-LINE-COUNT TO WS-STATED-LINES
           ELSE
               MOVE "TRAILER BALANCE OR LINE COUNT NOT NUMERIC"
                   TO CTL-TEXT-LINE
               WRITE STATEMENT-CTL-LINE FROM CTL-TEXT-LINE
               MOVE 'Y' TO WS-STMT-BAD-SWITCH
           END-IF.
           PERFORM 3000-TIE-STATEMENT
               THRU 3000-EXIT.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2500-LIST-UNAPPLIED - A STATEMENT LINE THAT IS NOT A
      *  TARGET, WITH THE REASON IN WS-UNAPPLIED-REASON.
      *----------------------------------------------------------*
       2500-LIST-UNAPPLIED.
           MOVE BSL-VALUE-DATE TO UL-VALUE-DATE.
           MOVE BSL-DR-CR TO UL-DR-CR.
           IF BSL-AMOUNT IS NUMERIC
               MOVE BSL-AMOUNT TO UL-AMOUNT
               IF BSL-CREDIT
                   ADD 1 TO WS-UNAPPLIED-CR-COUNT
                   ADD BSL-AMOUNT TO WS-UNAPPLIED-CR-TOTAL
               END-IF
               IF BSL-DEBIT
                   ADD 1 TO WS-UNAPPLIED-DR-COUNT
                   ADD BSL-AMOUNT TO WS-UNAPPLIED-DR-TOTAL
               END-IF
           ELSE
               MOVE 0 TO UL-AMOUNT
           END-IF.
           MOVE BSL-CURRENCY TO UL-CURRENCY.
           MOVE BSL-TRAN-TYPE TO UL-TRAN-TYPE.
           MOVE WS-UNAPPLIED-REASON TO UL-REASON.
           MOVE BSL-REMIT-TEXT TO UL-REMIT-TEXT.
           WRITE UNAPPLIED-RPT-LINE FROM UNA-DETAIL-LINE.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2600-ADD-TARGET - A BANK CREDIT BECOMES A TARGET. THE
      *  REFERENCES IT QUOTES ARE THE WORDS OF ITS REMITTANCE
      *  TEXT THAT ARE ITEM REFERENCES ON TONIGHT'S EXTRACT, OPEN
      *  IN THE SAME ENTITY AS THE ACCOUNT THE MONEY CAME INTO.
      *----------------------------------------------------------*
       2600-ADD-TARGET.
           ADD 1 TO WS-TGT-SIZE.
           MOVE BSL-AMOUNT TO TG-AMOUNT(WS-TGT-SIZE).
           IF BSL-CURRENCY = SPACES
               MOVE WS-STMT-CURRENCY TO TG-CURRENCY(WS-TGT-SIZE)
           ELSE
               MOVE BSL-CURRENCY TO TG-CURRENCY(WS-TGT-SIZE)
           END-IF.
           MOVE SPACES TO TG-REF(WS-TGT-SIZE, 1).
           MOVE SPACES TO TG-REF(WS-TGT-SIZE, 2).
           MOVE SPACES TO TG-REF(WS-TGT-SIZE, 3).
           MOVE SPACES TO TG-ENTITY(WS-TGT-SIZE).
           IF WS-STMT-ENT-IDX > 0
               MOVE EN-ENTITY(WS-STMT-ENT-IDX)
                   TO TG-ENTITY(WS-TGT-SIZE)
               ADD 1 TO EN-TARGET-COUNT(WS-STMT-ENT-IDX)
           END-IF.
           ADD BSL-AMOUNT TO WS-TARGET-TOTAL.
           MOVE SPACES TO WS-REMIT-WORDS.
           UNSTRING BSL-REMIT-TEXT
               DELIMITED BY ALL SPACE OR "," OR ";" OR "/" OR ":"
               INTO WS-REMIT-WORD(1) WS-REMIT-WORD(2)
                    WS-REMIT-WORD(3) WS-REMIT-WORD(4)
                    WS-REMIT-WORD(5) WS-REMIT-WORD(6)
                    WS-REMIT-WORD(7) WS-REMIT-WORD(8)
                    WS-REMIT-WORD(9) WS-REMIT-WORD(10)
           END-UNSTRING.
           MOVE 0 TO WS-QUOTE-COUNT.
           PERFORM 2650-CHECK-ONE-WORD
               THRU 2650-EXIT
               VARYING WS-WORD-IDX FROM 1 BY 1
               UNTIL WS-WORD-IDX > 10
               OR WS-QUOTE-COUNT >= 3.
           IF WS-QUOTE-COUNT > 0
               ADD 1 TO WS-QUOTED-TARGETS
           END-IF.
       2600-EXIT.
           EXIT.

       2650-CHECK-ONE-WORD.
           IF WS-REMIT-WORD(WS-WORD-IDX) = SPACES
               OR WS-REMIT-WORD(WS-WORD-IDX)(13:8) NOT = SPACES
               GO TO 2650-EXIT
           END-IF.
           MOVE 'N' TO WS-QUOTE-DUP.
           PERFORM 2660-CHECK-QUOTED
               THRU 2660-EXIT
               VARYING WS-QUOTE-IDX FROM 1 BY 1
               UNTIL WS-QUOTE-IDX > WS-QUOTE-COUNT.
           IF ALREADY-QUOTED
               GO TO 2650-EXIT
           END-IF.
      *> 1150 LOOKS UP WORD 1, SO BRING THIS WORD FORWARD FOR IT -
      *> THE WORDS BEFORE THIS ONE ARE ALREADY DONE WITH.
           MOVE WS-REMIT-WORD(WS-WORD-IDX) TO WS-REMIT-WORD(1).
           PERFORM 1150-FIND-AR-REF
               THRU 1150-EXIT.
           IF REF-ON-EXTRACT
               AND AR-ENTITY(WS-AR-IDX) = TG-ENTITY(WS-TGT-SIZE)
               ADD 1 TO WS-QUOTE-COUNT
               MOVE WS-REMIT-WORD(1)(1:12)
                   TO TG-REF(WS-TGT-SIZE, WS-QUOTE-COUNT)
           END-IF.
       2650-EXIT.
           EXIT.

       2660-CHECK-QUOTED.
           IF TG-REF(WS-TGT-SIZE, WS-QUOTE-IDX)
               = WS-REMIT-WORD(WS-WORD-IDX)(1:12)
               MOVE 'Y' TO WS-QUOTE-DUP
           END-IF.
       2660-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3000-TIE-STATEMENT - FOR THE STATEMENT IN HAND, OPENING
      *  BALANCE PLUS CREDITS LESS DEBITS MUST BE THE CLOSING
      *  BALANCE, AND THE TRAILER MUST COUNT THE STATEMENT'S LINES
      *  ACTUALLY ON THE FILE. THE TIE IS PRINTED UNDER THE
      *  STATEMENT'S HEADING.
      *----------------------------------------------------------*
       3000-TIE-STATEMENT.
           COMPUTE WS-COMPUTED-CLOSING =
               WS-OPENING-BAL + WS-CREDIT-TOTAL - WS-DEBIT-TOTAL.
           COMPUTE WS-CLOSING-DIFF =
               WS-CLOSING-BAL - WS-COMPUTED-CLOSING.
           IF TRAILER-SEEN AND WS-STATED-LINES NOT = WS-LINE-COUNT
               MOVE "TRAILER LINE COUNT DISAGREES WITH LINES ON FILE"
                   TO CTL-TEXT-LINE
               WRITE STATEMENT-CTL-LINE FROM CTL-TEXT-LINE
               MOVE 'Y' TO WS-STMT-BAD-SWITCH
           END-IF.
           IF WS-CLOSING-DIFF NOT = 0
               MOVE 'Y' TO WS-STMT-BAD-SWITCH
           END-IF.
           MOVE "STATEMENT TIE" TO CTL-TEXT-LINE.
           WRITE STATEMENT-CTL-LINE FROM CTL-TEXT-LINE.
           MOVE "  OPENING BALANCE" TO CAL-LABEL.
           MOVE SPACES TO CAL-COUNT-X.
           MOVE WS-OPENING-BAL TO CAL-AMOUNT.
           WRITE STATEMENT-CTL-LINE FROM CTL-AMOUNT-LINE.
           MOVE "  PLUS CREDITS" TO CAL-LABEL.
           MOVE WS-CREDIT-COUNT TO CAL-COUNT.
           MOVE WS-CREDIT-TOTAL TO CAL-AMOUNT.
           WRITE STATEMENT-CTL-LINE FROM CTL-AMOUNT-LINE.
           MOVE "  LESS DEBITS" TO CAL-LABEL.
           MOVE WS-DEBIT-COUNT TO CAL-COUNT.
           MOVE WS-DEBIT-TOTAL TO CAL-AMOUNT.
           WRITE STATEMENT-CTL-LINE FROM CTL-AMOUNT-LINE.
           MOVE "  CLOSING BALANCE COMPUTED" TO CAL-LABEL.
           MOVE SPACES TO CAL-COUNT-X.
           MOVE WS-COMPUTED-CLOSING TO CAL-AMOUNT.
           WRITE STATEMENT-CTL-LINE FROM CTL-AMOUNT-LINE.
           MOVE "  CLOSING BALANCE PER TRAILER" TO CAL-LABEL.
           MOVE WS-STATED-LINES TO CAL-COUNT.
           MOVE WS-CLOSING-BAL TO CAL-AMOUNT.
           WRITE STATEMENT-CTL-LINE FROM CTL-AMOUNT-LINE.
           MOVE "  DIFFERENCE" TO CAL-LABEL.
           MOVE SPACES TO CAL-COUNT-X.
           MOVE WS-CLOSING-DIFF TO CAL-AMOUNT.
           WRITE STATEMENT-CTL-LINE FROM CTL-AMOUNT-LINE.
           IF STATEMENT-BAD
               MOVE "  *** STATEMENT DOES NOT TIE - NOTHING BUILT ***"
                   TO CTL-TEXT-LINE
               MOVE 'Y' TO WS-FILE-BAD-SWITCH
           ELSE
               MOVE "  STATEMENT TIES" TO CTL-TEXT-LINE
           END-IF.
           WRITE STATEMENT-CTL-LINE FROM CTL-TEXT-LINE.
           WRITE STATEMENT-CTL-LINE FROM CTL-BLANK.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3500-CHECK-STATEMENTS - ONE STATEMENT THAT CANNOT BE
      *  TRUSTED STOPS THE WHOLE BUILD. SO DOES A FILE WITH NO
      *  USABLE CREDIT AT ALL: THERE WOULD BE NO SECTION TO WRITE.
      *----------------------------------------------------------*
       3500-CHECK-STATEMENTS.
           IF STATEMENT-FILE-BAD
               DISPLAY "BANK STATEMENT DOES NOT TIE - TWOSUM-INPUT "
                   "NOT BUILT"
               MOVE "3500-CHECK-STATEMENTS" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 3500-EXIT
           END-IF.
           IF WS-TGT-SIZE = 0
               DISPLAY "NO CREDIT ON THE STATEMENTS CAN BE A TARGET - "
                   "TWOSUM-INPUT NOT BUILT"
               MOVE "NO CREDIT CAN BE A TARGET - TWOSUM-INPUT NOT BUILT"
                   TO CTL-TEXT-LINE
               WRITE STATEMENT-CTL-LINE FROM CTL-TEXT-LINE
               WRITE STATEMENT-CTL-LINE FROM CTL-BLANK
               MOVE "3500-CHECK-STATEMENTS" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
           END-IF.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4000-WRITE-TWOSUM-INPUT - ONE SECTION PER ENTITY: ITS
      *  HEADER, EVERY DETAIL, THEN EVERY TARGET - THE ORDER
      *  INPUT-EDIT INSISTS ON.
      *----------------------------------------------------------*
       4000-WRITE-TWOSUM-INPUT.
           OPEN OUTPUT TWOSUM-INPUT.
           IF WS-TWOSUM-FILE-STATUS NOT = "00"
               DISPLAY "TWOSUM-INPUT OPEN FAILED, FILE STATUS="
                   WS-TWOSUM-FILE-STATUS
               MOVE "4000-WRITE-TWOSUM-INPUT" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4050-WRITE-ONE-SECTION
               THRU 4050-EXIT
               VARYING WS-ENT-IDX FROM 1 BY 1
               UNTIL WS-ENT-IDX > WS-ENT-SIZE.
           CLOSE TWOSUM-INPUT.
           MOVE 'Y' TO WS-BUILT-SWITCH.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4050-WRITE-ONE-SECTION - AN ENTITY'S H..D..T SECTION. AN
      *  ENTITY WITH NO TARGET TONIGHT GETS NONE - INPUT-EDIT
      *  WOULD REFUSE IT - AND ITS RECEIVABLES ARE NOT BUILT.
      *----------------------------------------------------------*
       4050-WRITE-ONE-SECTION.
           IF EN-TARGET-COUNT(WS-ENT-IDX) = 0
               ADD EN-DETAIL-COUNT(WS-ENT-IDX) TO WS-UNBUILT-DETAILS
               GO TO 4050-EXIT
           END-IF.
           MOVE SPACES TO TWOSUM-REC.
           MOVE 'H' TO TS-REC-TYPE.
           MOVE EN-DETAIL-COUNT(WS-ENT-IDX) TO TS-ITEM-COUNT.
           MOVE EN-CURRENCY(WS-ENT-IDX) TO TS-BATCH-CURRENCY.
           MOVE EN-ENTITY(WS-ENT-IDX) TO TS-ENTITY.
           WRITE TWOSUM-REC.
           PERFORM 4100-WRITE-ONE-DETAIL
               THRU 4100-EXIT
               VARYING WS-AR-IDX FROM 1 BY 1
               UNTIL WS-AR-IDX > WS-AR-SIZE.
           PERFORM 4200-WRITE-ONE-TARGET
               THRU 4200-EXIT
               VARYING WS-TGT-IDX FROM 1 BY 1
               UNTIL WS-TGT-IDX > WS-TGT-SIZE.
           ADD 1 TO WS-SECTIONS-BUILT.
       4050-EXIT.
           EXIT.

       4100-WRITE-ONE-DETAIL.
           IF AR-ENTITY(WS-AR-IDX) NOT = EN-ENTITY(WS-ENT-IDX)
               GO TO 4100-EXIT
           END-IF.
           MOVE SPACES TO TWOSUM-REC.
           MOVE 'D' TO TS-REC-TYPE.
           MOVE AR-AMOUNT(WS-AR-IDX) TO TS-VALUE.
           MOVE AR-ITEM-REF(WS-AR-IDX) TO TS-ITEM-REF.
           IF AR-CURRENCY(WS-AR-IDX) = SPACES
               MOVE EN-CURRENCY(WS-ENT-IDX) TO TS-CURRENCY
           ELSE
               MOVE AR-CURRENCY(WS-AR-IDX) TO TS-CURRENCY
           END-IF.
           MOVE AR-CUST-KEY(WS-AR-IDX) TO TS-CUST-KEY.
           WRITE TWOSUM-REC.
           ADD 1 TO WS-DETAILS-WRITTEN.
       4100-EXIT.
           EXIT.

       4200-WRITE-ONE-TARGET.
           IF TG-ENTITY(WS-TGT-IDX) NOT = EN-ENTITY(WS-ENT-IDX)
               GO TO 4200-EXIT
           END-IF.
           MOVE SPACES TO TWOSUM-REC.
           MOVE 'T' TO TS-REC-TYPE.
           MOVE TG-AMOUNT(WS-TGT-IDX) TO TS-TARGET.
           MOVE TG-CURRENCY(WS-TGT-IDX) TO TS-TARGET-CURRENCY.
           MOVE TG-REF(WS-TGT-IDX, 1) TO TS-TARGET-REF-1.
           MOVE TG-REF(WS-TGT-IDX, 2) TO TS-TARGET-REF-2.
           MOVE TG-REF(WS-TGT-IDX, 3) TO TS-TARGET-REF-3.
           WRITE TWOSUM-REC.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  6000-WRITE-CONTROL-TOTALS - WHAT BECAME OF THE CREDITS
      *  ON EVERY STATEMENT, WHAT WAS BUILT, AND EACH ENTITY'S
      *  SECTION. EACH STATEMENT'S TIE IS UNDER ITS OWN HEADING.
      *----------------------------------------------------------*
       6000-WRITE-CONTROL-TOTALS.
           MOVE "CREDITS" TO CTL-TEXT-LINE.
           WRITE STATEMENT-CTL-LINE FROM CTL-TEXT-LINE.
           MOVE "  BUILT AS TARGETS" TO CAL-LABEL.
           MOVE WS-TGT-SIZE TO CAL-COUNT.
           MOVE WS-TARGET-TOTAL TO CAL-AMOUNT.
           WRITE STATEMENT-CTL-LINE FROM CTL-AMOUNT-LINE.
           MOVE "    OF WHICH QUOTING REFERENCES" TO CAL-LABEL.
           MOVE WS-QUOTED-TARGETS TO CAL-COUNT.
           MOVE SPACES TO CAL-AMOUNT-X.
           WRITE STATEMENT-CTL-LINE FROM CTL-AMOUNT-LINE.
           MOVE "  TO UNAPPLIED CASH" TO CAL-LABEL.
           MOVE WS-UNAPPLIED-CR-COUNT TO CAL-COUNT.
           MOVE WS-UNAPPLIED-CR-TOTAL TO CAL-AMOUNT.
           WRITE STATEMENT-CTL-LINE FROM CTL-AMOUNT-LINE.
           MOVE "DEBITS TO UNAPPLIED CASH" TO CAL-LABEL.
           MOVE WS-UNAPPLIED-DR-COUNT TO CAL-COUNT.
           MOVE WS-UNAPPLIED-DR-TOTAL TO CAL-AMOUNT.
           WRITE STATEMENT-CTL-LINE FROM CTL-AMOUNT-LINE.
           WRITE STATEMENT-CTL-LINE FROM CTL-BLANK.
           MOVE "RECEIVABLES" TO CTL-TEXT-LINE.
           WRITE STATEMENT-CTL-LINE FROM CTL-TEXT-LINE.
           MOVE "  READ FROM THE EXTRACT" TO CAL-LABEL.
           MOVE WS-AR-READ TO CAL-COUNT.
           MOVE SPACES TO CAL-AMOUNT-X.
           WRITE STATEMENT-CTL-LINE FROM CTL-AMOUNT-LINE.
           MOVE "  USABLE AS DETAILS" TO CAL-LABEL.
           MOVE WS-AR-SIZE TO CAL-COUNT.
           MOVE WS-AR-TOTAL TO CAL-AMOUNT.
           WRITE STATEMENT-CTL-LINE FROM CTL-AMOUNT-LINE.
           MOVE "    ENTITY HAD NO CREDIT" TO CAL-LABEL.
           MOVE WS-UNBUILT-DETAILS TO CAL-COUNT.
           MOVE SPACES TO CAL-AMOUNT-X.
           WRITE STATEMENT-CTL-LINE FROM CTL-AMOUNT-LINE.
           MOVE "  NOT BUILT" TO CAL-LABEL.
           MOVE WS-AR-DROPPED TO CAL-COUNT.
           MOVE SPACES TO CAL-AMOUNT-X.
           WRITE STATEMENT-CTL-LINE FROM CTL-AMOUNT-LINE.
           PERFORM 6100-LIST-DROPPED-ITEM
               THRU 6100-EXIT
               VARYING WS-DROP-IDX FROM 1 BY 1
               UNTIL WS-DROP-IDX > WS-AR-DROPPED
               OR WS-DROP-IDX > MAX-DROP-LIST.
           IF WS-AR-DROPPED > MAX-DROP-LIST
               MOVE "    ... LIST CUT SHORT - SEE THE EXTRACT"
                   TO CTL-TEXT-LINE
               WRITE STATEMENT-CTL-LINE FROM CTL-TEXT-LINE
           END-IF.
           WRITE STATEMENT-CTL-LINE FROM CTL-BLANK.
           MOVE "ENTITY SECTIONS" TO CTL-TEXT-LINE.
           WRITE STATEMENT-CTL-LINE FROM CTL-TEXT-LINE.
           PERFORM 6200-LIST-ONE-ENTITY
               THRU 6200-EXIT
               VARYING WS-ENT-IDX FROM 1 BY 1
               UNTIL WS-ENT-IDX > WS-ENT-SIZE.
           WRITE STATEMENT-CTL-LINE FROM CTL-BLANK.
           IF TWOSUM-INPUT-BUILT
               MOVE "TWOSUM-INPUT BUILT" TO CTL-TEXT-LINE
           ELSE
               MOVE "TWOSUM-INPUT NOT BUILT - LEFT AS IT WAS"
                   TO CTL-TEXT-LINE
           END-IF.
           WRITE STATEMENT-CTL-LINE FROM CTL-TEXT-LINE.
       6000-EXIT.
           EXIT.

       6100-LIST-DROPPED-ITEM.
           MOVE DRP-ITEM-REF(WS-DROP-IDX) TO CDL-ITEM-REF.
           MOVE DRP-CUST-KEY(WS-DROP-IDX) TO CDL-CUST-KEY.
           MOVE DRP-AMOUNT(WS-DROP-IDX) TO CDL-AMOUNT.
           MOVE DRP-REASON(WS-DROP-IDX) TO CDL-REASON.
           WRITE STATEMENT-CTL-LINE FROM CTL-DROP-LINE.
       6100-EXIT.
           EXIT.

       6200-LIST-ONE-ENTITY.
           MOVE EN-ENTITY(WS-ENT-IDX) TO CEL-ENTITY.
           MOVE EN-DETAIL-COUNT(WS-ENT-IDX) TO CEL-DETAILS.
           MOVE EN-TARGET-COUNT(WS-ENT-IDX) TO CEL-TARGETS.
           EVALUATE TRUE
               WHEN NOT TWOSUM-INPUT-BUILT
                   MOVE "NOT BUILT" TO CEL-OUTCOME
               WHEN EN-TARGET-COUNT(WS-ENT-IDX) = 0
                   MOVE "NO CREDIT TONIGHT - NO SECTION"
                       TO CEL-OUTCOME
               WHEN OTHER
                   MOVE "SECTION BUILT" TO CEL-OUTCOME
           END-EVALUATE.
           WRITE STATEMENT-CTL-LINE FROM CTL-ENTITY-LINE.
       6200-EXIT.
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
           MOVE "TWOSUM-BUILD"        TO AUD-PROGRAM-NAME.
           MOVE WS-AUDIT-START-TIME  TO AUD-START-TIME.
           MOVE WS-AUDIT-END-TIME    TO AUD-END-TIME.
           MOVE WS-STMT-REC-COUNT    TO AUD-RECORD-COUNT.
           MOVE RETURN-CODE          TO AUD-RETURN-CODE.
           IF TWOSUM-INPUT-BUILT
               MOVE WS-TGT-SIZE      TO AUD-OUTPUT-COUNT
               MOVE WS-DETAILS-WRITTEN TO AUD-OUTPUT-COUNT-2
           ELSE
               MOVE 0                TO AUD-OUTPUT-COUNT
               MOVE 0                TO AUD-OUTPUT-COUNT-2
           END-IF.
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
           MOVE WS-STMT-FILE-STATUS TO WS-PS-STM.
           MOVE WS-ARX-FILE-STATUS TO WS-PS-ARX.
           MOVE WS-TWOSUM-FILE-STATUS TO WS-PS-TSI.
           MOVE WS-RUN-LINE-COUNT TO WS-PC-LINES.
           MOVE WS-TGT-SIZE TO WS-PC-TARGETS.
           MOVE WS-AR-SIZE TO WS-PC-DETAILS.
           MOVE WS-CLOSING-DIFF TO WS-PC-DIFF.
           MOVE SPACES TO PROBLEM-LOG-REC.
           ACCEPT PROB-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT PROB-LOG-TIME FROM TIME.
           MOVE "TWOSUM-BUILD"
               TO PROB-PROGRAM-NAME.
           MOVE WS-FAIL-PARAGRAPH TO PROB-PARAGRAPH.
           MOVE PGM-RETURN-CODE TO PROB-RETURN-CODE.
           MOVE WS-PROB-STATUSES TO PROB-FILE-STATUSES.
           MOVE "BANK-STATEMENT"
               TO PROB-INPUT-FILE.
           MOVE WS-PROB-COUNTERS TO PROB-KEY-COUNTERS.
           WRITE PROBLEM-LOG-REC.
           CLOSE PROBLEM-LOG.
       9200-EXIT.
           EXIT.
       END PROGRAM TWOSUM-BUILD.
